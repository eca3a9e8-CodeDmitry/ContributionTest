        *>+--------------------------------------------------------------------+
        *>| HELLOSMT - site master maintenance for the HELLOWORLD family.     |
        *>| Applies ADD/CHG/DEL transaction cards to the indexed site master  |
        *>| (HELLOSTM) with full field validation: duplicate adds, changes    |
        *>| or deletes to unknown site codes, invalid actions, and blank      |
        *>| message text are all rejected.  Every transaction - applied or    |
        *>| rejected - is listed on the maintenance report with the before    |
        *>| and after message text, and applied rows are stamped with the     |
        *>| maintenance date, action, and operator.  The operator id on       |
        *>| each card is verified through the HELLOSGN sign-on routine        |
        *>| against the operator profile file; DEL cards need destructive     |
        *>| authority, ADD/CHG cards update authority.  A DEL card is also    |
        *>| refused unless a request for that exact card was filed and        |
        *>| approved by two different level-3 operators through HELLODCM;     |
        *>| HELLODCK checks it and marks it used as the site is deleted.      |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-DCK-FUNCTION          PIC X(1).
        01 WS-DCK-CARD-IMAGE        PIC X(80) VALUE SPACES.
        01 WS-DCK-REQUEST-ID        PIC 9(6) VALUE 0.
        01 WS-DCK-STATUS            PIC 9(2) VALUE 0.

        01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-TRAN-FILE-OK             VALUE "00".
            88 WS-TRAN-FILE-EOF            VALUE "10".
                PERFORM 2150-SIGN-ON-CARD THRU 2150-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND SMX-ACTION-DEL
                PERFORM 2160-CHECK-DUAL-CONTROL THRU 2160-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF SMX-ACTION-ADD
                    PERFORM 2200-APPLY-ADD THRU 2200-EXIT
        2150-EXIT.
            EXIT.

        2160-CHECK-DUAL-CONTROL.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            MOVE SMX-RECORD TO WS-DCK-CARD-IMAGE
            MOVE "C" TO WS-DCK-FUNCTION
            CALL "hellodck" USING WS-DCK-FUNCTION
                                   WS-JOB-NAME
                                   WS-DCK-CARD-IMAGE
                                   WS-OPERATOR-ID
                                   WS-DCK-REQUEST-ID
                                   WS-DCK-STATUS
            END-CALL
            MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
            IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                MOVE "NO APPROVED DUAL CONTROL" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2160-EXIT.
            EXIT.

        2200-APPLY-ADD.
            MOVE SMX-SITE-CODE TO SITM-SITE-CODE
            READ SITE-MASTER
                MOVE "SITE CODE NOT ON MASTER" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            ELSE
                PERFORM 2450-MARK-REQUEST-USED THRU 2450-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE SITM-MESSAGE-TEXT TO WS-BEFORE-MESSAGE
                MOVE SITM-RECORD       TO WS-JRN-BEFORE
                DELETE SITE-MASTER RECORD
        2400-EXIT.
            EXIT.

        2450-MARK-REQUEST-USED.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            MOVE "U" TO WS-DCK-FUNCTION
            CALL "hellodck" USING WS-DCK-FUNCTION
                                   WS-JOB-NAME
                                   WS-DCK-CARD-IMAGE
                                   WS-OPERATOR-ID
                                   WS-DCK-REQUEST-ID
                                   WS-DCK-STATUS
            END-CALL
            MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
            IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                MOVE "DUAL CONTROL NOT MARKED USED" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2450-EXIT.
            EXIT.

        2800-STAMP-MAINT-FIELDS.
            MOVE WS-TODAY-DATE  TO SITM-LAST-MAINT-DATE
            MOVE SMX-ACTION     TO SITM-LAST-MAINT-ACTION
