        *>| rejected.  Every card - applied or rejected - is listed on the    |
        *>| maintenance report.  The submitting operator on each card must    |
        *>| sign on through HELLOSGN at destructive authority, except on      |
        *>| the very first load when no profile file exists yet.  A DEL card  |
        *>| is also refused unless a request for that exact card was filed    |
        *>| and approved by two different level-3 operators through           |
        *>| HELLODCM; HELLODCK checks it and marks it used as the profile is  |
        *>| deleted.                                                          |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+

        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-DCK-FUNCTION          PIC X(1).
        01 WS-DCK-CARD-IMAGE        PIC X(80) VALUE SPACES.
        01 WS-DCK-REQUEST-ID        PIC 9(6) VALUE 0.
        01 WS-DCK-STATUS            PIC 9(2) VALUE 0.

        01 WS-CURRENT-DATE-TIME     PIC X(21).
        01 WS-CDT-BREAKDOWN REDEFINES WS-CURRENT-DATE-TIME.
            05 WS-CDT-YYYY           PIC 9(4).
                PERFORM 2150-SIGN-ON-SUBMITTER THRU 2150-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND NOT WS-BOOTSTRAP-LOAD
                AND OPX-ACTION-DEL
                PERFORM 2160-CHECK-DUAL-CONTROL THRU 2160-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF OPX-ACTION-ADD
                    PERFORM 2200-APPLY-ADD THRU 2200-EXIT
        2150-EXIT.
            EXIT.

        2160-CHECK-DUAL-CONTROL.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            MOVE OPX-RECORD TO WS-DCK-CARD-IMAGE
            MOVE "C" TO WS-DCK-FUNCTION
            CALL "hellodck" USING WS-DCK-FUNCTION
                                   WS-JOB-NAME
                                   WS-DCK-CARD-IMAGE
                                   OPX-SUBMIT-OPER
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
            MOVE OPX-OPERATOR-ID TO OPR-OPERATOR-ID
            READ OPERATOR-FILE
                MOVE "OPERATOR NOT ON PROFILE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            ELSE
                IF NOT WS-BOOTSTRAP-LOAD
                    PERFORM 2450-MARK-REQUEST-USED THRU 2450-EXIT
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                DELETE OPERATOR-FILE RECORD
                    INVALID KEY
                        MOVE "PROFILE DELETE FAILED"
        2400-EXIT.
            EXIT.

        2450-MARK-REQUEST-USED.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            MOVE "U" TO WS-DCK-FUNCTION
            CALL "hellodck" USING WS-DCK-FUNCTION
                                   WS-JOB-NAME
                                   WS-DCK-CARD-IMAGE
                                   OPX-SUBMIT-OPER
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

        2900-REJECT-TRAN.
            SET WS-TRAN-REJECTED TO TRUE
            ADD 1 TO WS-REJECT-COUNT
