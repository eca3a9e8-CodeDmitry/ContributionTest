        *>+--------------------------------------------------------------------+
        *>| HELLORTM - chargeback rate table maintenance for the HELLOWORLD   |
        *>| family.  Applies ADD/CHG/DEL transaction cards to the indexed     |
        *>| rate table (HELLORAT) that the chargeback billing run (HELLOBIL)  |
        *>| prices site activity from: billing name, cost center, per-run     |
        *>| and per-reject charges, and monthly minimum.  Duplicate adds,     |
        *>| changes or deletes to unknown sites, invalid actions, blank       |
        *>| names or cost centers, and non-numeric charges are rejected.      |
        *>| Every transaction is listed on the maintenance report with the    |
        *>| rates before and after, and applied rows are stamped with the     |
        *>| maintenance date, action, and operator.  The operator id on       |
        *>| each card is verified through HELLOSGN; DEL cards need            |
        *>| destructive authority, ADD/CHG cards update authority.            |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellortm.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAN-FILE ASSIGN TO "HELLORTX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT RATE-FILE ASSIGN TO "HELLORAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RAT-SITE-CODE
                FILE STATUS IS WS-RAT-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLORTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD.
        01 RTX-RECORD.
            05 RTX-ACTION              PIC X(3).
                88 RTX-ACTION-ADD            VALUE "ADD".
                88 RTX-ACTION-CHG            VALUE "CHG".
                88 RTX-ACTION-DEL            VALUE "DEL".
            05 RTX-SITE-CODE           PIC X(4).
            05 RTX-SITE-NAME           PIC X(30).
            05 RTX-COST-CENTER         PIC X(8).
            05 RTX-RUN-CHARGE          PIC 9(3)V99.
            05 RTX-REJECT-CHARGE       PIC 9(3)V99.
            05 RTX-MONTHLY-MINIMUM     PIC 9(5)V99.
            05 RTX-OPERATOR-ID         PIC X(8).
            05 FILLER                  PIC X(10).

        FD  RATE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "ratrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLORTM".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-VERIFIED-OPER         PIC X(8) VALUE SPACES.
        01 WS-VERIFIED-LEVEL        PIC 9(1) VALUE 0.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-TRAN-FILE-OK             VALUE "00".
            88 WS-TRAN-FILE-EOF            VALUE "10".

        01 WS-RAT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RAT-FILE-OK              VALUE "00".
            88 WS-RAT-FILE-NOT-FOUND       VALUE "35".
            88 WS-RAT-FILE-NO-RECORD       VALUE "23".
            88 WS-RAT-FILE-DUP             VALUE "22".

        01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RPT-FILE-OK              VALUE "00".

        01 WS-RC-NORMAL             PIC 9 VALUE 0.
        01 WS-RC-WARNING            PIC 9 VALUE 4.
        01 WS-RC-DATA-PROBLEM       PIC 9 VALUE 8.

        01 WS-ERR-PARAGRAPH         PIC X(20).
        01 WS-ERR-FILE-STATUS       PIC X(2).
        01 WS-ERR-SEVERITY          PIC X(1).
        01 WS-ERR-RETURN-CODE       PIC 9(2).
        01 WS-SAVE-RETURN-CODE      PIC 9(2).

        01 WS-TRAN-EOF-SW           PIC X VALUE "N".
            88 WS-TRAN-EOF                 VALUE "Y".
        01 WS-TRAN-REJECTED-SW      PIC X VALUE "N".
            88 WS-TRAN-REJECTED            VALUE "Y".

        01 WS-TRAN-READ-COUNT       PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-REJECT-REASON         PIC X(30).
        01 WS-BEFORE-RATES          PIC X(32).
        01 WS-AFTER-RATES           PIC X(32).
        01 WS-RATES-LINE.
            05 WS-RL-COST-CENTER     PIC X(8).
            05 FILLER                PIC X(1) VALUE SPACE.
            05 WS-RL-RUN-CHARGE      PIC ZZ9.99.
            05 FILLER                PIC X(1) VALUE SPACE.
            05 WS-RL-REJECT-CHARGE   PIC ZZ9.99.
            05 FILLER                PIC X(1) VALUE SPACE.
            05 WS-RL-MONTHLY-MINIMUM PIC ZZZZ9.99.

        01 WS-TODAY-DATE            PIC X(8).

        01 WS-CURRENT-DATE-TIME     PIC X(21).
        01 WS-CDT-BREAKDOWN REDEFINES WS-CURRENT-DATE-TIME.
            05 WS-CDT-YYYY           PIC 9(4).
            05 WS-CDT-MM             PIC 9(2).
            05 WS-CDT-DD             PIC 9(2).
            05 WS-CDT-HH             PIC 9(2).
            05 WS-CDT-MIN            PIC 9(2).
            05 WS-CDT-SS             PIC 9(2).
            05 WS-CDT-HS             PIC 9(2).
            05 WS-CDT-GMT-OFFSET     PIC X(5).

        01 WS-REPORT-DATE           PIC X(10).

        PROCEDURE DIVISION.
        0000-MAIN-PROCESS.
            PERFORM 1000-INITIALIZE THRU 1000-EXIT
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
            END-IF
            PERFORM 9000-TERMINATE THRU 9000-EXIT
            GOBACK.

        1000-INITIALIZE.
            MOVE WS-RC-NORMAL TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING
            MOVE SPACES TO WS-TODAY-DATE
            STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
                DELIMITED BY SIZE INTO WS-TODAY-DATE
            END-STRING

            OPEN OUTPUT REPORT-FILE
            IF NOT WS-RPT-FILE-OK
                DISPLAY "HELLORTM: unable to open report file, status "
                        WS-RPT-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT TRAN-FILE
                IF NOT WS-TRAN-FILE-OK
                    DISPLAY "HELLORTM: unable to open transaction "
                            "file, status " WS-TRAN-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O RATE-FILE
                IF NOT WS-RAT-FILE-OK
                    IF WS-RAT-FILE-NOT-FOUND
                        OPEN OUTPUT RATE-FILE
                        CLOSE RATE-FILE
                        OPEN I-O RATE-FILE
                    END-IF
                    IF NOT WS-RAT-FILE-OK
                        DISPLAY "HELLORTM: unable to open rate "
                                "table, status " WS-RAT-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-RAT-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD CHARGEBACK RATE MAINTENANCE"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "ACT SITE BEFORE: CTR    RUN    REJ  MINIMUM  "
                                     DELIMITED BY SIZE
                   "AFTER: CTR     RUN    REJ  MINIMUM  STATUS"
                                     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-PROCESS-TRANS.
            PERFORM UNTIL WS-TRAN-EOF
                READ TRAN-FILE
                    AT END
                        SET WS-TRAN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TRAN-READ-COUNT
                        PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
                END-READ
            END-PERFORM.
        2000-EXIT.
            EXIT.

        2100-APPLY-ONE-TRAN.
            MOVE "N" TO WS-TRAN-REJECTED-SW
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-BEFORE-RATES
            MOVE SPACES TO WS-AFTER-RATES

            IF NOT RTX-ACTION-ADD
                AND NOT RTX-ACTION-CHG
                AND NOT RTX-ACTION-DEL
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND RTX-SITE-CODE = SPACES
                MOVE "BLANK SITE CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND (RTX-ACTION-ADD OR RTX-ACTION-CHG)
                PERFORM 2120-EDIT-RATE-FIELDS THRU 2120-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2150-SIGN-ON-CARD THRU 2150-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF RTX-ACTION-ADD
                    PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                ELSE
                    IF RTX-ACTION-CHG
                        PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                    ELSE
                        PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
                    END-IF
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 2950-WRITE-TRAN-LINE THRU 2950-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2120-EDIT-RATE-FIELDS.
            IF RTX-SITE-NAME = SPACES
                MOVE "BLANK BILLING NAME" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND RTX-COST-CENTER = SPACES
                MOVE "BLANK COST CENTER" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF RTX-RUN-CHARGE NOT NUMERIC
                    OR RTX-REJECT-CHARGE NOT NUMERIC
                    OR RTX-MONTHLY-MINIMUM NOT NUMERIC
                    MOVE "NON-NUMERIC CHARGE OR MINIMUM"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF.
        2120-EXIT.
            EXIT.

        2150-SIGN-ON-CARD.
            IF RTX-ACTION-DEL
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-SIGNON-REQ-LEVEL
            ELSE
                MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
            END-IF

            IF RTX-OPERATOR-ID = WS-VERIFIED-OPER
                AND WS-VERIFIED-OPER NOT = SPACES
                AND WS-SIGNON-REQ-LEVEL <= WS-VERIFIED-LEVEL
                MOVE RTX-OPERATOR-ID TO WS-OPERATOR-ID
            ELSE
                MOVE RTX-OPERATOR-ID TO WS-SIGNON-OPER-ID
                CALL "hellosgn" USING WS-SIGNON-OPER-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS < WS-RC-DATA-PROBLEM
                    MOVE RTX-OPERATOR-ID TO WS-OPERATOR-ID
                    MOVE RTX-OPERATOR-ID TO WS-VERIFIED-OPER
                    MOVE WS-SIGNON-REQ-LEVEL TO WS-VERIFIED-LEVEL
                ELSE
                    MOVE "OPERATOR NOT AUTHORIZED"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF.
        2150-EXIT.
            EXIT.

        2200-APPLY-ADD.
            MOVE RTX-SITE-CODE TO RAT-SITE-CODE
            READ RATE-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-RAT-FILE-OK
                PERFORM 2810-FORMAT-BEFORE-RATES THRU 2810-EXIT
                MOVE "DUPLICATE SITE CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            ELSE
                MOVE SPACES TO RAT-RECORD
                MOVE RTX-SITE-CODE TO RAT-SITE-CODE
                PERFORM 2800-MOVE-RATE-FIELDS THRU 2800-EXIT
                WRITE RAT-RECORD
                    INVALID KEY
                        MOVE "RATE TABLE WRITE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-WRITE
            END-IF.
        2200-EXIT.
            EXIT.

        2300-APPLY-CHANGE.
            MOVE RTX-SITE-CODE TO RAT-SITE-CODE
            READ RATE-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF NOT WS-RAT-FILE-OK
                MOVE "SITE CODE NOT ON RATE TABLE"
                    TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            ELSE
                PERFORM 2810-FORMAT-BEFORE-RATES THRU 2810-EXIT
                PERFORM 2800-MOVE-RATE-FIELDS THRU 2800-EXIT
                REWRITE RAT-RECORD
                    INVALID KEY
                        MOVE "RATE TABLE REWRITE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-REWRITE
            END-IF.
        2300-EXIT.
            EXIT.

        2400-APPLY-DELETE.
            MOVE RTX-SITE-CODE TO RAT-SITE-CODE
            READ RATE-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF NOT WS-RAT-FILE-OK
                MOVE "SITE CODE NOT ON RATE TABLE"
                    TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            ELSE
                PERFORM 2810-FORMAT-BEFORE-RATES THRU 2810-EXIT
                DELETE RATE-FILE RECORD
                    INVALID KEY
                        MOVE "RATE TABLE DELETE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-DELETE
            END-IF.
        2400-EXIT.
            EXIT.

        2800-MOVE-RATE-FIELDS.
            MOVE RTX-SITE-NAME       TO RAT-SITE-NAME
            MOVE RTX-COST-CENTER     TO RAT-COST-CENTER
            MOVE RTX-RUN-CHARGE      TO RAT-RUN-CHARGE
            MOVE RTX-REJECT-CHARGE   TO RAT-REJECT-CHARGE
            MOVE RTX-MONTHLY-MINIMUM TO RAT-MONTHLY-MINIMUM
            MOVE WS-TODAY-DATE       TO RAT-LAST-MAINT-DATE
            MOVE RTX-ACTION          TO RAT-LAST-MAINT-ACTION
            MOVE WS-OPERATOR-ID      TO RAT-LAST-MAINT-OPER

            MOVE RAT-COST-CENTER     TO WS-RL-COST-CENTER
            MOVE RAT-RUN-CHARGE      TO WS-RL-RUN-CHARGE
            MOVE RAT-REJECT-CHARGE   TO WS-RL-REJECT-CHARGE
            MOVE RAT-MONTHLY-MINIMUM TO WS-RL-MONTHLY-MINIMUM
            MOVE WS-RATES-LINE       TO WS-AFTER-RATES.
        2800-EXIT.
            EXIT.

        2810-FORMAT-BEFORE-RATES.
            MOVE RAT-COST-CENTER     TO WS-RL-COST-CENTER
            MOVE RAT-RUN-CHARGE      TO WS-RL-RUN-CHARGE
            MOVE RAT-REJECT-CHARGE   TO WS-RL-REJECT-CHARGE
            MOVE RAT-MONTHLY-MINIMUM TO WS-RL-MONTHLY-MINIMUM
            MOVE WS-RATES-LINE       TO WS-BEFORE-RATES.
        2810-EXIT.
            EXIT.

        2900-REJECT-TRAN.
            SET WS-TRAN-REJECTED TO TRUE
            ADD 1 TO WS-REJECT-COUNT
            IF WS-RC-WARNING > RETURN-CODE
                MOVE WS-RC-WARNING TO RETURN-CODE
            END-IF
            PERFORM 2950-WRITE-TRAN-LINE THRU 2950-EXIT.
        2900-EXIT.
            EXIT.

        2950-WRITE-TRAN-LINE.
            MOVE SPACES TO WS-PRINT-LINE
            IF WS-TRAN-REJECTED
                STRING RTX-ACTION        DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       RTX-SITE-CODE     DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       WS-BEFORE-RATES   DELIMITED BY SIZE
                       "  "              DELIMITED BY SIZE
                       WS-AFTER-RATES    DELIMITED BY SIZE
                       "  REJECTED - "   DELIMITED BY SIZE
                       WS-REJECT-REASON  DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING RTX-ACTION        DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       RTX-SITE-CODE     DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       WS-BEFORE-RATES   DELIMITED BY SIZE
                       "  "              DELIMITED BY SIZE
                       WS-AFTER-RATES    DELIMITED BY SIZE
                       "  APPLIED"       DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2950-EXIT.
            EXIT.

        7000-LOG-FILE-ERROR.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            CALL "helloerr" USING WS-JOB-NAME
                                   WS-ERR-PARAGRAPH
                                   WS-ERR-FILE-STATUS
                                   WS-ERR-SEVERITY
                                   WS-ERR-RETURN-CODE
            END-CALL
            MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
            IF WS-ERR-RETURN-CODE > RETURN-CODE
                MOVE WS-ERR-RETURN-CODE TO RETURN-CODE
            END-IF.
        7000-EXIT.
            EXIT.

        9000-TERMINATE.
            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-TRAN-FILE-OK OR WS-TRAN-FILE-EOF
                CLOSE TRAN-FILE
            END-IF
            IF WS-RAT-FILE-OK OR WS-RAT-FILE-NO-RECORD
                OR WS-RAT-FILE-DUP
                CLOSE RATE-FILE
            END-IF.
        9000-EXIT.
            EXIT.
