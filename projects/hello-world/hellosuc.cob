        *>+--------------------------------------------------------------------+
        *>| HELLOSUC - reject suspense correction for the HELLOWORLD family.  |
        *>| Applies COR/CAN transaction cards to the indexed reject suspense  |
        *>| file (HELLOSUS) HELLOWORLD writes when it rejects a deck card.    |
        *>| Each card names the suspended item by its reject date and the     |
        *>| original card image; a COR card supplies the corrected card,      |
        *>| which HELLOSRE puts back on the next night's HELLOTRN deck, and a |
        *>| CAN card closes the item without re-entry.  Items already         |
        *>| re-entered or cancelled cannot be worked again.  A corrected card |
        *>| keeps the original's service-desk ticket number (copied in when   |
        *>| left blank); a correction that changes it is rejected.  Every     |
        *>| card - applied or rejected - is listed on the correction report   |
        *>| (HELLOSUR), and the operator id on each card is verified through  |
        *>| the HELLOSGN sign-on routine at update authority.                 |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellosuc.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAN-FILE ASSIGN TO "HELLOSUX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT SUSPENSE-FILE ASSIGN TO "HELLOSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUS-KEY
                ALTERNATE RECORD KEY IS SUS-SITE-KEY WITH DUPLICATES
                FILE STATUS IS WS-SUS-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOSUR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD.
        01 SUX-RECORD.
            05 SUX-ACTION              PIC X(3).
                88 SUX-ACTION-COR            VALUE "COR".
                88 SUX-ACTION-CAN            VALUE "CAN".
            05 SUX-REJECT-DATE         PIC X(8).
            05 SUX-OPERATOR-ID         PIC X(8).
            05 SUX-ORIGINAL-IMAGE      PIC X(72).
            05 SUX-CORRECTED-IMAGE     PIC X(72).
            05 FILLER                  PIC X(17).

        FD  SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "susrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOSUC".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-VERIFIED-OPER         PIC X(8) VALUE SPACES.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.

        01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-TRAN-FILE-OK             VALUE "00".
            88 WS-TRAN-FILE-EOF            VALUE "10".

        01 WS-SUS-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SUS-FILE-OK              VALUE "00".
            88 WS-SUS-FILE-NOT-FOUND       VALUE "35".
            88 WS-SUS-FILE-NO-RECORD       VALUE "23".
            88 WS-SUS-FILE-DUP             VALUE "22".

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
        01 WS-CORRECTED-COUNT       PIC 9(5) VALUE 0.
        01 WS-CANCELLED-COUNT       PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-REJECT-REASON         PIC X(30).

        01 WS-CORRECTED-CARD        PIC X(72).
        01 WS-CORRECTED-CARD-R REDEFINES WS-CORRECTED-CARD.
            05 WS-COR-MESSAGE-TEXT   PIC X(20).
            05 WS-COR-RUN-DATE       PIC X(8).
            05 WS-COR-SITE-CODE      PIC X(4).
            05 WS-COR-DATE-OPTION    PIC X(1).
            05 WS-COR-OPERATOR-ID    PIC X(8).
            05 WS-COR-TICKET-NO      PIC X(10).
            05 FILLER                PIC X(21).

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
                DISPLAY "HELLOSUC: unable to open report file, status "
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
                    DISPLAY "HELLOSUC: unable to open transaction "
                            "file, status " WS-TRAN-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O SUSPENSE-FILE
                IF NOT WS-SUS-FILE-OK
                    IF WS-SUS-FILE-NOT-FOUND
                        DISPLAY "HELLOSUC: no suspense file on system "
                                "- nothing to correct"
                    ELSE
                        DISPLAY "HELLOSUC: unable to open suspense "
                                "file, status " WS-SUS-FILE-STATUS
                    END-IF
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-SUS-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD REJECT SUSPENSE CORRECTIONS"
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

            MOVE "ACT REJ DATE CARD AS REJECTED / AS CORRECTED"
                TO WS-PRINT-LINE
            MOVE "STATUS" TO WS-PRINT-LINE(87:)
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
            MOVE SUX-CORRECTED-IMAGE TO WS-CORRECTED-CARD

            IF NOT SUX-ACTION-COR
                AND NOT SUX-ACTION-CAN
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND SUX-REJECT-DATE NOT NUMERIC
                MOVE "INVALID REJECT DATE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND SUX-ACTION-COR
                PERFORM 2200-EDIT-CORRECTION THRU 2200-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2150-SIGN-ON-CARD THRU 2150-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2300-READ-SUSPENSE THRU 2300-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2400-APPLY-ACTION THRU 2400-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF SUX-ACTION-COR
                    ADD 1 TO WS-CORRECTED-COUNT
                ELSE
                    ADD 1 TO WS-CANCELLED-COUNT
                END-IF
                PERFORM 2950-WRITE-TRAN-LINE THRU 2950-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2150-SIGN-ON-CARD.
            IF SUX-OPERATOR-ID = WS-VERIFIED-OPER
                AND WS-VERIFIED-OPER NOT = SPACES
                MOVE SUX-OPERATOR-ID TO WS-OPERATOR-ID
            ELSE
                MOVE SUX-OPERATOR-ID TO WS-SIGNON-OPER-ID
                MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
                CALL "hellosgn" USING WS-SIGNON-OPER-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS < WS-RC-DATA-PROBLEM
                    MOVE SUX-OPERATOR-ID TO WS-OPERATOR-ID
                    MOVE SUX-OPERATOR-ID TO WS-VERIFIED-OPER
                ELSE
                    MOVE "OPERATOR NOT AUTHORIZED"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF.
        2150-EXIT.
            EXIT.

        2200-EDIT-CORRECTION.
            IF WS-CORRECTED-CARD = SPACES
                MOVE "BLANK CORRECTED CARD" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-COR-TICKET-NO = SPACES
                MOVE SUX-ORIGINAL-IMAGE(42:10) TO WS-COR-TICKET-NO
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-COR-TICKET-NO NOT = SUX-ORIGINAL-IMAGE(42:10)
                MOVE "TICKET NUMBER CHANGED" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-CORRECTED-CARD = SUX-ORIGINAL-IMAGE
                MOVE "CORRECTION SAME AS ORIGINAL" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-COR-MESSAGE-TEXT = SPACES
                AND WS-COR-SITE-CODE = SPACES
                MOVE "NO MESSAGE OR SITE CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-COR-RUN-DATE NOT = SPACES
                AND WS-COR-RUN-DATE NOT NUMERIC
                MOVE "NON-NUMERIC RUN DATE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-COR-OPERATOR-ID = SPACES
                MOVE "BLANK OPERATOR ON CORRECTION" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2200-EXIT.
            EXIT.

        2300-READ-SUSPENSE.
            MOVE SUX-ORIGINAL-IMAGE TO SUS-TRAN-IMAGE
            MOVE SUX-REJECT-DATE    TO SUS-REJECT-DATE
            READ SUSPENSE-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF NOT WS-SUS-FILE-OK
                MOVE "CARD NOT IN SUSPENSE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            ELSE
                IF SUS-STATUS-RELEASED
                    MOVE "ITEM ALREADY RE-ENTERED" TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
                IF SUS-STATUS-CANCELLED
                    MOVE "ITEM ALREADY CANCELLED" TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF.
        2300-EXIT.
            EXIT.

        2400-APPLY-ACTION.
            IF SUX-ACTION-COR
                SET SUS-STATUS-CORRECTED TO TRUE
                MOVE WS-CORRECTED-CARD TO SUS-CORRECTED-IMAGE
            ELSE
                SET SUS-STATUS-CANCELLED TO TRUE
                MOVE SPACES TO SUS-CORRECTED-IMAGE
            END-IF
            MOVE WS-TODAY-DATE  TO SUS-ACTION-DATE
            MOVE WS-OPERATOR-ID TO SUS-ACTION-OPER
            REWRITE SUS-RECORD
                INVALID KEY
                    MOVE "SUSPENSE REWRITE FAILED" TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-REWRITE.
        2400-EXIT.
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
            STRING SUX-ACTION          DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   SUX-REJECT-DATE     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   SUX-ORIGINAL-IMAGE  DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            IF WS-TRAN-REJECTED
                STRING "REJECTED - "   DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(87:)
                END-STRING
            ELSE
                MOVE "APPLIED" TO WS-PRINT-LINE(87:)
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            IF SUX-ACTION-COR
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-CORRECTED-CARD TO WS-PRINT-LINE(14:)
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.
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

                MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ITEMS CORRECTED:       " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-CANCELLED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ITEMS CANCELLED:       " DELIMITED BY SIZE
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
            IF WS-SUS-FILE-OK OR WS-SUS-FILE-NO-RECORD
                OR WS-SUS-FILE-DUP
                CLOSE SUSPENSE-FILE
            END-IF.
        9000-EXIT.
            EXIT.
