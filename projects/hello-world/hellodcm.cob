        *>+--------------------------------------------------------------------+
        *>| HELLODCM - dual-control request maintenance for the destructive   |
        *>| programs of the HELLOWORLD family.  Applies REQ/APV/DCL cards     |
        *>| from the request deck (HELLODCX) to the pending-request file      |
        *>| (HELLODCQ):                                                       |
        *>|    REQ - file a request: the program (HELLOBKO, HELLOPRG,         |
        *>|          HELLOVFY, HELLOSMT or HELLOOPM), the exact 80-column     |
        *>|          control card it will be run with, and the days the       |
        *>|          approval stays good (default 1, at most 30); a new       |
        *>|          request number is issued                                 |
        *>|    APV - approve a pending request                                |
        *>|    DCL - decline a pending request, reason required               |
        *>| Every card's operator signs on through HELLOSGN at destructive    |
        *>| authority, and the operator approving or declining must not be    |
        *>| the one who filed the request.  A HELLOVFY card must be a mode R  |
        *>| card and a HELLOSMT or HELLOOPM card a DEL card - nothing else    |
        *>| needs dual control.  An approval runs out at the end of the       |
        *>| approval date plus the valid days.  Every card - applied or       |
        *>| rejected - is listed on the maintenance report (HELLODCT).        |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellodcm.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAN-FILE ASSIGN TO "HELLODCX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT REQUEST-FILE ASSIGN TO "HELLODCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DCQ-REQUEST-ID
                FILE STATUS IS WS-DCQ-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLODCT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD.
        01 DCX-RECORD.
            05 DCX-ACTION              PIC X(3).
                88 DCX-ACTION-REQUEST        VALUE "REQ".
                88 DCX-ACTION-APPROVE        VALUE "APV".
                88 DCX-ACTION-DECLINE        VALUE "DCL".
            05 DCX-OPERATOR-ID         PIC X(8).
            05 DCX-REQUEST-ID          PIC X(6).
            05 DCX-REQUEST-ID-N REDEFINES DCX-REQUEST-ID
                                       PIC 9(6).
            05 DCX-PROGRAM             PIC X(8).
                88 DCX-PROGRAM-VALID         VALUE "HELLOBKO"
                                                   "HELLOPRG"
                                                   "HELLOVFY"
                                                   "HELLOSMT"
                                                   "HELLOOPM".
            05 DCX-VALID-DAYS          PIC X(2).
            05 DCX-VALID-DAYS-N REDEFINES DCX-VALID-DAYS
                                       PIC 9(2).
            05 DCX-REASON              PIC X(30).
            05 DCX-CARD-IMAGE          PIC X(80).

        FD  REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "dcqrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLODCM".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-VERIFIED-OPER         PIC X(8) VALUE SPACES.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-TRAN-FILE-OK             VALUE "00".
            88 WS-TRAN-FILE-EOF            VALUE "10".

        01 WS-DCQ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-DCQ-FILE-OK              VALUE "00".
            88 WS-DCQ-FILE-NOT-FOUND       VALUE "35".
            88 WS-DCQ-FILE-NO-RECORD       VALUE "23".
            88 WS-DCQ-FILE-DUP             VALUE "22".

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
        01 WS-DCQ-OPEN-SW           PIC X VALUE "N".
            88 WS-DCQ-OPEN                 VALUE "Y".

        01 WS-TRAN-READ-COUNT       PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-REJECT-REASON         PIC X(30).
        01 WS-RESULT-TEXT           PIC X(30).
        01 WS-REQUEST-ID            PIC 9(6).
        01 WS-VALID-DAYS            PIC 9(2).
        01 WS-DEFAULT-VALID-DAYS    PIC 9(2) VALUE 1.
        01 WS-MAX-VALID-DAYS        PIC 9(2) VALUE 30.
        01 WS-EXPIRE-INTEGER        PIC 9(8).
        01 WS-EXPIRE-DATE-NUM       PIC 9(8).

        01 WS-TODAY-DATE            PIC X(8).
        01 WS-TODAY-DATE-NUM        PIC 9(8).
        01 WS-TODAY-INTEGER         PIC 9(8).
        01 WS-NOW-TIME              PIC X(6).

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
            MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
            MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-NOW-TIME

            OPEN OUTPUT REPORT-FILE
            IF NOT WS-RPT-FILE-OK
                DISPLAY "HELLODCM: unable to open report file, status "
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
                    DISPLAY "HELLODCM: unable to open request deck, "
                            "status " WS-TRAN-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O REQUEST-FILE
                IF WS-DCQ-FILE-NOT-FOUND
                    OPEN OUTPUT REQUEST-FILE
                    CLOSE REQUEST-FILE
                    OPEN I-O REQUEST-FILE
                END-IF
                IF WS-DCQ-FILE-OK
                    SET WS-DCQ-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLODCM: unable to open request file, "
                            "status " WS-DCQ-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-DCQ-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD DUAL-CONTROL REQUEST MAINTENANCE"
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
            STRING "ACT REQUEST PROGRAM  OPERATOR "
                                     DELIMITED BY SIZE
                   "STATUS"          DELIMITED BY SIZE
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
            MOVE SPACES TO WS-RESULT-TEXT
            MOVE 0 TO WS-REQUEST-ID

            IF NOT DCX-ACTION-REQUEST
                AND NOT DCX-ACTION-APPROVE
                AND NOT DCX-ACTION-DECLINE
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2150-SIGN-ON-CARD THRU 2150-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF DCX-ACTION-REQUEST
                    PERFORM 2200-FILE-REQUEST THRU 2200-EXIT
                ELSE
                    PERFORM 2300-DECIDE-REQUEST THRU 2300-EXIT
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 2950-WRITE-TRAN-LINE THRU 2950-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2150-SIGN-ON-CARD.
            IF DCX-OPERATOR-ID = WS-VERIFIED-OPER
                AND WS-VERIFIED-OPER NOT = SPACES
                MOVE DCX-OPERATOR-ID TO WS-OPERATOR-ID
            ELSE
                MOVE DCX-OPERATOR-ID TO WS-SIGNON-OPER-ID
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-SIGNON-REQ-LEVEL
                CALL "hellosgn" USING WS-SIGNON-OPER-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS < WS-RC-DATA-PROBLEM
                    MOVE DCX-OPERATOR-ID TO WS-OPERATOR-ID
                    MOVE DCX-OPERATOR-ID TO WS-VERIFIED-OPER
                ELSE
                    MOVE SPACES TO WS-VERIFIED-OPER
                    MOVE "OPERATOR NOT AUTHORIZED"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF.
        2150-EXIT.
            EXIT.

        2200-FILE-REQUEST.
            IF NOT DCX-PROGRAM-VALID
                MOVE "PROGRAM NOT UNDER DUAL CONTROL"
                    TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND DCX-CARD-IMAGE = SPACES
                MOVE "BLANK CONTROL CARD" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                EVALUATE DCX-PROGRAM
                    WHEN "HELLOVFY"
                        IF DCX-CARD-IMAGE(1:1) NOT = "R"
                            MOVE "HELLOVFY CARD IS NOT MODE R"
                                TO WS-REJECT-REASON
                            PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                        END-IF
                    WHEN "HELLOSMT"
                    WHEN "HELLOOPM"
                        IF DCX-CARD-IMAGE(1:3) NOT = "DEL"
                            MOVE "ONLY DEL CARDS NEED APPROVAL"
                                TO WS-REJECT-REASON
                            PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                        END-IF
                END-EVALUATE
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF DCX-VALID-DAYS = SPACES
                    MOVE WS-DEFAULT-VALID-DAYS TO WS-VALID-DAYS
                ELSE
                    IF DCX-VALID-DAYS IS NUMERIC
                        AND DCX-VALID-DAYS-N > 0
                        AND DCX-VALID-DAYS-N <= WS-MAX-VALID-DAYS
                        MOVE DCX-VALID-DAYS-N TO WS-VALID-DAYS
                    ELSE
                        MOVE "VALID DAYS MUST BE 01-30"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                    END-IF
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2250-NEXT-REQUEST-ID THRU 2250-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE SPACES          TO DCQ-RECORD
                MOVE WS-REQUEST-ID   TO DCQ-REQUEST-ID
                SET DCQ-STATUS-PENDING TO TRUE
                MOVE DCX-PROGRAM     TO DCQ-PROGRAM
                MOVE DCX-CARD-IMAGE  TO DCQ-CARD-IMAGE
                MOVE WS-VALID-DAYS   TO DCQ-VALID-DAYS
                MOVE WS-OPERATOR-ID  TO DCQ-MAKER-OPER
                MOVE WS-TODAY-DATE   TO DCQ-MAKER-DATE
                MOVE WS-NOW-TIME     TO DCQ-MAKER-TIME
                MOVE DCX-REASON      TO DCQ-REASON
                WRITE DCQ-RECORD
                    INVALID KEY
                        MOVE "REQUEST WRITE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                    NOT INVALID KEY
                        MOVE "FILED - PENDING APPROVAL"
                            TO WS-RESULT-TEXT
                END-WRITE
            END-IF.
        2200-EXIT.
            EXIT.

        2250-NEXT-REQUEST-ID.
            MOVE 0 TO DCQ-REQUEST-ID
            READ REQUEST-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-DCQ-FILE-NO-RECORD
                MOVE SPACES TO DCQ-RECORD
                MOVE 0      TO DCQ-REQUEST-ID
                SET DCQ-STATUS-CONTROL TO TRUE
                MOVE 1      TO DCQ-C-LAST-ID
                MOVE DCQ-C-LAST-ID TO WS-REQUEST-ID
                WRITE DCQ-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            ELSE
                IF WS-DCQ-FILE-OK
                    ADD 1 TO DCQ-C-LAST-ID
                    MOVE DCQ-C-LAST-ID TO WS-REQUEST-ID
                    REWRITE DCQ-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                END-IF
            END-IF
            IF NOT WS-DCQ-FILE-OK
                DISPLAY "HELLODCM: request number control row "
                        "update failed, status " WS-DCQ-FILE-STATUS
                MOVE "2250-NEXT-REQUEST-ID"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-DCQ-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                MOVE "REQUEST NUMBER NOT ISSUED" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2250-EXIT.
            EXIT.

        2300-DECIDE-REQUEST.
            IF DCX-REQUEST-ID IS NUMERIC
                AND DCX-REQUEST-ID-N > 0
                MOVE DCX-REQUEST-ID-N TO WS-REQUEST-ID
            ELSE
                MOVE "INVALID REQUEST NUMBER" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND DCX-ACTION-DECLINE
                AND DCX-REASON = SPACES
                MOVE "DECLINE REASON REQUIRED" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE WS-REQUEST-ID TO DCQ-REQUEST-ID
                READ REQUEST-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF NOT WS-DCQ-FILE-OK
                    MOVE "REQUEST NOT ON FILE" TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND NOT DCQ-STATUS-PENDING
                MOVE "REQUEST IS NOT PENDING" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND DCQ-MAKER-OPER = WS-OPERATOR-ID
                MOVE "CHECKER MUST DIFFER FROM MAKER"
                    TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE WS-OPERATOR-ID TO DCQ-CHECKER-OPER
                MOVE WS-TODAY-DATE  TO DCQ-CHECKER-DATE
                MOVE WS-NOW-TIME    TO DCQ-CHECKER-TIME
                IF DCX-ACTION-APPROVE
                    SET DCQ-STATUS-APPROVED TO TRUE
                    COMPUTE WS-EXPIRE-INTEGER =
                        WS-TODAY-INTEGER + DCQ-VALID-DAYS
                    COMPUTE WS-EXPIRE-DATE-NUM =
                        FUNCTION DATE-OF-INTEGER(WS-EXPIRE-INTEGER)
                    MOVE WS-EXPIRE-DATE-NUM TO DCQ-EXPIRE-DATE
                    MOVE SPACES TO WS-RESULT-TEXT
                    STRING "APPROVED - GOOD THRU "
                                             DELIMITED BY SIZE
                           DCQ-EXPIRE-DATE   DELIMITED BY SIZE
                        INTO WS-RESULT-TEXT
                    END-STRING
                ELSE
                    SET DCQ-STATUS-DECLINED TO TRUE
                    MOVE DCX-REASON TO DCQ-REASON
                    MOVE "DECLINED" TO WS-RESULT-TEXT
                END-IF
                REWRITE DCQ-RECORD
                    INVALID KEY
                        MOVE "REQUEST REWRITE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-REWRITE
            END-IF.
        2300-EXIT.
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
                STRING DCX-ACTION        DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       DCX-REQUEST-ID    DELIMITED BY SIZE
                       "  "              DELIMITED BY SIZE
                       DCX-PROGRAM       DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       DCX-OPERATOR-ID   DELIMITED BY SIZE
                       " REJECTED - "    DELIMITED BY SIZE
                       WS-REJECT-REASON  DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING DCX-ACTION        DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       WS-REQUEST-ID     DELIMITED BY SIZE
                       "  "              DELIMITED BY SIZE
                       DCQ-PROGRAM       DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       WS-OPERATOR-ID    DELIMITED BY SIZE
                       " "               DELIMITED BY SIZE
                       WS-RESULT-TEXT    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            IF DCX-ACTION-REQUEST
                MOVE SPACES TO WS-PRINT-LINE
                STRING "    CARD: "      DELIMITED BY SIZE
                       DCX-CARD-IMAGE    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
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
                STRING "CARDS READ:            " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "CARDS APPLIED:         " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "CARDS REJECTED:        " DELIMITED BY SIZE
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
            IF WS-DCQ-OPEN
                CLOSE REQUEST-FILE
            END-IF.
        9000-EXIT.
            EXIT.
