        *>+--------------------------------------------------------------------+
        *>| HELLOBIL - site chargeback billing run.  Reads the billing        |
        *>| period (YYYYMM), the operator, an optional rebill option and      |
        *>| an optional recovery account from the control card (HELLOBLP),    |
        *>| totals each site's runs and rejects for the period from the       |
        *>| site activity file (HELLOSAF), and prices them from the           |
        *>| chargeback rate table (HELLORAT): runs times the per-run          |
        *>| charge plus rejects times the per-reject charge, raised to the    |
        *>| site's monthly minimum.  Each billed site gets an invoice page    |
        *>| (HELLOBIR) with its billing name and HELLOSTM greeting, and a     |
        *>| debit to its cost center on the general-ledger journal            |
        *>| (HELLOGLJ); one offsetting credit to the recovery account and     |
        *>| header and trailer control totals balance the file.  Activity     |
        *>| for a site with no rate row is listed and left unbilled.  The     |
        *>| billing history file (HELLOBIH) records what was billed; a        |
        *>| period already on it is refused unless the card asks for a        |
        *>| rebill, which needs destructive authority and reverses the        |
        *>| prior charges on the same journal before billing again.  The      |
        *>| history is only rewritten once the new journal has balanced       |
        *>| and its trailer is written, so a failed run leaves the period     |
        *>| recorded exactly as finance last loaded it.                       |
        *>| Billing a period HELLOPCL has not closed is allowed with a        |
        *>| warning, as its figures may still change.                         |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellobil.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CTL-FILE ASSIGN TO "HELLOBLP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT SITE-ACTIVITY ASSIGN TO "HELLOSAF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SAC-KEY
                FILE STATUS IS WS-SAC-FILE-STATUS.

            SELECT RATE-FILE ASSIGN TO "HELLORAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RAT-SITE-CODE
                FILE STATUS IS WS-RAT-FILE-STATUS.

            SELECT OPTIONAL SITE-MASTER ASSIGN TO "HELLOSTM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SITM-SITE-CODE
                FILE STATUS IS WS-SITM-FILE-STATUS.

            SELECT BILLING-HISTORY ASSIGN TO "HELLOBIH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BIH-KEY
                FILE STATUS IS WS-BIH-FILE-STATUS.

            SELECT GL-JOURNAL ASSIGN TO "HELLOGLJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLJ-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOBIR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 BLP-RECORD.
            05 BLP-PERIOD              PIC X(6).
            05 BLP-OPERATOR-ID         PIC X(8).
            05 BLP-REBILL-OPTION       PIC X(1).
                88 BLP-REBILL                VALUE "R".
                88 BLP-FIRST-BILL            VALUE SPACE.
            05 BLP-RECOVERY-ACCOUNT    PIC X(8).
            05 FILLER                  PIC X(57).

        FD  SITE-ACTIVITY
            LABEL RECORDS ARE STANDARD.
            COPY "sacrec.cpy".

        FD  RATE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "ratrec.cpy".

        FD  SITE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY "sitemst.cpy".

        FD  BILLING-HISTORY
            LABEL RECORDS ARE STANDARD.
            COPY "bihrec.cpy".

        FD  GL-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY "gljrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOBIL".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

        01 WS-SAC-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SAC-FILE-OK              VALUE "00".
            88 WS-SAC-FILE-EOF             VALUE "10".
            88 WS-SAC-FILE-NOT-FOUND       VALUE "35".

        01 WS-RAT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RAT-FILE-OK              VALUE "00".
            88 WS-RAT-FILE-EOF             VALUE "10".
            88 WS-RAT-FILE-NOT-FOUND       VALUE "35".

        01 WS-SITM-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-SITM-FILE-OK             VALUE "00".

        01 WS-BIH-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-BIH-FILE-OK              VALUE "00".
            88 WS-BIH-FILE-EOF             VALUE "10".
            88 WS-BIH-FILE-NOT-FOUND       VALUE "35".
            88 WS-BIH-FILE-NO-RECORD       VALUE "23".
            88 WS-BIH-FILE-DUP             VALUE "22".

        01 WS-GLJ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-GLJ-FILE-OK              VALUE "00".

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

        01 WS-SAC-EOF-SW            PIC X VALUE "N".
            88 WS-SAC-EOF                  VALUE "Y".
        01 WS-SAC-MATCH-SW          PIC X VALUE "N".
            88 WS-SAC-MATCH                VALUE "Y".
        01 WS-BIH-EOF-SW            PIC X VALUE "N".
            88 WS-BIH-EOF                  VALUE "Y".
        01 WS-SAC-OPEN-SW           PIC X VALUE "N".
            88 WS-SAC-OPEN                 VALUE "Y".
        01 WS-RAT-OPEN-SW           PIC X VALUE "N".
            88 WS-RAT-OPEN                 VALUE "Y".
        01 WS-SITM-OPEN-SW          PIC X VALUE "N".
            88 WS-SITM-OPEN                VALUE "Y".
        01 WS-BIH-OPEN-SW           PIC X VALUE "N".
            88 WS-BIH-OPEN                 VALUE "Y".
        01 WS-GLJ-OPEN-SW           PIC X VALUE "N".
            88 WS-GLJ-OPEN                 VALUE "Y".
        01 WS-PRIOR-BILLING-SW      PIC X VALUE "N".
            88 WS-PRIOR-BILLING            VALUE "Y".
        01 WS-PERIOD-BILLED-SW      PIC X VALUE "N".
            88 WS-PERIOD-BILLED            VALUE "Y".

        01 WS-PERIOD                PIC X(6) VALUE SPACES.
        01 WS-PERIOD-R REDEFINES WS-PERIOD.
            05 WS-PERIOD-YYYY        PIC 9(4).
            05 WS-PERIOD-MM          PIC 9(2).
        01 WS-PERIOD-DATE           PIC X(8).
        01 WS-PERIOD-STATUS         PIC 9(2).
        01 WS-CURRENT-PERIOD        PIC X(6).
        01 WS-TODAY-DATE            PIC X(8).
        01 WS-REBILL-OPTION         PIC X(1) VALUE SPACE.
            88 WS-REBILL                   VALUE "R".
        01 WS-RECOVERY-ACCOUNT      PIC X(8) VALUE SPACES.
        01 WS-DEFAULT-RECOVERY      PIC X(8) VALUE "ITCHGREC".

        01 WS-PRIOR-RECOVERY        PIC X(8).
        01 WS-PRIOR-BILL-COUNT      PIC 9(3) VALUE 0.

        01 WS-RATE-SITE             PIC X(4).
        01 WS-USAGE-SITE            PIC X(4).
        01 WS-USAGE-RUNS            PIC 9(7).
        01 WS-USAGE-REJECTS         PIC 9(7).
        01 WS-SAC-NEXT-SITE         PIC X(4).
        01 WS-SAC-NEXT-RUNS         PIC 9(5).
        01 WS-SAC-NEXT-REJECTS      PIC 9(5).

        01 WS-BILL-RUNS             PIC 9(7).
        01 WS-BILL-REJECTS          PIC 9(7).
        01 WS-RUN-AMOUNT            PIC 9(7)V99.
        01 WS-REJECT-AMOUNT         PIC 9(7)V99.
        01 WS-USAGE-AMOUNT          PIC 9(7)V99.
        01 WS-MINIMUM-ADJ           PIC 9(7)V99.
        01 WS-BILLED-AMOUNT         PIC 9(7)V99.

        01 WS-GL-COST-CENTER        PIC X(8).
        01 WS-GL-DR-CR              PIC X(1).
        01 WS-GL-AMOUNT             PIC 9(9)V99.
        01 WS-GL-SITE-CODE          PIC X(4).
        01 WS-GL-DESCRIPTION        PIC X(30).

        01 WS-GL-DETAIL-COUNT       PIC 9(7) VALUE 0.
        01 WS-GL-DEBIT-TOTAL        PIC 9(11)V99 VALUE 0.
        01 WS-GL-CREDIT-TOTAL       PIC 9(11)V99 VALUE 0.
        01 WS-REVERSAL-TOTAL        PIC 9(9)V99 VALUE 0.
        01 WS-REVERSAL-COUNT        PIC 9(5) VALUE 0.
        01 WS-TOTAL-RUNS            PIC 9(7) VALUE 0.
        01 WS-TOTAL-REJECTS         PIC 9(7) VALUE 0.
        01 WS-TOTAL-USAGE           PIC 9(9)V99 VALUE 0.
        01 WS-TOTAL-MINIMUM-ADJ     PIC 9(9)V99 VALUE 0.
        01 WS-TOTAL-BILLED          PIC 9(9)V99 VALUE 0.
        01 WS-INVOICE-COUNT         PIC 9(5) VALUE 0.
        01 WS-UNBILLED-COUNT        PIC 9(5) VALUE 0.
        01 WS-NEW-BILL-COUNT        PIC 9(3) VALUE 0.

        01 WS-HOLD-MAX              PIC 9(4) VALUE 1000.
        01 WS-HOLD-COUNT            PIC 9(4) VALUE 0.
        01 WS-HOLD-TABLE.
            05 WS-HOLD-ENTRY OCCURS 1000 TIMES.
                10 WS-HT-ROW             PIC X(80).
        01 WS-HOLD-IDX              PIC 9(4).

        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
        01 WS-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.
        01 WS-RATE-EDIT             PIC ZZ9.99.
        01 WS-AMOUNT-EDIT           PIC Z,ZZZ,ZZ9.99.
        01 WS-BIG-AMOUNT-EDIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
                AND WS-PRIOR-BILLING
                PERFORM 2000-REVERSE-PRIOR-BILLING THRU 2000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 3000-BILL-SITES THRU 3000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 4000-FINISH-JOURNAL THRU 4000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 5000-RECORD-BILLING THRU 5000-EXIT
            END-IF
            PERFORM 9000-TERMINATE THRU 9000-EXIT
            GOBACK.

        1000-INITIALIZE.
            MOVE WS-RC-NORMAL TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
            MOVE WS-CURRENT-DATE-TIME(1:6) TO WS-CURRENT-PERIOD

            OPEN INPUT CTL-FILE
            IF NOT WS-CTL-FILE-OK
                DISPLAY "HELLOBIL: unable to open control file, "
                        "status " WS-CTL-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CTL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                READ CTL-FILE
                    AT END
                        DISPLAY "HELLOBIL: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        MOVE BLP-PERIOD        TO WS-PERIOD
                        MOVE BLP-OPERATOR-ID   TO WS-OPERATOR-ID
                        MOVE BLP-REBILL-OPTION TO WS-REBILL-OPTION
                        MOVE BLP-RECOVERY-ACCOUNT
                            TO WS-RECOVERY-ACCOUNT
                        IF NOT BLP-REBILL AND NOT BLP-FIRST-BILL
                            DISPLAY "HELLOBIL: rebill option must "
                                    "be R or blank - got "
                                    BLP-REBILL-OPTION
                            MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        END-IF
                END-READ
                CLOSE CTL-FILE
            END-IF

            IF WS-RECOVERY-ACCOUNT = SPACES
                MOVE WS-DEFAULT-RECOVERY TO WS-RECOVERY-ACCOUNT
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                IF WS-PERIOD NOT NUMERIC
                    DISPLAY "HELLOBIL: period must be YYYYMM - got "
                            WS-PERIOD
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                        DISPLAY "HELLOBIL: period month out of "
                                "range - got " WS-PERIOD
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    ELSE
                        IF WS-PERIOD >= WS-CURRENT-PERIOD
                            DISPLAY "HELLOBIL: period " WS-PERIOD
                                    " has not ended - billing refused"
                            MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                IF WS-REBILL
                    MOVE WS-LEVEL-DESTRUCTIVE TO WS-SIGNON-REQ-LEVEL
                ELSE
                    MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
                END-IF
                CALL "hellosgn" USING WS-OPERATOR-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOBIL: billing refused - operator "
                            WS-OPERATOR-ID " not authorized"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOBIL: unable to open report file, "
                            "status " WS-RPT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 1200-CHECK-PRIOR-BILLING THRU 1200-EXIT
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 1300-OPEN-INPUT-FILES THRU 1300-EXIT
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT GL-JOURNAL
                IF WS-GLJ-FILE-OK
                    SET WS-GLJ-OPEN TO TRUE
                    MOVE SPACES TO GLJ-HEADER-RECORD
                    SET GLJ-H-HEADER TO TRUE
                    MOVE WS-JOB-NAME   TO GLJ-H-SOURCE
                    MOVE WS-PERIOD     TO GLJ-H-PERIOD
                    MOVE WS-TODAY-DATE TO GLJ-H-CREATE-DATE
                    IF WS-PRIOR-BILLING
                        SET GLJ-H-BATCH-REBILL TO TRUE
                    ELSE
                        SET GLJ-H-BATCH-BILL TO TRUE
                    END-IF
                    WRITE GLJ-HEADER-RECORD
                ELSE
                    DISPLAY "HELLOBIL: unable to open GL journal, "
                            "status " WS-GLJ-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GLJ-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE WS-PERIOD TO WS-PERIOD-DATE(1:6)
                MOVE "01"      TO WS-PERIOD-DATE(7:2)
                CALL "helloprd" USING WS-PERIOD-DATE
                                       WS-PERIOD-STATUS
                END-CALL
                IF WS-PERIOD-STATUS < WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOBIL: period " WS-PERIOD
                            " has not been closed - figures may "
                            "still change"
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD SITE CHARGEBACK INVOICE"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                   "  PERIOD "       DELIMITED BY SIZE
                   WS-PERIOD         DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        1200-CHECK-PRIOR-BILLING.
            OPEN I-O BILLING-HISTORY
            IF NOT WS-BIH-FILE-OK
                IF WS-BIH-FILE-NOT-FOUND
                    OPEN OUTPUT BILLING-HISTORY
                    CLOSE BILLING-HISTORY
                    OPEN I-O BILLING-HISTORY
                END-IF
            END-IF
            IF WS-BIH-FILE-OK
                SET WS-BIH-OPEN TO TRUE
            ELSE
                DISPLAY "HELLOBIL: unable to open billing history, "
                        "status " WS-BIH-FILE-STATUS
                MOVE "1200-CHECK-PRIOR"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-BIH-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF

            IF WS-BIH-OPEN
                MOVE WS-PERIOD TO BIH-PERIOD
                SET BIH-PERIOD-CONTROL TO TRUE
                READ BILLING-HISTORY
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-BIH-FILE-OK
                    MOVE BIH-COST-CENTER TO WS-PRIOR-RECOVERY
                    MOVE BIH-BILL-COUNT  TO WS-PRIOR-BILL-COUNT
                    IF WS-REBILL
                        SET WS-PRIOR-BILLING TO TRUE
                    ELSE
                        DISPLAY "HELLOBIL: period " WS-PERIOD
                                " already billed on " BIH-BILL-DATE
                                " by " BIH-BILL-OPER
                                " - rebill option required"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT
                        MOVE SPACES TO WS-PRINT-LINE
                        STRING "PERIOD " DELIMITED BY SIZE
                               WS-PERIOD DELIMITED BY SIZE
                               " ALREADY BILLED ON "
                                         DELIMITED BY SIZE
                               BIH-BILL-DATE DELIMITED BY SIZE
                               " BY "    DELIMITED BY SIZE
                               BIH-BILL-OPER DELIMITED BY SIZE
                               " - BILLING REFUSED, REBILL OPTION "
                                         DELIMITED BY SIZE
                               "REQUIRED" DELIMITED BY SIZE
                            INTO WS-PRINT-LINE
                        END-STRING
                        WRITE RPT-LINE FROM WS-PRINT-LINE
                            AFTER ADVANCING 1 LINE
                    END-IF
                ELSE
                    IF NOT WS-BIH-FILE-NO-RECORD
                        DISPLAY "HELLOBIL: billing history read "
                                "failed, status " WS-BIH-FILE-STATUS
                        MOVE "1200-CHECK-PRIOR"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-BIH-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    ELSE
                        IF WS-REBILL
                            DISPLAY "HELLOBIL: period " WS-PERIOD
                                    " has not been billed - rebill "
                                    "option ignored"
                            MOVE WS-RC-WARNING TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF
            COMPUTE WS-NEW-BILL-COUNT = WS-PRIOR-BILL-COUNT + 1.
        1200-EXIT.
            EXIT.

        1300-OPEN-INPUT-FILES.
            OPEN INPUT RATE-FILE
            IF WS-RAT-FILE-OK
                SET WS-RAT-OPEN TO TRUE
            ELSE
                IF WS-RAT-FILE-NOT-FOUND
                    DISPLAY "HELLOBIL: no rate table on system - "
                            "nothing can be billed"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    DISPLAY "HELLOBIL: unable to open rate table, "
                            "status " WS-RAT-FILE-STATUS
                    MOVE "1300-OPEN-INPUT"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RAT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT SITE-ACTIVITY
                IF WS-SAC-FILE-OK
                    SET WS-SAC-OPEN TO TRUE
                ELSE
                    IF WS-SAC-FILE-NOT-FOUND
                        DISPLAY "HELLOBIL: no site activity file on "
                                "system - minimums only"
                        SET WS-SAC-EOF TO TRUE
                    ELSE
                        DISPLAY "HELLOBIL: unable to open site "
                                "activity file, status "
                                WS-SAC-FILE-STATUS
                        MOVE "1300-OPEN-INPUT"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-SAC-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT SITE-MASTER
                IF WS-SITM-FILE-OK
                    SET WS-SITM-OPEN TO TRUE
                END-IF
            END-IF.
        1300-EXIT.
            EXIT.

        2000-REVERSE-PRIOR-BILLING.
            MOVE WS-PERIOD TO BIH-PERIOD
            MOVE LOW-VALUES TO BIH-SITE-CODE
            START BILLING-HISTORY
                KEY IS NOT LESS THAN BIH-KEY
                INVALID KEY
                    SET WS-BIH-EOF TO TRUE
            END-START

            PERFORM UNTIL WS-BIH-EOF
                READ BILLING-HISTORY NEXT RECORD
                    AT END
                        SET WS-BIH-EOF TO TRUE
                    NOT AT END
                        IF BIH-PERIOD NOT = WS-PERIOD
                            SET WS-BIH-EOF TO TRUE
                        ELSE
                            IF NOT BIH-PERIOD-CONTROL
                                PERFORM 2100-REVERSE-ONE-SITE
                                    THRU 2100-EXIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-REVERSAL-TOTAL > 0
                AND RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE WS-PRIOR-RECOVERY TO WS-GL-COST-CENTER
                MOVE "D"               TO WS-GL-DR-CR
                MOVE WS-REVERSAL-TOTAL TO WS-GL-AMOUNT
                MOVE SPACES            TO WS-GL-SITE-CODE
                MOVE "REVERSE PRIOR CHARGEBACK RECOV"
                    TO WS-GL-DESCRIPTION
                PERFORM 6000-WRITE-GL-DETAIL THRU 6000-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

        2100-REVERSE-ONE-SITE.
            IF BIH-BILLED-AMOUNT > 0
                MOVE BIH-COST-CENTER   TO WS-GL-COST-CENTER
                MOVE "C"               TO WS-GL-DR-CR
                MOVE BIH-BILLED-AMOUNT TO WS-GL-AMOUNT
                MOVE BIH-SITE-CODE     TO WS-GL-SITE-CODE
                MOVE "REVERSE PRIOR CHARGEBACK"
                    TO WS-GL-DESCRIPTION
                PERFORM 6000-WRITE-GL-DETAIL THRU 6000-EXIT
                ADD BIH-BILLED-AMOUNT TO WS-REVERSAL-TOTAL
            END-IF
            ADD 1 TO WS-REVERSAL-COUNT.
        2100-EXIT.
            EXIT.

        3000-BILL-SITES.
            PERFORM 3100-READ-RATE THRU 3100-EXIT
            PERFORM 3250-READ-ACTIVITY THRU 3250-EXIT
            PERFORM 3200-NEXT-SITE-USAGE THRU 3200-EXIT

            PERFORM UNTIL (WS-RATE-SITE = HIGH-VALUES
                           AND WS-USAGE-SITE = HIGH-VALUES)
                       OR RETURN-CODE >= WS-RC-DATA-PROBLEM
                IF WS-RATE-SITE = WS-USAGE-SITE
                    MOVE WS-USAGE-RUNS    TO WS-BILL-RUNS
                    MOVE WS-USAGE-REJECTS TO WS-BILL-REJECTS
                    PERFORM 3300-BILL-ONE-SITE THRU 3300-EXIT
                    PERFORM 3100-READ-RATE THRU 3100-EXIT
                    PERFORM 3200-NEXT-SITE-USAGE THRU 3200-EXIT
                ELSE
                    IF WS-RATE-SITE < WS-USAGE-SITE
                        MOVE 0 TO WS-BILL-RUNS
                        MOVE 0 TO WS-BILL-REJECTS
                        PERFORM 3300-BILL-ONE-SITE THRU 3300-EXIT
                        PERFORM 3100-READ-RATE THRU 3100-EXIT
                    ELSE
                        PERFORM 3600-UNBILLED-SITE THRU 3600-EXIT
                        PERFORM 3200-NEXT-SITE-USAGE THRU 3200-EXIT
                    END-IF
                END-IF
            END-PERFORM.
        3000-EXIT.
            EXIT.

        3100-READ-RATE.
            READ RATE-FILE NEXT RECORD
                AT END
                    MOVE HIGH-VALUES TO WS-RATE-SITE
                NOT AT END
                    MOVE RAT-SITE-CODE TO WS-RATE-SITE
            END-READ.
        3100-EXIT.
            EXIT.

        3200-NEXT-SITE-USAGE.
            MOVE WS-SAC-NEXT-SITE TO WS-USAGE-SITE
            MOVE 0 TO WS-USAGE-RUNS
            MOVE 0 TO WS-USAGE-REJECTS
            PERFORM UNTIL WS-SAC-NEXT-SITE NOT = WS-USAGE-SITE
                       OR WS-USAGE-SITE = HIGH-VALUES
                ADD WS-SAC-NEXT-RUNS    TO WS-USAGE-RUNS
                ADD WS-SAC-NEXT-REJECTS TO WS-USAGE-REJECTS
                PERFORM 3250-READ-ACTIVITY THRU 3250-EXIT
            END-PERFORM.
        3200-EXIT.
            EXIT.

        3250-READ-ACTIVITY.
            MOVE "N" TO WS-SAC-MATCH-SW
            MOVE HIGH-VALUES TO WS-SAC-NEXT-SITE
            PERFORM UNTIL WS-SAC-EOF OR WS-SAC-MATCH
                READ SITE-ACTIVITY NEXT RECORD
                    AT END
                        SET WS-SAC-EOF TO TRUE
                    NOT AT END
                        IF SAC-RUN-DATE(1:6) = WS-PERIOD
                            SET WS-SAC-MATCH TO TRUE
                            MOVE SAC-SITE-CODE    TO WS-SAC-NEXT-SITE
                            MOVE SAC-RUN-COUNT    TO WS-SAC-NEXT-RUNS
                            MOVE SAC-REJECT-COUNT
                                TO WS-SAC-NEXT-REJECTS
                        END-IF
                END-READ
            END-PERFORM.
        3250-EXIT.
            EXIT.

        3300-BILL-ONE-SITE.
            COMPUTE WS-RUN-AMOUNT = WS-BILL-RUNS * RAT-RUN-CHARGE
            COMPUTE WS-REJECT-AMOUNT =
                WS-BILL-REJECTS * RAT-REJECT-CHARGE
            COMPUTE WS-USAGE-AMOUNT = WS-RUN-AMOUNT + WS-REJECT-AMOUNT
            MOVE 0 TO WS-MINIMUM-ADJ
            IF WS-USAGE-AMOUNT < RAT-MONTHLY-MINIMUM
                COMPUTE WS-MINIMUM-ADJ =
                    RAT-MONTHLY-MINIMUM - WS-USAGE-AMOUNT
            END-IF
            COMPUTE WS-BILLED-AMOUNT = WS-USAGE-AMOUNT + WS-MINIMUM-ADJ

            IF WS-BILLED-AMOUNT > 0 OR WS-BILL-RUNS > 0
                ADD 1 TO WS-INVOICE-COUNT
                ADD WS-BILL-RUNS     TO WS-TOTAL-RUNS
                ADD WS-BILL-REJECTS  TO WS-TOTAL-REJECTS
                ADD WS-USAGE-AMOUNT  TO WS-TOTAL-USAGE
                ADD WS-MINIMUM-ADJ   TO WS-TOTAL-MINIMUM-ADJ
                ADD WS-BILLED-AMOUNT TO WS-TOTAL-BILLED
                PERFORM 3400-PRINT-INVOICE THRU 3400-EXIT

                IF WS-BILLED-AMOUNT > 0
                    MOVE RAT-COST-CENTER  TO WS-GL-COST-CENTER
                    MOVE "D"              TO WS-GL-DR-CR
                    MOVE WS-BILLED-AMOUNT TO WS-GL-AMOUNT
                    MOVE RAT-SITE-CODE    TO WS-GL-SITE-CODE
                    MOVE RAT-SITE-NAME    TO WS-GL-DESCRIPTION
                    PERFORM 6000-WRITE-GL-DETAIL THRU 6000-EXIT
                END-IF

                MOVE SPACES           TO BIH-RECORD
                MOVE WS-PERIOD        TO BIH-PERIOD
                MOVE RAT-SITE-CODE    TO BIH-SITE-CODE
                MOVE RAT-COST-CENTER  TO BIH-COST-CENTER
                MOVE WS-BILL-RUNS     TO BIH-RUN-COUNT
                MOVE WS-BILL-REJECTS  TO BIH-REJECT-COUNT
                MOVE WS-USAGE-AMOUNT  TO BIH-USAGE-AMOUNT
                MOVE WS-MINIMUM-ADJ   TO BIH-MINIMUM-ADJ
                MOVE WS-BILLED-AMOUNT TO BIH-BILLED-AMOUNT
                MOVE WS-TODAY-DATE    TO BIH-BILL-DATE
                MOVE WS-OPERATOR-ID   TO BIH-BILL-OPER
                MOVE WS-NEW-BILL-COUNT TO BIH-BILL-COUNT
                PERFORM 3350-HOLD-HISTORY-ROW THRU 3350-EXIT
            END-IF.
        3300-EXIT.
            EXIT.

        3350-HOLD-HISTORY-ROW.
            IF WS-HOLD-COUNT >= WS-HOLD-MAX
                DISPLAY "HELLOBIL: billing history hold table full at "
                        WS-HOLD-MAX " sites - site " BIH-SITE-CODE
                        " cannot be recorded"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                MOVE SPACES TO WS-PRINT-LINE
                STRING "SITE " DELIMITED BY SIZE
                       BIH-SITE-CODE DELIMITED BY SIZE
                       "  CANNOT BE RECORDED - HOLD TABLE FULL, "
                                 DELIMITED BY SIZE
                       "PERIOD NOT BILLED" DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            ELSE
                ADD 1 TO WS-HOLD-COUNT
                MOVE BIH-RECORD TO WS-HT-ROW(WS-HOLD-COUNT)
            END-IF.
        3350-EXIT.
            EXIT.

        3400-PRINT-INVOICE.
            PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT

            MOVE SPACES TO WS-PRINT-LINE
            STRING "SITE " DELIMITED BY SIZE
                   RAT-SITE-CODE DELIMITED BY SIZE
                   "  "    DELIMITED BY SIZE
                   RAT-SITE-NAME DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            IF WS-SITM-OPEN
                MOVE RAT-SITE-CODE TO SITM-SITE-CODE
                READ SITE-MASTER
                    INVALID KEY
                        CONTINUE
                END-READ
            END-IF
            IF WS-SITM-OPEN AND WS-SITM-FILE-OK
                STRING "GREETING: " DELIMITED BY SIZE
                       SITM-MESSAGE-TEXT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                MOVE "GREETING: NOT ON SITE MASTER" TO WS-PRINT-LINE
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "COST CENTER: " DELIMITED BY SIZE
                   RAT-COST-CENTER DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-PRINT-LINE
            MOVE "  CHARGE"  TO WS-PRINT-LINE(1:20)
            MOVE "QUANTITY"  TO WS-PRINT-LINE(25:8)
            MOVE "RATE"      TO WS-PRINT-LINE(38:4)
            MOVE "AMOUNT"    TO WS-PRINT-LINE(51:6)
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            MOVE "  RUNS" TO WS-PRINT-LINE(1:20)
            MOVE WS-BILL-RUNS TO WS-TOTAL-EDIT
            MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE(24:9)
            MOVE RAT-RUN-CHARGE TO WS-RATE-EDIT
            MOVE WS-RATE-EDIT TO WS-PRINT-LINE(36:6)
            MOVE WS-RUN-AMOUNT TO WS-AMOUNT-EDIT
            MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(45:12)
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            MOVE "  REJECTS" TO WS-PRINT-LINE(1:20)
            MOVE WS-BILL-REJECTS TO WS-TOTAL-EDIT
            MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE(24:9)
            MOVE RAT-REJECT-CHARGE TO WS-RATE-EDIT
            MOVE WS-RATE-EDIT TO WS-PRINT-LINE(36:6)
            MOVE WS-REJECT-AMOUNT TO WS-AMOUNT-EDIT
            MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(45:12)
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            MOVE "  USAGE SUBTOTAL" TO WS-PRINT-LINE(1:20)
            MOVE WS-USAGE-AMOUNT TO WS-AMOUNT-EDIT
            MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(45:12)
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            IF WS-MINIMUM-ADJ > 0
                MOVE SPACES TO WS-PRINT-LINE
                MOVE "  MONTHLY MINIMUM" TO WS-PRINT-LINE(1:20)
                MOVE RAT-MONTHLY-MINIMUM TO WS-AMOUNT-EDIT
                MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(24:12)
                MOVE "ADJ" TO WS-PRINT-LINE(39:3)
                MOVE WS-MINIMUM-ADJ TO WS-AMOUNT-EDIT
                MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(45:12)
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-PRINT-LINE
            MOVE "  AMOUNT DUE" TO WS-PRINT-LINE(1:20)
            MOVE WS-BILLED-AMOUNT TO WS-AMOUNT-EDIT
            MOVE WS-AMOUNT-EDIT TO WS-PRINT-LINE(45:12)
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        3400-EXIT.
            EXIT.

        3500-PUT-HISTORY-ROW.
            WRITE BIH-RECORD
                INVALID KEY
                    IF WS-BIH-FILE-DUP
                        REWRITE BIH-RECORD
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
            END-WRITE
            IF NOT WS-BIH-FILE-OK
                DISPLAY "HELLOBIL: billing history write failed "
                        "for " BIH-KEY " status " WS-BIH-FILE-STATUS
                MOVE "3500-PUT-HISTORY-ROW"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-BIH-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        3500-EXIT.
            EXIT.

        3600-UNBILLED-SITE.
            ADD 1 TO WS-UNBILLED-COUNT
            IF WS-RC-WARNING > RETURN-CODE
                MOVE WS-RC-WARNING TO RETURN-CODE
            END-IF
            DISPLAY "HELLOBIL: site " WS-USAGE-SITE
                    " has activity but no rate row - not billed"

            PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT
            MOVE SPACES TO WS-PRINT-LINE
            MOVE WS-USAGE-RUNS TO WS-TOTAL-EDIT
            STRING "SITE " DELIMITED BY SIZE
                   WS-USAGE-SITE DELIMITED BY SIZE
                   "  NOT BILLED - NO RATE ROW ON HELLORAT  RUNS "
                                 DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            MOVE WS-USAGE-REJECTS TO WS-TOTAL-EDIT
            STRING "  REJECTS "  DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE(65:)
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        3600-EXIT.
            EXIT.

        4000-FINISH-JOURNAL.
            IF WS-TOTAL-BILLED > 0
                MOVE WS-RECOVERY-ACCOUNT TO WS-GL-COST-CENTER
                MOVE "C"                 TO WS-GL-DR-CR
                MOVE WS-TOTAL-BILLED     TO WS-GL-AMOUNT
                MOVE SPACES              TO WS-GL-SITE-CODE
                MOVE "SITE CHARGEBACK RECOVERY"
                    TO WS-GL-DESCRIPTION
                PERFORM 6000-WRITE-GL-DETAIL THRU 6000-EXIT
            END-IF

            IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                DISPLAY "HELLOBIL: GL journal out of balance - "
                        "trailer not written"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            ELSE
                MOVE SPACES TO GLJ-TRAILER-RECORD
                SET GLJ-T-TRAILER TO TRUE
                MOVE WS-GL-DETAIL-COUNT TO GLJ-T-DETAIL-COUNT
                MOVE WS-GL-DEBIT-TOTAL  TO GLJ-T-DEBIT-TOTAL
                MOVE WS-GL-CREDIT-TOTAL TO GLJ-T-CREDIT-TOTAL
                WRITE GLJ-TRAILER-RECORD
                IF NOT WS-GLJ-FILE-OK
                    DISPLAY "HELLOBIL: GL journal trailer write "
                            "failed, status " WS-GLJ-FILE-STATUS
                    MOVE "4000-FINISH-JOURNAL"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GLJ-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        4000-EXIT.
            EXIT.

        5000-RECORD-BILLING.
            MOVE SPACES               TO BIH-RECORD
            MOVE WS-PERIOD            TO BIH-PERIOD
            SET BIH-PERIOD-CONTROL    TO TRUE
            MOVE WS-RECOVERY-ACCOUNT  TO BIH-COST-CENTER
            MOVE WS-TOTAL-RUNS        TO BIH-RUN-COUNT
            MOVE WS-TOTAL-REJECTS     TO BIH-REJECT-COUNT
            MOVE WS-TOTAL-USAGE       TO BIH-USAGE-AMOUNT
            MOVE WS-TOTAL-MINIMUM-ADJ TO BIH-MINIMUM-ADJ
            MOVE WS-TOTAL-BILLED      TO BIH-BILLED-AMOUNT
            MOVE WS-TODAY-DATE        TO BIH-BILL-DATE
            MOVE WS-OPERATOR-ID       TO BIH-BILL-OPER
            MOVE WS-NEW-BILL-COUNT    TO BIH-BILL-COUNT
            PERFORM 3500-PUT-HISTORY-ROW THRU 3500-EXIT
            IF WS-BIH-FILE-OK
                SET WS-PERIOD-BILLED TO TRUE
            END-IF

            PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                    UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                       OR NOT WS-BIH-FILE-OK
                MOVE WS-HT-ROW(WS-HOLD-IDX) TO BIH-RECORD
                PERFORM 3500-PUT-HISTORY-ROW THRU 3500-EXIT
            END-PERFORM

            IF WS-BIH-FILE-OK AND WS-PRIOR-BILLING
                PERFORM 5100-DROP-STALE-ROWS THRU 5100-EXIT
            END-IF.
        5000-EXIT.
            EXIT.

        5100-DROP-STALE-ROWS.
            MOVE "N" TO WS-BIH-EOF-SW
            MOVE WS-PERIOD TO BIH-PERIOD
            MOVE LOW-VALUES TO BIH-SITE-CODE
            START BILLING-HISTORY
                KEY IS NOT LESS THAN BIH-KEY
                INVALID KEY
                    SET WS-BIH-EOF TO TRUE
            END-START

            PERFORM UNTIL WS-BIH-EOF
                READ BILLING-HISTORY NEXT RECORD
                    AT END
                        SET WS-BIH-EOF TO TRUE
                    NOT AT END
                        IF BIH-PERIOD NOT = WS-PERIOD
                            SET WS-BIH-EOF TO TRUE
                        ELSE
                            IF NOT BIH-PERIOD-CONTROL
                                AND BIH-BILL-COUNT NOT =
                                    WS-NEW-BILL-COUNT
                                PERFORM 5200-DROP-ONE-ROW
                                    THRU 5200-EXIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        5100-EXIT.
            EXIT.

        5200-DROP-ONE-ROW.
            DELETE BILLING-HISTORY RECORD
                INVALID KEY
                    CONTINUE
            END-DELETE
            IF NOT WS-BIH-FILE-OK
                DISPLAY "HELLOBIL: billing history delete failed "
                        "for " BIH-KEY " status " WS-BIH-FILE-STATUS
                MOVE "5200-DROP-ONE-ROW"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-BIH-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                SET WS-BIH-EOF TO TRUE
            END-IF.
        5200-EXIT.
            EXIT.

        6000-WRITE-GL-DETAIL.
            MOVE SPACES TO GLJ-DETAIL-RECORD
            SET GLJ-D-DETAIL TO TRUE
            MOVE WS-GL-COST-CENTER TO GLJ-D-COST-CENTER
            MOVE WS-GL-DR-CR       TO GLJ-D-DR-CR
            MOVE WS-GL-AMOUNT      TO GLJ-D-AMOUNT
            MOVE WS-PERIOD         TO GLJ-D-PERIOD
            MOVE WS-GL-SITE-CODE   TO GLJ-D-SITE-CODE
            MOVE WS-GL-DESCRIPTION TO GLJ-D-DESCRIPTION
            WRITE GLJ-DETAIL-RECORD
            IF WS-GLJ-FILE-OK
                ADD 1 TO WS-GL-DETAIL-COUNT
                IF GLJ-D-DEBIT
                    ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
                ELSE
                    ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
                END-IF
            ELSE
                DISPLAY "HELLOBIL: GL journal write failed, status "
                        WS-GLJ-FILE-STATUS
                MOVE "6000-WRITE-GL-DETAIL"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-GLJ-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        6000-EXIT.
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
            IF WS-RAT-OPEN
                CLOSE RATE-FILE
            END-IF
            IF WS-SAC-OPEN
                CLOSE SITE-ACTIVITY
            END-IF
            IF WS-SITM-OPEN
                CLOSE SITE-MASTER
            END-IF
            IF WS-BIH-OPEN
                CLOSE BILLING-HISTORY
            END-IF
            IF WS-GLJ-OPEN
                CLOSE GL-JOURNAL
            END-IF

            IF WS-RPT-FILE-OK
                PERFORM 9100-WRITE-SUMMARY-PAGE THRU 9100-EXIT
                CLOSE REPORT-FILE
            END-IF

            MOVE WS-INVOICE-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOBIL: SITES INVOICED " WS-COUNT-EDIT
            MOVE WS-TOTAL-BILLED TO WS-BIG-AMOUNT-EDIT
            DISPLAY "HELLOBIL: TOTAL BILLED   " WS-BIG-AMOUNT-EDIT
            IF NOT WS-PERIOD-BILLED
                DISPLAY "HELLOBIL: PERIOD " WS-PERIOD " NOT BILLED"
                IF WS-RC-DATA-PROBLEM > RETURN-CODE
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF.
        9000-EXIT.
            EXIT.

        9100-WRITE-SUMMARY-PAGE.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD SITE CHARGEBACK SUMMARY"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                   "  PERIOD "       DELIMITED BY SIZE
                   WS-PERIOD         DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            IF WS-PRIOR-BILLING
                MOVE WS-REVERSAL-COUNT TO WS-COUNT-EDIT
                MOVE WS-REVERSAL-TOTAL TO WS-BIG-AMOUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REBILL - PRIOR SITE ROWS REVERSED: "
                                          DELIMITED BY SIZE
                       WS-COUNT-EDIT      DELIMITED BY SIZE
                       "  AMOUNT "        DELIMITED BY SIZE
                       WS-BIG-AMOUNT-EDIT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF

            MOVE WS-INVOICE-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "SITES INVOICED:          " DELIMITED BY SIZE
                   WS-COUNT-EDIT               DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-UNBILLED-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "SITES WITH NO RATE ROW:  " DELIMITED BY SIZE
                   WS-COUNT-EDIT               DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-TOTAL-USAGE TO WS-BIG-AMOUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "USAGE CHARGES:      " DELIMITED BY SIZE
                   WS-BIG-AMOUNT-EDIT     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-TOTAL-MINIMUM-ADJ TO WS-BIG-AMOUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "MINIMUM ADJUSTMENTS:" DELIMITED BY SIZE
                   WS-BIG-AMOUNT-EDIT     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-TOTAL-BILLED TO WS-BIG-AMOUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "TOTAL BILLED:       " DELIMITED BY SIZE
                   WS-BIG-AMOUNT-EDIT     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-GL-DETAIL-COUNT TO WS-TOTAL-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "GL DETAIL RECORDS:  " DELIMITED BY SIZE
                   WS-TOTAL-EDIT          DELIMITED BY SIZE
                   "  TO RECOVERY ACCOUNT " DELIMITED BY SIZE
                   WS-RECOVERY-ACCOUNT    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-GL-DEBIT-TOTAL TO WS-BIG-AMOUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "GL DEBITS:          " DELIMITED BY SIZE
                   WS-BIG-AMOUNT-EDIT     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-GL-CREDIT-TOTAL TO WS-BIG-AMOUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "GL CREDITS:         " DELIMITED BY SIZE
                   WS-BIG-AMOUNT-EDIT     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            IF WS-PERIOD-BILLED
                STRING "PERIOD " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       " BILLED ON " DELIMITED BY SIZE
                       WS-TODAY-DATE DELIMITED BY SIZE
                       " BY "    DELIMITED BY SIZE
                       WS-OPERATOR-ID DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING "PERIOD " DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       " NOT BILLED - GL JOURNAL MUST NOT BE LOADED"
                                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        9100-EXIT.
            EXIT.
