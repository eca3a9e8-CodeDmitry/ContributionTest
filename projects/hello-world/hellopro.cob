        *>+--------------------------------------------------------------------+
        *>| HELLOPRO - reopen a closed accounting period.  Reads the period   |
        *>| (YYYYMM), the operator, and the reason from the control card      |
        *>| (HELLOPOP).  Reopening lets HELLOWORLD, HELLOEDT, HELLORST and    |
        *>| HELLOBKO touch run history in a month whose figures have already  |
        *>| gone to management, so the operator must sign on through          |
        *>| HELLOSGN at destructive authority (level 3).  The period control  |
        *>| row (HELLOPCF) is flipped back to open with the reopen date,      |
        *>| operator and reason kept on it, and the reopen report (HELLOPOR)  |
        *>| shows who closed and who reopened the period together with the    |
        *>| summary rows as they stood at close (HELLOPSF), which HELLOPCL    |
        *>| replaces when the period is closed again.                         |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellopro.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CTL-FILE ASSIGN TO "HELLOPOP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT PERIOD-CONTROL-FILE ASSIGN TO "HELLOPCF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PCT-PERIOD
                FILE STATUS IS WS-PCT-FILE-STATUS.

            SELECT PERIOD-SUMMARY-FILE ASSIGN TO "HELLOPSF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PSM-KEY
                FILE STATUS IS WS-PSM-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOPOR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 POP-RECORD.
            05 POP-PERIOD              PIC X(6).
            05 POP-OPERATOR-ID         PIC X(8).
            05 POP-REASON              PIC X(30).
            05 FILLER                  PIC X(36).

        FD  PERIOD-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "pctrec.cpy".

        FD  PERIOD-SUMMARY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "psmrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOPRO".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

        01 WS-PCT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-PCT-FILE-OK              VALUE "00".
            88 WS-PCT-FILE-NOT-FOUND       VALUE "35".
            88 WS-PCT-FILE-NO-RECORD       VALUE "23".

        01 WS-PSM-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-PSM-FILE-OK              VALUE "00".
            88 WS-PSM-FILE-EOF             VALUE "10".

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

        01 WS-PCT-OPEN-SW           PIC X VALUE "N".
            88 WS-PCT-OPEN                 VALUE "Y".
        01 WS-PSM-EOF-SW            PIC X VALUE "N".
            88 WS-PSM-EOF                  VALUE "Y".
        01 WS-PERIOD-REOPENED-SW    PIC X VALUE "N".
            88 WS-PERIOD-REOPENED          VALUE "Y".

        01 WS-PERIOD                PIC X(6) VALUE SPACES.
        01 WS-PERIOD-R REDEFINES WS-PERIOD.
            05 WS-PERIOD-YYYY        PIC 9(4).
            05 WS-PERIOD-MM          PIC 9(2).
        01 WS-REOPEN-REASON         PIC X(30) VALUE SPACES.
        01 WS-TODAY-DATE            PIC X(8).
        01 WS-SUMMARY-ROW-COUNT     PIC 9(5) VALUE 0.

        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
        01 WS-TOTAL-EDIT            PIC Z,ZZZ,ZZ9.
        01 WS-RC-EDIT               PIC ZZ9.

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
                PERFORM 2000-REOPEN-PERIOD THRU 2000-EXIT
            END-IF
            IF WS-PERIOD-REOPENED
                PERFORM 3000-LIST-SUMMARY THRU 3000-EXIT
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

            OPEN INPUT CTL-FILE
            IF NOT WS-CTL-FILE-OK
                DISPLAY "HELLOPRO: unable to open control file, "
                        "status " WS-CTL-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CTL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                READ CTL-FILE
                    AT END
                        DISPLAY "HELLOPRO: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        MOVE POP-PERIOD      TO WS-PERIOD
                        MOVE POP-OPERATOR-ID TO WS-OPERATOR-ID
                        MOVE POP-REASON      TO WS-REOPEN-REASON
                END-READ
                CLOSE CTL-FILE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                IF WS-PERIOD NOT NUMERIC
                    DISPLAY "HELLOPRO: period must be YYYYMM - got "
                            WS-PERIOD
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                        DISPLAY "HELLOPRO: period month out of "
                                "range - got " WS-PERIOD
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-REOPEN-REASON = SPACES
                DISPLAY "HELLOPRO: a reason for reopening the "
                        "period is required"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-SIGNON-REQ-LEVEL
                CALL "hellosgn" USING WS-OPERATOR-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOPRO: reopen refused - operator "
                            WS-OPERATOR-ID " not authorized"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOPRO: unable to open report file, "
                            "status " WS-RPT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                ELSE
                    PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O PERIOD-CONTROL-FILE
                IF WS-PCT-FILE-OK
                    SET WS-PCT-OPEN TO TRUE
                ELSE
                    IF WS-PCT-FILE-NOT-FOUND
                        DISPLAY "HELLOPRO: no period control file "
                                "on system - no period has been "
                                "closed"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    ELSE
                        DISPLAY "HELLOPRO: unable to open period "
                                "control file, status "
                                WS-PCT-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-PCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD PERIOD REOPEN REPORT"
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

        2000-REOPEN-PERIOD.
            MOVE WS-PERIOD TO PCT-PERIOD
            READ PERIOD-CONTROL-FILE
                INVALID KEY
                    CONTINUE
            END-READ

            IF NOT WS-PCT-FILE-OK
                IF WS-PCT-FILE-NO-RECORD
                    DISPLAY "HELLOPRO: period " WS-PERIOD
                            " has never been closed - nothing to "
                            "reopen"
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "PERIOD " DELIMITED BY SIZE
                           WS-PERIOD DELIMITED BY SIZE
                           " HAS NEVER BEEN CLOSED - REOPEN REFUSED"
                                     DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    DISPLAY "HELLOPRO: period control read failed, "
                            "status " WS-PCT-FILE-STATUS
                    MOVE "2000-REOPEN-PERIOD"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-PCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            ELSE
                IF NOT PCT-STATUS-CLOSED
                    DISPLAY "HELLOPRO: period " WS-PERIOD
                            " is already open - reopened on "
                            PCT-REOPEN-DATE " by " PCT-REOPEN-OPER
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "PERIOD " DELIMITED BY SIZE
                           WS-PERIOD DELIMITED BY SIZE
                           " ALREADY OPEN - REOPENED ON "
                                     DELIMITED BY SIZE
                           PCT-REOPEN-DATE DELIMITED BY SIZE
                           " BY "    DELIMITED BY SIZE
                           PCT-REOPEN-OPER DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    SET PCT-STATUS-REOPENED TO TRUE
                    MOVE WS-TODAY-DATE    TO PCT-REOPEN-DATE
                    MOVE WS-OPERATOR-ID   TO PCT-REOPEN-OPER
                    MOVE WS-REOPEN-REASON TO PCT-REOPEN-REASON
                    REWRITE PCT-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF WS-PCT-FILE-OK
                        SET WS-PERIOD-REOPENED TO TRUE
                        PERFORM 2100-WRITE-REOPEN-LINES
                            THRU 2100-EXIT
                    ELSE
                        DISPLAY "HELLOPRO: period control rewrite "
                                "failed, status " WS-PCT-FILE-STATUS
                        MOVE "2000-REOPEN-PERIOD"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-PCT-FILE-STATUS
                            TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        2000-EXIT.
            EXIT.

        2100-WRITE-REOPEN-LINES.
            MOVE SPACES TO WS-PRINT-LINE
            MOVE PCT-CLOSE-COUNT TO WS-RC-EDIT
            STRING "LAST CLOSED ON " DELIMITED BY SIZE
                   PCT-CLOSE-DATE    DELIMITED BY SIZE
                   " BY "            DELIMITED BY SIZE
                   PCT-CLOSE-OPER    DELIMITED BY SIZE
                   "  TIMES CLOSED " DELIMITED BY SIZE
                   WS-RC-EDIT        DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "REOPENED ON "    DELIMITED BY SIZE
                   PCT-REOPEN-DATE   DELIMITED BY SIZE
                   " BY "            DELIMITED BY SIZE
                   PCT-REOPEN-OPER   DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-SIGNON-OPER-NAME DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "REASON: "        DELIMITED BY SIZE
                   PCT-REOPEN-REASON DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2100-EXIT.
            EXIT.

        3000-LIST-SUMMARY.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "SUMMARY AS CLOSED - REPLACED AT NEXT CLOSE"
                TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "SITE   ACTIVE DAYS       RUNS    REJECTS  WORST RC"
                TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            OPEN INPUT PERIOD-SUMMARY-FILE
            IF NOT WS-PSM-FILE-OK
                SET WS-PSM-EOF TO TRUE
            ELSE
                MOVE WS-PERIOD TO PSM-PERIOD
                MOVE LOW-VALUES TO PSM-SITE-CODE
                START PERIOD-SUMMARY-FILE
                    KEY IS NOT LESS THAN PSM-KEY
                    INVALID KEY
                        SET WS-PSM-EOF TO TRUE
                END-START
            END-IF

            PERFORM UNTIL WS-PSM-EOF
                READ PERIOD-SUMMARY-FILE NEXT RECORD
                    AT END
                        SET WS-PSM-EOF TO TRUE
                    NOT AT END
                        IF PSM-PERIOD NOT = WS-PERIOD
                            SET WS-PSM-EOF TO TRUE
                        ELSE
                            PERFORM 3100-WRITE-SUMMARY-LINE
                                THRU 3100-EXIT
                        END-IF
                END-READ
            END-PERFORM

            IF WS-PSM-FILE-OK OR WS-PSM-FILE-EOF
                CLOSE PERIOD-SUMMARY-FILE
            END-IF

            IF WS-SUMMARY-ROW-COUNT = 0
                MOVE "NO SUMMARY ROWS ON FILE FOR THIS PERIOD"
                    TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.
        3000-EXIT.
            EXIT.

        3100-WRITE-SUMMARY-LINE.
            ADD 1 TO WS-SUMMARY-ROW-COUNT
            MOVE SPACES TO WS-PRINT-LINE
            MOVE PSM-SITE-CODE TO WS-PRINT-LINE(1:4)
            MOVE PSM-ACTIVE-DAYS TO WS-RC-EDIT
            MOVE WS-RC-EDIT TO WS-PRINT-LINE(16:3)
            MOVE PSM-RUN-COUNT TO WS-TOTAL-EDIT
            MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE(21:9)
            MOVE PSM-REJECT-COUNT TO WS-TOTAL-EDIT
            MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE(32:9)
            MOVE PSM-WORST-RC TO WS-RC-EDIT
            MOVE WS-RC-EDIT TO WS-PRINT-LINE(48:3)
            IF PSM-SITE-ALL
                MOVE PSM-HIST-ROWS TO WS-TOTAL-EDIT
                STRING "HISTORY ROWS " DELIMITED BY SIZE
                       WS-TOTAL-EDIT   DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(56:)
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        3100-EXIT.
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
            IF WS-PCT-OPEN
                CLOSE PERIOD-CONTROL-FILE
            END-IF

            IF WS-RPT-FILE-OK
                CLOSE REPORT-FILE
            END-IF

            IF WS-PERIOD-REOPENED
                DISPLAY "HELLOPRO: PERIOD " WS-PERIOD
                        " REOPENED BY " WS-OPERATOR-ID
            ELSE
                DISPLAY "HELLOPRO: PERIOD " WS-PERIOD " NOT REOPENED"
                IF WS-RC-DATA-PROBLEM > RETURN-CODE
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF.
        9000-EXIT.
            EXIT.
