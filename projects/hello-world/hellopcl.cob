        *>+--------------------------------------------------------------------+
        *>| HELLOPCL - month-end period close.  Reads the period to close     |
        *>| (YYYYMM) and the closing operator from the control card           |
        *>| (HELLOPCP), summarizes that month's run history (HELLOHST) and    |
        *>| site activity (HELLOSAF) into the indexed period-summary file     |
        *>| (HELLOPSF) - one row per site plus an "*ALL" row carrying the     |
        *>| period totals and the history row count - and marks the period    |
        *>| closed on the period control file (HELLOPCF).  Once a period is   |
        *>| closed HELLOWORLD, HELLOEDT, HELLORST and HELLOBKO refuse to add, |
        *>| restore or back out run history dated in it, so the figures       |
        *>| reported to management stay put.  Only a month that has ended     |
        *>| can be closed, a closed month cannot be closed twice, and the     |
        *>| operator must sign on through HELLOSGN at update authority.  A    |
        *>| period reopened by HELLOPRO may be closed again; its old summary  |
        *>| rows are replaced.  Prints a close report (HELLOPCR).             |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellopcl.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CTL-FILE ASSIGN TO "HELLOPCP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "HELLOHST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-HIST-FILE-STATUS.

            SELECT SITE-ACTIVITY ASSIGN TO "HELLOSAF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SAC-KEY
                FILE STATUS IS WS-SAC-FILE-STATUS.

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

            SELECT REPORT-FILE ASSIGN TO "HELLOPCR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 PCP-RECORD.
            05 PCP-PERIOD              PIC X(6).
            05 PCP-OPERATOR-ID         PIC X(8).
            05 FILLER                  PIC X(66).

        FD  HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "histrec.cpy".

        FD  SITE-ACTIVITY
            LABEL RECORDS ARE STANDARD.
            COPY "sacrec.cpy".

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
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOPCL".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

        01 WS-HIST-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-HIST-FILE-OK             VALUE "00".
            88 WS-HIST-FILE-EOF            VALUE "10".
            88 WS-HIST-FILE-NOT-FOUND      VALUE "35".

        01 WS-SAC-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SAC-FILE-OK              VALUE "00".
            88 WS-SAC-FILE-EOF             VALUE "10".
            88 WS-SAC-FILE-NOT-FOUND       VALUE "35".

        01 WS-PCT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-PCT-FILE-OK              VALUE "00".
            88 WS-PCT-FILE-NOT-FOUND       VALUE "35".
            88 WS-PCT-FILE-NO-RECORD       VALUE "23".

        01 WS-PSM-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-PSM-FILE-OK              VALUE "00".
            88 WS-PSM-FILE-EOF             VALUE "10".
            88 WS-PSM-FILE-NOT-FOUND       VALUE "35".
            88 WS-PSM-FILE-NO-RECORD       VALUE "23".
            88 WS-PSM-FILE-DUP             VALUE "22".

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

        01 WS-HIST-EOF-SW           PIC X VALUE "N".
            88 WS-HIST-EOF                 VALUE "Y".
        01 WS-SAC-EOF-SW            PIC X VALUE "N".
            88 WS-SAC-EOF                  VALUE "Y".
        01 WS-PSM-EOF-SW            PIC X VALUE "N".
            88 WS-PSM-EOF                  VALUE "Y".
        01 WS-HIST-OPEN-SW          PIC X VALUE "N".
            88 WS-HIST-OPEN                VALUE "Y".
        01 WS-SAC-OPEN-SW           PIC X VALUE "N".
            88 WS-SAC-OPEN                 VALUE "Y".
        01 WS-PCT-OPEN-SW           PIC X VALUE "N".
            88 WS-PCT-OPEN                 VALUE "Y".
        01 WS-PSM-OPEN-SW           PIC X VALUE "N".
            88 WS-PSM-OPEN                 VALUE "Y".
        01 WS-PCT-EXISTS-SW         PIC X VALUE "N".
            88 WS-PCT-EXISTS               VALUE "Y".
        01 WS-PERIOD-CLOSED-SW      PIC X VALUE "N".
            88 WS-PERIOD-CLOSED            VALUE "Y".

        01 WS-PERIOD                PIC X(6) VALUE SPACES.
        01 WS-PERIOD-R REDEFINES WS-PERIOD.
            05 WS-PERIOD-YYYY        PIC 9(4).
            05 WS-PERIOD-MM          PIC 9(2).
        01 WS-CURRENT-PERIOD        PIC X(6).
        01 WS-TODAY-DATE            PIC X(8).

        01 WS-SAVE-PCT-RECORD       PIC X(80).

        01 WS-CURRENT-SITE          PIC X(4) VALUE SPACES.
        01 WS-SITE-RUN-TOTAL        PIC 9(7) VALUE 0.
        01 WS-SITE-REJ-TOTAL        PIC 9(7) VALUE 0.
        01 WS-SITE-WORST-RC         PIC 9(3) VALUE 0.
        01 WS-SITE-DAY-COUNT        PIC 9(3) VALUE 0.
        01 WS-GRAND-RUN-TOTAL       PIC 9(7) VALUE 0.
        01 WS-GRAND-REJ-TOTAL       PIC 9(7) VALUE 0.
        01 WS-GRAND-WORST-RC        PIC 9(3) VALUE 0.
        01 WS-GRAND-DAY-COUNT       PIC 9(3) VALUE 0.
        01 WS-LAST-ACTIVE-DATE      PIC X(8) VALUE SPACES.
        01 WS-HIST-ROW-COUNT        PIC 9(7) VALUE 0.
        01 WS-HIST-WORST-RC         PIC 9(3) VALUE 0.
        01 WS-SITE-COUNT            PIC 9(5) VALUE 0.
        01 WS-REPLACED-COUNT        PIC 9(5) VALUE 0.

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
                PERFORM 2000-CLEAR-OLD-SUMMARY THRU 2000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 3000-SUMMARIZE-HISTORY THRU 3000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 4000-SUMMARIZE-ACTIVITY THRU 4000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 4500-WRITE-PERIOD-TOTALS THRU 4500-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 5000-MARK-PERIOD-CLOSED THRU 5000-EXIT
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
                DISPLAY "HELLOPCL: unable to open control file, "
                        "status " WS-CTL-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CTL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                READ CTL-FILE
                    AT END
                        DISPLAY "HELLOPCL: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        MOVE PCP-PERIOD      TO WS-PERIOD
                        MOVE PCP-OPERATOR-ID TO WS-OPERATOR-ID
                END-READ
                CLOSE CTL-FILE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                IF WS-PERIOD NOT NUMERIC
                    DISPLAY "HELLOPCL: period must be YYYYMM - got "
                            WS-PERIOD
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                        DISPLAY "HELLOPCL: period month out of "
                                "range - got " WS-PERIOD
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    ELSE
                        IF WS-PERIOD >= WS-CURRENT-PERIOD
                            DISPLAY "HELLOPCL: period " WS-PERIOD
                                    " has not ended - close refused"
                            MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
                CALL "hellosgn" USING WS-OPERATOR-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOPCL: close refused - operator "
                            WS-OPERATOR-ID " not authorized"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOPCL: unable to open report file, "
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
                IF NOT WS-PCT-FILE-OK
                    IF WS-PCT-FILE-NOT-FOUND
                        OPEN OUTPUT PERIOD-CONTROL-FILE
                        CLOSE PERIOD-CONTROL-FILE
                        OPEN I-O PERIOD-CONTROL-FILE
                    END-IF
                END-IF
                IF WS-PCT-FILE-OK
                    SET WS-PCT-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOPCL: unable to open period "
                            "control file, status "
                            WS-PCT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-PCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE WS-PERIOD TO PCT-PERIOD
                READ PERIOD-CONTROL-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-PCT-FILE-OK
                    SET WS-PCT-EXISTS TO TRUE
                    MOVE PCT-RECORD TO WS-SAVE-PCT-RECORD
                    IF PCT-STATUS-CLOSED
                        DISPLAY "HELLOPCL: period " WS-PERIOD
                                " already closed on " PCT-CLOSE-DATE
                                " by " PCT-CLOSE-OPER
                                " - close refused"
                        MOVE SPACES TO WS-PRINT-LINE
                        STRING "PERIOD " DELIMITED BY SIZE
                               WS-PERIOD DELIMITED BY SIZE
                               " ALREADY CLOSED ON "
                                         DELIMITED BY SIZE
                               PCT-CLOSE-DATE DELIMITED BY SIZE
                               " BY "    DELIMITED BY SIZE
                               PCT-CLOSE-OPER DELIMITED BY SIZE
                               " - CLOSE REFUSED"
                                         DELIMITED BY SIZE
                            INTO WS-PRINT-LINE
                        END-STRING
                        WRITE RPT-LINE FROM WS-PRINT-LINE
                            AFTER ADVANCING 1 LINE
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    END-IF
                ELSE
                    IF NOT WS-PCT-FILE-NO-RECORD
                        DISPLAY "HELLOPCL: period control read "
                                "failed, status " WS-PCT-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-PCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O PERIOD-SUMMARY-FILE
                IF NOT WS-PSM-FILE-OK
                    IF WS-PSM-FILE-NOT-FOUND
                        OPEN OUTPUT PERIOD-SUMMARY-FILE
                        CLOSE PERIOD-SUMMARY-FILE
                        OPEN I-O PERIOD-SUMMARY-FILE
                    END-IF
                END-IF
                IF WS-PSM-FILE-OK
                    SET WS-PSM-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOPCL: unable to open period "
                            "summary file, status "
                            WS-PSM-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-PSM-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT HISTORY-FILE
                IF WS-HIST-FILE-OK
                    SET WS-HIST-OPEN TO TRUE
                ELSE
                    IF WS-HIST-FILE-NOT-FOUND
                        DISPLAY "HELLOPCL: no history file on "
                                "system - no history rows to "
                                "summarize"
                        SET WS-HIST-EOF TO TRUE
                    ELSE
                        DISPLAY "HELLOPCL: unable to open history "
                                "file, status " WS-HIST-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-HIST-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT SITE-ACTIVITY
                IF WS-SAC-FILE-OK
                    SET WS-SAC-OPEN TO TRUE
                ELSE
                    IF WS-SAC-FILE-NOT-FOUND
                        DISPLAY "HELLOPCL: no site activity file "
                                "on system - no site rows to "
                                "summarize"
                        SET WS-SAC-EOF TO TRUE
                    ELSE
                        DISPLAY "HELLOPCL: unable to open site "
                                "activity file, status "
                                WS-SAC-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-SAC-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD MONTH-END PERIOD CLOSE"
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

        2000-CLEAR-OLD-SUMMARY.
            MOVE WS-PERIOD TO PSM-PERIOD
            MOVE LOW-VALUES TO PSM-SITE-CODE
            START PERIOD-SUMMARY-FILE
                KEY IS NOT LESS THAN PSM-KEY
                INVALID KEY
                    SET WS-PSM-EOF TO TRUE
            END-START

            PERFORM UNTIL WS-PSM-EOF
                READ PERIOD-SUMMARY-FILE NEXT RECORD
                    AT END
                        SET WS-PSM-EOF TO TRUE
                    NOT AT END
                        IF PSM-PERIOD NOT = WS-PERIOD
                            SET WS-PSM-EOF TO TRUE
                        ELSE
                            DELETE PERIOD-SUMMARY-FILE
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            IF WS-PSM-FILE-OK
                                ADD 1 TO WS-REPLACED-COUNT
                            ELSE
                                DISPLAY "HELLOPCL: period summary "
                                        "delete failed for "
                                        PSM-KEY " status "
                                        WS-PSM-FILE-STATUS
                                MOVE "2000-CLEAR-OLD-SUMMARY"
                                    TO WS-ERR-PARAGRAPH
                                MOVE WS-PSM-FILE-STATUS
                                    TO WS-ERR-FILE-STATUS
                                MOVE "E" TO WS-ERR-SEVERITY
                                PERFORM 7000-LOG-FILE-ERROR
                                    THRU 7000-EXIT
                                SET WS-PSM-EOF TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        2000-EXIT.
            EXIT.

        3000-SUMMARIZE-HISTORY.
            IF WS-HIST-OPEN
                MOVE WS-PERIOD TO HIST-RUN-DATE(1:6)
                MOVE "01"      TO HIST-RUN-DATE(7:2)
                MOVE 0         TO HIST-RUN-SEQ
                START HISTORY-FILE
                    KEY IS NOT LESS THAN HIST-KEY
                    INVALID KEY
                        SET WS-HIST-EOF TO TRUE
                END-START
            END-IF

            PERFORM UNTIL WS-HIST-EOF
                READ HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        IF HIST-RUN-DATE(1:6) NOT = WS-PERIOD
                            SET WS-HIST-EOF TO TRUE
                        ELSE
                            ADD 1 TO WS-HIST-ROW-COUNT
                            IF HIST-RUN-DATE NOT = WS-LAST-ACTIVE-DATE
                                ADD 1 TO WS-GRAND-DAY-COUNT
                                MOVE HIST-RUN-DATE
                                    TO WS-LAST-ACTIVE-DATE
                            END-IF
                            IF HIST-RETURN-CODE > WS-HIST-WORST-RC
                                MOVE HIST-RETURN-CODE
                                    TO WS-HIST-WORST-RC
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        3000-EXIT.
            EXIT.

        4000-SUMMARIZE-ACTIVITY.
            MOVE SPACES TO WS-PRINT-LINE
            MOVE "SITE   ACTIVE DAYS       RUNS    REJECTS  WORST RC"
                TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            PERFORM UNTIL WS-SAC-EOF
                READ SITE-ACTIVITY NEXT RECORD
                    AT END
                        SET WS-SAC-EOF TO TRUE
                    NOT AT END
                        IF SAC-RUN-DATE(1:6) = WS-PERIOD
                            IF SAC-SITE-CODE NOT = WS-CURRENT-SITE
                                IF WS-CURRENT-SITE NOT = SPACES
                                    PERFORM 4300-WRITE-SITE-SUMMARY
                                        THRU 4300-EXIT
                                END-IF
                                PERFORM 4100-START-NEW-SITE
                                    THRU 4100-EXIT
                            END-IF
                            PERFORM 4200-ADD-SITE-DAY THRU 4200-EXIT
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CURRENT-SITE NOT = SPACES
                AND RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 4300-WRITE-SITE-SUMMARY THRU 4300-EXIT
            END-IF.
        4000-EXIT.
            EXIT.

        4100-START-NEW-SITE.
            MOVE SAC-SITE-CODE TO WS-CURRENT-SITE
            MOVE 0 TO WS-SITE-RUN-TOTAL
            MOVE 0 TO WS-SITE-REJ-TOTAL
            MOVE 0 TO WS-SITE-WORST-RC
            MOVE 0 TO WS-SITE-DAY-COUNT
            ADD 1 TO WS-SITE-COUNT.
        4100-EXIT.
            EXIT.

        4200-ADD-SITE-DAY.
            ADD 1 TO WS-SITE-DAY-COUNT
            ADD SAC-RUN-COUNT    TO WS-SITE-RUN-TOTAL
            ADD SAC-REJECT-COUNT TO WS-SITE-REJ-TOTAL
            IF SAC-WORST-RC > WS-SITE-WORST-RC
                MOVE SAC-WORST-RC TO WS-SITE-WORST-RC
            END-IF.
        4200-EXIT.
            EXIT.

        4300-WRITE-SITE-SUMMARY.
            ADD WS-SITE-RUN-TOTAL TO WS-GRAND-RUN-TOTAL
            ADD WS-SITE-REJ-TOTAL TO WS-GRAND-REJ-TOTAL
            IF WS-SITE-WORST-RC > WS-GRAND-WORST-RC
                MOVE WS-SITE-WORST-RC TO WS-GRAND-WORST-RC
            END-IF

            MOVE SPACES            TO PSM-RECORD
            MOVE WS-PERIOD         TO PSM-PERIOD
            MOVE WS-CURRENT-SITE   TO PSM-SITE-CODE
            MOVE WS-SITE-RUN-TOTAL TO PSM-RUN-COUNT
            MOVE WS-SITE-REJ-TOTAL TO PSM-REJECT-COUNT
            MOVE WS-SITE-WORST-RC  TO PSM-WORST-RC
            MOVE WS-SITE-DAY-COUNT TO PSM-ACTIVE-DAYS
            MOVE 0                 TO PSM-HIST-ROWS
            MOVE 0                 TO PSM-HIST-WORST-RC
            MOVE WS-TODAY-DATE     TO PSM-CLOSE-DATE
            MOVE WS-OPERATOR-ID    TO PSM-CLOSE-OPER
            PERFORM 4400-PUT-SUMMARY-ROW THRU 4400-EXIT

            MOVE SPACES TO WS-PRINT-LINE
            MOVE WS-CURRENT-SITE TO WS-PRINT-LINE(1:4)
            MOVE WS-SITE-DAY-COUNT TO WS-RC-EDIT
            MOVE WS-RC-EDIT TO WS-PRINT-LINE(16:3)
            MOVE WS-SITE-RUN-TOTAL TO WS-TOTAL-EDIT
            MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE(21:9)
            MOVE WS-SITE-REJ-TOTAL TO WS-TOTAL-EDIT
            MOVE WS-TOTAL-EDIT TO WS-PRINT-LINE(32:9)
            MOVE WS-SITE-WORST-RC TO WS-RC-EDIT
            MOVE WS-RC-EDIT TO WS-PRINT-LINE(48:3)
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        4300-EXIT.
            EXIT.

        4400-PUT-SUMMARY-ROW.
            WRITE PSM-RECORD
                INVALID KEY
                    IF WS-PSM-FILE-DUP
                        REWRITE PSM-RECORD
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
            END-WRITE
            IF NOT WS-PSM-FILE-OK
                DISPLAY "HELLOPCL: period summary write failed "
                        "for " PSM-KEY " status "
                        WS-PSM-FILE-STATUS
                MOVE "4400-PUT-SUMMARY-ROW"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-PSM-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        4400-EXIT.
            EXIT.

        4500-WRITE-PERIOD-TOTALS.
            MOVE SPACES             TO PSM-RECORD
            MOVE WS-PERIOD          TO PSM-PERIOD
            SET PSM-SITE-ALL        TO TRUE
            MOVE WS-GRAND-RUN-TOTAL TO PSM-RUN-COUNT
            MOVE WS-GRAND-REJ-TOTAL TO PSM-REJECT-COUNT
            MOVE WS-GRAND-WORST-RC  TO PSM-WORST-RC
            MOVE WS-GRAND-DAY-COUNT TO PSM-ACTIVE-DAYS
            MOVE WS-HIST-ROW-COUNT  TO PSM-HIST-ROWS
            MOVE WS-HIST-WORST-RC   TO PSM-HIST-WORST-RC
            MOVE WS-TODAY-DATE      TO PSM-CLOSE-DATE
            MOVE WS-OPERATOR-ID     TO PSM-CLOSE-OPER
            PERFORM 4400-PUT-SUMMARY-ROW THRU 4400-EXIT.
        4500-EXIT.
            EXIT.

        5000-MARK-PERIOD-CLOSED.
            IF WS-PCT-EXISTS
                MOVE WS-SAVE-PCT-RECORD TO PCT-RECORD
            ELSE
                MOVE SPACES TO PCT-RECORD
                MOVE WS-PERIOD TO PCT-PERIOD
                MOVE 0 TO PCT-CLOSE-COUNT
            END-IF
            SET PCT-STATUS-CLOSED TO TRUE
            MOVE WS-TODAY-DATE  TO PCT-CLOSE-DATE
            MOVE WS-OPERATOR-ID TO PCT-CLOSE-OPER
            ADD 1 TO PCT-CLOSE-COUNT

            IF WS-PCT-EXISTS
                REWRITE PCT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                WRITE PCT-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF

            IF WS-PCT-FILE-OK
                SET WS-PERIOD-CLOSED TO TRUE
            ELSE
                DISPLAY "HELLOPCL: period control write failed, "
                        "status " WS-PCT-FILE-STATUS
                MOVE "5000-MARK-PERIOD-CLOSED"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-PCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        5000-EXIT.
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
            IF WS-HIST-OPEN
                CLOSE HISTORY-FILE
            END-IF
            IF WS-SAC-OPEN
                CLOSE SITE-ACTIVITY
            END-IF
            IF WS-PSM-OPEN
                CLOSE PERIOD-SUMMARY-FILE
            END-IF
            IF WS-PCT-OPEN
                CLOSE PERIOD-CONTROL-FILE
            END-IF

            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-GRAND-RUN-TOTAL TO WS-TOTAL-EDIT
                STRING "PERIOD TOTALS  RUNS " DELIMITED BY SIZE
                       WS-TOTAL-EDIT          DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-GRAND-REJ-TOTAL TO WS-TOTAL-EDIT
                STRING "  REJECTS " DELIMITED BY SIZE
                       WS-TOTAL-EDIT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(40:)
                END-STRING
                MOVE WS-GRAND-WORST-RC TO WS-RC-EDIT
                STRING "  WORST RC " DELIMITED BY SIZE
                       WS-RC-EDIT    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(62:)
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-HIST-ROW-COUNT TO WS-TOTAL-EDIT
                STRING "HISTORY ROWS " DELIMITED BY SIZE
                       WS-TOTAL-EDIT   DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-HIST-WORST-RC TO WS-RC-EDIT
                STRING "  WORST RC " DELIMITED BY SIZE
                       WS-RC-EDIT    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(62:)
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SITE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "SITES SUMMARIZED:      " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                IF WS-REPLACED-COUNT > 0
                    MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "PRIOR ROWS REPLACED:   "
                                             DELIMITED BY SIZE
                           WS-COUNT-EDIT     DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF

                MOVE SPACES TO WS-PRINT-LINE
                IF WS-PERIOD-CLOSED
                    STRING "PERIOD " DELIMITED BY SIZE
                           WS-PERIOD DELIMITED BY SIZE
                           " CLOSED ON " DELIMITED BY SIZE
                           WS-TODAY-DATE DELIMITED BY SIZE
                           " BY "    DELIMITED BY SIZE
                           WS-OPERATOR-ID DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                ELSE
                    STRING "PERIOD " DELIMITED BY SIZE
                           WS-PERIOD DELIMITED BY SIZE
                           " NOT CLOSED" DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                END-IF
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-PERIOD-CLOSED
                DISPLAY "HELLOPCL: PERIOD " WS-PERIOD " CLOSED BY "
                        WS-OPERATOR-ID
            ELSE
                DISPLAY "HELLOPCL: PERIOD " WS-PERIOD " NOT CLOSED"
                IF WS-RC-DATA-PROBLEM > RETURN-CODE
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF.
        9000-EXIT.
            EXIT.
