        *>+--------------------------------------------------------------------+
        *>| HELLOACV - operator activity and segregation-of-duties review     |
        *>| for the HELLOWORLD family, run for the quarterly access review.   |
        *>| Pulls together, per operator id, everything the family stamps     |
        *>| with an operator: runs on the job-run audit trail (HELLOAUD),     |
        *>| journaled updates on the update journal (HELLOJRN) by file and    |
        *>| action, last maintenance on the site master (HELLOSTM), error     |
        *>| acknowledgments (HELLOEAK), and destructive runs and dual-        |
        *>| control requests on the pending-request file (HELLODCQ).  Every   |
        *>| profile on the operator file (HELLOOPR) is listed, with any id    |
        *>| that acted but has no profile.  The logs are read through their   |
        *>| rolled generations (HELLOGRD) as well as the current files.       |
        *>| The control card (HELLOACP) gives the review period as a from     |
        *>| and to date; blank dates take everything on file.  Exceptions     |
        *>| listed:                                                           |
        *>|    activity under an id that is inactive or not on HELLOOPR       |
        *>|    activity needing more than the id's current authority level    |
        *>|    a backout run or requested by an operator whose own journaled  |
        *>|        changes fall inside the backed-out window                  |
        *>|    an error acknowledged by an operator who ran the job that      |
        *>|        logged it on the day it was logged                         |
        *>| A review with any exception ends with RETURN-CODE 4.  A review    |
        *>| whose tables could not hold everything on file is marked REVIEW   |
        *>| INCOMPLETE on the report and ends with RETURN-CODE 8.             |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. helloacv.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CTL-FILE ASSIGN TO "HELLOACP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT OPERATOR-FILE ASSIGN TO "HELLOOPR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OPR-OPERATOR-ID
                FILE STATUS IS WS-OPR-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "HELLOAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-FILE-STATUS.

            SELECT JOURNAL-FILE ASSIGN TO "HELLOJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JRN-FILE-STATUS.

            SELECT ERRLOG-FILE ASSIGN TO "HELLOERL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ERRLOG-FILE-STATUS.

            SELECT OPTIONAL ACK-MASTER ASSIGN TO "HELLOEAK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EAK-FILE-STATUS.

            SELECT OPTIONAL SITE-MASTER ASSIGN TO "HELLOSTM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SITM-SITE-CODE
                FILE STATUS IS WS-SITM-FILE-STATUS.

            SELECT OPTIONAL REQUEST-FILE ASSIGN TO "HELLODCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DCQ-REQUEST-ID
                FILE STATUS IS WS-DCQ-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOACR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 CTL-RECORD.
            05 CTL-DATE-FROM           PIC X(8).
            05 CTL-DATE-TO             PIC X(8).
            05 FILLER                  PIC X(64).

        FD  OPERATOR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "oprrec.cpy".

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "auditrec.cpy".

        FD  JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "jrnrec.cpy".

        FD  ERRLOG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "errlog.cpy".

        FD  ACK-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY "eakrec.cpy".

        FD  SITE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY "sitemst.cpy".

        FD  REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "dcqrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOACV".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

        01 WS-OPR-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-OPR-FILE-OK              VALUE "00".
            88 WS-OPR-FILE-EOF             VALUE "10".

        01 WS-AUDIT-FILE-STATUS     PIC XX VALUE SPACES.
            88 WS-AUDIT-FILE-OK            VALUE "00".
            88 WS-AUDIT-FILE-EOF           VALUE "10".
            88 WS-AUDIT-FILE-NOT-FOUND     VALUE "35".

        01 WS-JRN-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-JRN-FILE-OK              VALUE "00".
            88 WS-JRN-FILE-EOF             VALUE "10".
            88 WS-JRN-FILE-NOT-FOUND       VALUE "35".

        01 WS-ERRLOG-FILE-STATUS    PIC XX VALUE SPACES.
            88 WS-ERRLOG-FILE-OK           VALUE "00".
            88 WS-ERRLOG-FILE-EOF          VALUE "10".
            88 WS-ERRLOG-FILE-NOT-FOUND    VALUE "35".

        01 WS-EAK-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-EAK-FILE-OK              VALUE "00".
            88 WS-EAK-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-SITM-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-SITM-FILE-OK             VALUE "00".
            88 WS-SITM-FILE-OPEN-OK        VALUE "00" "05".

        01 WS-DCQ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-DCQ-FILE-OK              VALUE "00".
            88 WS-DCQ-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RPT-FILE-OK              VALUE "00".

        01 WS-RC-NORMAL             PIC 9 VALUE 0.
        01 WS-RC-WARNING            PIC 9 VALUE 4.
        01 WS-RC-DATA-PROBLEM       PIC 9 VALUE 8.

        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-ERR-PARAGRAPH         PIC X(20).
        01 WS-ERR-FILE-STATUS       PIC X(2).
        01 WS-ERR-SEVERITY          PIC X(1).
        01 WS-ERR-RETURN-CODE       PIC 9(2).
        01 WS-SAVE-RETURN-CODE      PIC 9(2).

        01 WS-FILE-EOF-SW           PIC X VALUE "N".
            88 WS-FILE-EOF                 VALUE "Y".

        01 WS-SEL-GEN-FROM          PIC 9(5) VALUE 0.
        01 WS-SEL-GEN-TO            PIC 9(5) VALUE 0.
        01 WS-SEL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-SEL-DATE-TO           PIC X(8) VALUE SPACES.
        01 WS-ALL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-ALL-DATE-TO           PIC X(8) VALUE SPACES.
        01 WS-GRD-DATE-FROM         PIC X(8).
        01 WS-GRD-DATE-TO           PIC X(8).

        01 WS-GRD-REQUEST           PIC X(1) VALUE "N".
        01 WS-GRD-LOG-ID            PIC X(8).
        01 WS-GRD-GEN-NUMBER        PIC 9(5).
        01 WS-GRD-IMAGE             PIC X(200).
        01 WS-GRD-STATUS            PIC 9(2).
        01 WS-GEN-EOF-SW            PIC X VALUE "N".
            88 WS-GEN-EOF                  VALUE "Y".

        01 WS-WORK-OPER             PIC X(8).
        01 WS-WORK-LEVEL            PIC 9(1).
        01 WS-WORK-JOB              PIC X(8).
        01 WS-WORK-DATE             PIC X(8).
        01 WS-WORK-TS               PIC X(26).
        01 WS-IN-RANGE-SW           PIC X VALUE "N".
            88 WS-IN-RANGE                 VALUE "Y".

        01 WS-OPR-MAX               PIC 9(3) VALUE 200.
        01 WS-OPR-COUNT             PIC 9(3) VALUE 0.
        01 WS-OPR-TABLE.
            05 WS-OPR-ENTRY OCCURS 200 TIMES.
                10 WS-OT-OPER            PIC X(8).
                10 WS-OT-NAME            PIC X(20).
                10 WS-OT-AUTH-LEVEL      PIC 9(1).
                10 WS-OT-STATUS          PIC X(1).
                    88 WS-OT-ACTIVE            VALUE "A".
                    88 WS-OT-INACTIVE          VALUE "I".
                    88 WS-OT-MISSING           VALUE "M".
                10 WS-OT-MAX-LEVEL       PIC 9(1).
                10 WS-OT-ACTIVITY        PIC 9(7).
                10 WS-OT-RUNS            PIC 9(5).
                10 WS-OT-HST-WRT         PIC 9(5).
                10 WS-OT-HST-REW         PIC 9(5).
                10 WS-OT-HST-DEL         PIC 9(5).
                10 WS-OT-STM-WRT         PIC 9(5).
                10 WS-OT-STM-REW         PIC 9(5).
                10 WS-OT-STM-DEL         PIC 9(5).
                10 WS-OT-STM-MAINT       PIC 9(5).
                10 WS-OT-ACKS            PIC 9(5).
                10 WS-OT-DESTRUCT        PIC 9(5).
                10 WS-OT-DUAL            PIC 9(5).
        01 WS-OPR-IDX               PIC 9(3).
        01 WS-OPR-SHIFT-IDX         PIC 9(3).
        01 WS-OPR-FOUND-SW          PIC X VALUE "N".
            88 WS-OPR-FOUND                VALUE "Y".
        01 WS-OPR-FULL-SW           PIC X VALUE "N".
            88 WS-OPR-FULL                 VALUE "Y".

        01 WS-ACT-MAX               PIC 9(4) VALUE 3000.
        01 WS-ACT-COUNT             PIC 9(4) VALUE 0.
        01 WS-ACT-TABLE.
            05 WS-ACT-ENTRY OCCURS 3000 TIMES.
                10 WS-ACT-JOB            PIC X(8).
                10 WS-ACT-DATE           PIC X(8).
                10 WS-ACT-OPER           PIC X(8).
        01 WS-ACT-IDX               PIC 9(4).
        01 WS-ACT-FOUND-SW          PIC X VALUE "N".
            88 WS-ACT-FOUND                VALUE "Y".
        01 WS-ACT-FULL-SW           PIC X VALUE "N".
            88 WS-ACT-FULL                 VALUE "Y".

        01 WS-BKO-MAX               PIC 9(3) VALUE 100.
        01 WS-BKO-COUNT             PIC 9(3) VALUE 0.
        01 WS-BKO-TABLE.
            05 WS-BKO-ENTRY OCCURS 100 TIMES.
                10 WS-BKO-REQUEST-ID     PIC 9(6).
                10 WS-BKO-JOB            PIC X(8).
                10 WS-BKO-FROM-TS        PIC X(26).
                10 WS-BKO-TO-TS          PIC X(26).
                10 WS-BKO-USED-OPER      PIC X(8).
                10 WS-BKO-MAKER-OPER     PIC X(8).
                10 WS-BKO-USED-HIT       PIC X(1).
                10 WS-BKO-MAKER-HIT      PIC X(1).
        01 WS-BKO-IDX               PIC 9(3).
        01 WS-BKO-FULL-SW           PIC X VALUE "N".
            88 WS-BKO-FULL                 VALUE "Y".
        01 WS-BKO-CARD              PIC X(80).
        01 WS-BKO-CARD-R REDEFINES WS-BKO-CARD.
            05 WS-BKO-CARD-JOB       PIC X(8).
            05 WS-BKO-CARD-FROM-TS   PIC X(26).
            05 WS-BKO-CARD-TO-TS     PIC X(26).
            05 FILLER                PIC X(20).
        01 WS-TS-IDX                PIC 9(2).

        01 WS-ACK-MAX               PIC 9(4) VALUE 2000.
        01 WS-ACK-COUNT             PIC 9(4) VALUE 0.
        01 WS-ACK-TABLE.
            05 WS-ACK-ENTRY OCCURS 2000 TIMES.
                10 WS-ACK-TIMESTAMP      PIC X(26).
                10 WS-ACK-OPER           PIC X(8).
                10 WS-ACK-JOB            PIC X(8).
        01 WS-ACK-IDX               PIC 9(4).
        01 WS-ACK-FULL-SW           PIC X VALUE "N".
            88 WS-ACK-FULL                 VALUE "Y".

        01 WS-DESTRUCT-LINE-COUNT   PIC 9(5) VALUE 0.
        01 WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
        01 WS-EXCEPTION-TEXT        PIC X(30).
        01 WS-EXCEPTION-DETAIL      PIC X(80).

        01 WS-AUD-READ-COUNT        PIC 9(7) VALUE 0.
        01 WS-JRN-READ-COUNT        PIC 9(7) VALUE 0.
        01 WS-ERL-READ-COUNT        PIC 9(7) VALUE 0.
        01 WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.
        01 WS-LEVEL-EDIT            PIC 9.
        01 WS-LEVEL-EDIT-2          PIC 9.

        01 WS-SUMMARY-HEADING.
            05 FILLER                PIC X(32)
                VALUE "OPERATOR  NAME                  ".
            05 FILLER                PIC X(19)
                VALUE "AUTH USED STATUS   ".
            05 FILLER                PIC X(41)
                VALUE "  RUNS HSTWRT HSTREW HSTDEL STMWRT STMREW".
            05 FILLER                PIC X(40)
                VALUE " STMDEL STMMNT   ACKS  DESTR    DUAL    ".

        01 WS-SUMMARY-LINE.
            05 WS-SL-OPER            PIC X(8).
            05 FILLER                PIC X(2).
            05 WS-SL-NAME            PIC X(20).
            05 FILLER                PIC X(3).
            05 WS-SL-AUTH            PIC X(1).
            05 FILLER                PIC X(4).
            05 WS-SL-USED            PIC X(1).
            05 FILLER                PIC X(3).
            05 WS-SL-STATUS          PIC X(8).
            05 FILLER                PIC X(1).
            05 WS-SL-RUNS            PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-HST-WRT         PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-HST-REW         PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-HST-DEL         PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-STM-WRT         PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-STM-REW         PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-STM-DEL         PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-STM-MAINT       PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-ACKS            PIC ZZZZZ9.
            05 FILLER                PIC X(1).
            05 WS-SL-DESTRUCT        PIC ZZZZZ9.
            05 FILLER                PIC X(2).
            05 WS-SL-DUAL            PIC ZZZZZ9.
            05 FILLER                PIC X(4).

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
                PERFORM 1500-LOAD-OPERATORS THRU 1500-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2000-SCAN-DUAL-CONTROL THRU 2000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2200-SCAN-AUDIT THRU 2200-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2400-SCAN-JOURNAL THRU 2400-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2600-SCAN-SITE-MASTER THRU 2600-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2800-LOAD-ACKS THRU 2800-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-ACK-COUNT > 0
                PERFORM 3000-MATCH-ACKED-ERRORS THRU 3000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 4000-PRINT-OPERATOR-SUMMARY THRU 4000-EXIT
                PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT
            END-IF
            PERFORM 9000-TERMINATE THRU 9000-EXIT
            GOBACK.

        1000-INITIALIZE.
            MOVE WS-RC-NORMAL TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING

            OPEN INPUT CTL-FILE
            IF NOT WS-CTL-FILE-OK
                DISPLAY "HELLOACV: unable to open control file, "
                        "status " WS-CTL-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CTL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                READ CTL-FILE
                    AT END
                        DISPLAY "HELLOACV: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        PERFORM 1050-SET-SELECTION THRU 1050-EXIT
                END-READ
                CLOSE CTL-FILE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOACV: unable to open report file, "
                            "status " WS-RPT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                ELSE
                    PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1050-SET-SELECTION.
            IF CTL-DATE-FROM NOT = SPACES
                IF CTL-DATE-FROM IS NUMERIC
                    MOVE CTL-DATE-FROM TO WS-SEL-DATE-FROM
                ELSE
                    DISPLAY "HELLOACV: from date not numeric: "
                            CTL-DATE-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF CTL-DATE-TO NOT = SPACES
                IF CTL-DATE-TO IS NUMERIC
                    MOVE CTL-DATE-TO TO WS-SEL-DATE-TO
                ELSE
                    DISPLAY "HELLOACV: to date not numeric: "
                            CTL-DATE-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF WS-SEL-DATE-FROM NOT = SPACES
                AND WS-SEL-DATE-TO NOT = SPACES
                AND WS-SEL-DATE-FROM > WS-SEL-DATE-TO
                DISPLAY "HELLOACV: from date is after to date"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        1050-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD OPERATOR ACTIVITY AND ACCESS REVIEW"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            IF WS-SEL-DATE-FROM = SPACES
                AND WS-SEL-DATE-TO = SPACES
                MOVE "REVIEW PERIOD: ALL ACTIVITY ON FILE"
                    TO WS-PRINT-LINE
            ELSE
                STRING "REVIEW PERIOD: " DELIMITED BY SIZE
                       WS-SEL-DATE-FROM  DELIMITED BY SIZE
                       " THRU "          DELIMITED BY SIZE
                       WS-SEL-DATE-TO    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "DESTRUCTIVE RUNS" TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "REQUEST PROGRAM  RUN DATE RUN BY   REQ BY   APPR BY"
                TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        1500-LOAD-OPERATORS.
            OPEN INPUT OPERATOR-FILE
            IF NOT WS-OPR-FILE-OK
                DISPLAY "HELLOACV: unable to open operator file, "
                        "status " WS-OPR-FILE-STATUS
                MOVE "1500-LOAD-OPERATORS"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-OPR-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                MOVE "N" TO WS-FILE-EOF-SW
                PERFORM UNTIL WS-FILE-EOF
                    READ OPERATOR-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            MOVE OPR-OPERATOR-ID TO WS-WORK-OPER
                            MOVE 0 TO WS-WORK-LEVEL
                            PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                            IF WS-OPR-FOUND
                                MOVE OPR-OPERATOR-NAME
                                    TO WS-OT-NAME(WS-OPR-IDX)
                                MOVE OPR-AUTH-LEVEL
                                    TO WS-OT-AUTH-LEVEL(WS-OPR-IDX)
                                IF OPR-ACTIVE
                                    SET WS-OT-ACTIVE(WS-OPR-IDX)
                                        TO TRUE
                                ELSE
                                    SET WS-OT-INACTIVE(WS-OPR-IDX)
                                        TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE OPERATOR-FILE
            END-IF.
        1500-EXIT.
            EXIT.

        2000-SCAN-DUAL-CONTROL.
            OPEN INPUT REQUEST-FILE
            IF NOT WS-DCQ-FILE-OPEN-OK
                DISPLAY "HELLOACV: unable to open dual-control "
                        "request file, status " WS-DCQ-FILE-STATUS
                MOVE "2000-SCAN-DUAL-CTL"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-DCQ-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                MOVE "N" TO WS-FILE-EOF-SW
                PERFORM UNTIL WS-FILE-EOF
                    READ REQUEST-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            IF NOT DCQ-CONTROL-ROW
                                PERFORM 2050-DUAL-CONTROL-ROW
                                    THRU 2050-EXIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REQUEST-FILE
            END-IF

            IF WS-DESTRUCT-LINE-COUNT = 0
                MOVE "  NONE IN PERIOD" TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.
        2000-EXIT.
            EXIT.

        2050-DUAL-CONTROL-ROW.
            MOVE DCQ-MAKER-DATE TO WS-WORK-DATE
            PERFORM 3700-CHECK-DATE-RANGE THRU 3700-EXIT
            IF WS-IN-RANGE
                AND DCQ-MAKER-OPER NOT = SPACES
                MOVE DCQ-MAKER-OPER TO WS-WORK-OPER
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-WORK-LEVEL
                PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                IF WS-OPR-FOUND
                    ADD 1 TO WS-OT-DUAL(WS-OPR-IDX)
                END-IF
            END-IF

            MOVE DCQ-CHECKER-DATE TO WS-WORK-DATE
            PERFORM 3700-CHECK-DATE-RANGE THRU 3700-EXIT
            IF WS-IN-RANGE
                AND DCQ-CHECKER-OPER NOT = SPACES
                MOVE DCQ-CHECKER-OPER TO WS-WORK-OPER
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-WORK-LEVEL
                PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                IF WS-OPR-FOUND
                    ADD 1 TO WS-OT-DUAL(WS-OPR-IDX)
                END-IF
            END-IF

            MOVE DCQ-USED-DATE TO WS-WORK-DATE
            PERFORM 3700-CHECK-DATE-RANGE THRU 3700-EXIT
            IF DCQ-STATUS-USED
                AND WS-IN-RANGE
                MOVE DCQ-USED-OPER TO WS-WORK-OPER
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-WORK-LEVEL
                PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                IF WS-OPR-FOUND
                    ADD 1 TO WS-OT-DESTRUCT(WS-OPR-IDX)
                END-IF
                MOVE DCQ-PROGRAM   TO WS-WORK-JOB
                PERFORM 3600-ADD-ACTIVITY THRU 3600-EXIT

                ADD 1 TO WS-DESTRUCT-LINE-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING DCQ-REQUEST-ID   DELIMITED BY SIZE
                       "  "             DELIMITED BY SIZE
                       DCQ-PROGRAM      DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       DCQ-USED-DATE    DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       DCQ-USED-OPER    DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       DCQ-MAKER-OPER   DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       DCQ-CHECKER-OPER DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                IF DCQ-PROGRAM = "HELLOBKO"
                    PERFORM 2080-ADD-BACKOUT THRU 2080-EXIT
                END-IF
            END-IF.
        2050-EXIT.
            EXIT.

        2080-ADD-BACKOUT.
            IF WS-BKO-COUNT >= WS-BKO-MAX
                DISPLAY "HELLOACV: backout table full at "
                        WS-BKO-MAX " - request " DCQ-REQUEST-ID
                        " not checked"
                SET WS-BKO-FULL TO TRUE
            ELSE
                ADD 1 TO WS-BKO-COUNT
                MOVE DCQ-CARD-IMAGE TO WS-BKO-CARD
                MOVE DCQ-REQUEST-ID
                    TO WS-BKO-REQUEST-ID(WS-BKO-COUNT)
                MOVE WS-BKO-CARD-JOB
                    TO WS-BKO-JOB(WS-BKO-COUNT)
                MOVE WS-BKO-CARD-FROM-TS
                    TO WS-BKO-FROM-TS(WS-BKO-COUNT)
                IF WS-BKO-CARD-TO-TS = SPACES
                    MOVE HIGH-VALUES TO WS-BKO-TO-TS(WS-BKO-COUNT)
                ELSE
                    MOVE WS-BKO-CARD-TO-TS TO WS-WORK-TS
                    PERFORM VARYING WS-TS-IDX FROM 26 BY -1
                            UNTIL WS-TS-IDX < 1
                            OR WS-WORK-TS(WS-TS-IDX:1) NOT = SPACE
                        MOVE "9" TO WS-WORK-TS(WS-TS-IDX:1)
                    END-PERFORM
                    MOVE WS-WORK-TS TO WS-BKO-TO-TS(WS-BKO-COUNT)
                END-IF
                MOVE DCQ-USED-OPER
                    TO WS-BKO-USED-OPER(WS-BKO-COUNT)
                MOVE DCQ-MAKER-OPER
                    TO WS-BKO-MAKER-OPER(WS-BKO-COUNT)
                MOVE "N" TO WS-BKO-USED-HIT(WS-BKO-COUNT)
                MOVE "N" TO WS-BKO-MAKER-HIT(WS-BKO-COUNT)
            END-IF.
        2080-EXIT.
            EXIT.

        2200-SCAN-AUDIT.
            MOVE "HELLOAUD" TO WS-GRD-LOG-ID
            MOVE WS-SEL-DATE-FROM TO WS-GRD-DATE-FROM
            MOVE WS-SEL-DATE-TO TO WS-GRD-DATE-TO
            MOVE "N" TO WS-GEN-EOF-SW
            PERFORM UNTIL WS-GEN-EOF
                PERFORM 6000-NEXT-GENERATION-ROW THRU 6000-EXIT
                IF NOT WS-GEN-EOF
                    MOVE WS-GRD-IMAGE TO AUDIT-RECORD
                    PERFORM 2250-AUDIT-ROW THRU 2250-EXIT
                END-IF
            END-PERFORM

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE "N" TO WS-FILE-EOF-SW
                OPEN INPUT AUDIT-FILE
                IF NOT WS-AUDIT-FILE-OK
                    SET WS-FILE-EOF TO TRUE
                    IF NOT WS-AUDIT-FILE-NOT-FOUND
                        DISPLAY "HELLOACV: unable to open audit "
                                "file, status " WS-AUDIT-FILE-STATUS
                        MOVE "2200-SCAN-AUDIT"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-AUDIT-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
                PERFORM UNTIL WS-FILE-EOF
                    READ AUDIT-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM 2250-AUDIT-ROW THRU 2250-EXIT
                    END-READ
                END-PERFORM
                IF WS-AUDIT-FILE-EOF
                    CLOSE AUDIT-FILE
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        2250-AUDIT-ROW.
            ADD 1 TO WS-AUD-READ-COUNT
            MOVE SPACES TO WS-WORK-DATE
            STRING AUD-START-TIMESTAMP(1:4)
                   AUD-START-TIMESTAMP(6:2)
                   AUD-START-TIMESTAMP(9:2)
                DELIMITED BY SIZE INTO WS-WORK-DATE
            END-STRING
            PERFORM 3700-CHECK-DATE-RANGE THRU 3700-EXIT
            IF WS-IN-RANGE
                MOVE AUD-OPERATOR-ID TO WS-WORK-OPER
                MOVE WS-LEVEL-UPDATE TO WS-WORK-LEVEL
                PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                IF WS-OPR-FOUND
                    ADD 1 TO WS-OT-RUNS(WS-OPR-IDX)
                END-IF
                MOVE AUD-JOB-NAME TO WS-WORK-JOB
                PERFORM 3600-ADD-ACTIVITY THRU 3600-EXIT
            END-IF.
        2250-EXIT.
            EXIT.

        2400-SCAN-JOURNAL.
            MOVE "HELLOJRN" TO WS-GRD-LOG-ID
            MOVE WS-ALL-DATE-FROM TO WS-GRD-DATE-FROM
            MOVE WS-ALL-DATE-TO TO WS-GRD-DATE-TO
            MOVE "N" TO WS-GEN-EOF-SW
            PERFORM UNTIL WS-GEN-EOF
                PERFORM 6000-NEXT-GENERATION-ROW THRU 6000-EXIT
                IF NOT WS-GEN-EOF
                    MOVE WS-GRD-IMAGE TO JRN-RECORD
                    PERFORM 2450-JOURNAL-ROW THRU 2450-EXIT
                END-IF
            END-PERFORM

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE "N" TO WS-FILE-EOF-SW
                OPEN INPUT JOURNAL-FILE
                IF NOT WS-JRN-FILE-OK
                    SET WS-FILE-EOF TO TRUE
                    IF NOT WS-JRN-FILE-NOT-FOUND
                        DISPLAY "HELLOACV: unable to open journal, "
                                "status " WS-JRN-FILE-STATUS
                        MOVE "2400-SCAN-JOURNAL"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-JRN-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
                PERFORM UNTIL WS-FILE-EOF
                    READ JOURNAL-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM 2450-JOURNAL-ROW THRU 2450-EXIT
                    END-READ
                END-PERFORM
                IF WS-JRN-FILE-EOF
                    CLOSE JOURNAL-FILE
                END-IF
            END-IF.
        2400-EXIT.
            EXIT.

        2450-JOURNAL-ROW.
            ADD 1 TO WS-JRN-READ-COUNT
            MOVE SPACES TO WS-WORK-DATE
            STRING JRN-TIMESTAMP(1:4)
                   JRN-TIMESTAMP(6:2)
                   JRN-TIMESTAMP(9:2)
                DELIMITED BY SIZE INTO WS-WORK-DATE
            END-STRING
            PERFORM 3700-CHECK-DATE-RANGE THRU 3700-EXIT
            IF WS-IN-RANGE
                MOVE JRN-OPERATOR-ID TO WS-WORK-OPER
                IF JRN-ACTION-DELETE
                    MOVE WS-LEVEL-DESTRUCTIVE TO WS-WORK-LEVEL
                ELSE
                    MOVE WS-LEVEL-UPDATE TO WS-WORK-LEVEL
                END-IF
                PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                IF WS-OPR-FOUND
                    PERFORM 2460-TALLY-JOURNAL-ACTION THRU 2460-EXIT
                END-IF
                MOVE JRN-JOB-NAME TO WS-WORK-JOB
                PERFORM 3600-ADD-ACTIVITY THRU 3600-EXIT
            END-IF

            PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                    UNTIL WS-BKO-IDX > WS-BKO-COUNT
                IF JRN-JOB-NAME = WS-BKO-JOB(WS-BKO-IDX)
                    AND JRN-TIMESTAMP >= WS-BKO-FROM-TS(WS-BKO-IDX)
                    AND JRN-TIMESTAMP <= WS-BKO-TO-TS(WS-BKO-IDX)
                    IF JRN-OPERATOR-ID
                        = WS-BKO-USED-OPER(WS-BKO-IDX)
                        MOVE "Y" TO WS-BKO-USED-HIT(WS-BKO-IDX)
                    END-IF
                    IF JRN-OPERATOR-ID
                        = WS-BKO-MAKER-OPER(WS-BKO-IDX)
                        MOVE "Y" TO WS-BKO-MAKER-HIT(WS-BKO-IDX)
                    END-IF
                END-IF
            END-PERFORM.
        2450-EXIT.
            EXIT.

        2460-TALLY-JOURNAL-ACTION.
            IF JRN-FILE-HISTORY
                IF JRN-ACTION-WRITE
                    ADD 1 TO WS-OT-HST-WRT(WS-OPR-IDX)
                END-IF
                IF JRN-ACTION-REWRITE
                    ADD 1 TO WS-OT-HST-REW(WS-OPR-IDX)
                END-IF
                IF JRN-ACTION-DELETE
                    ADD 1 TO WS-OT-HST-DEL(WS-OPR-IDX)
                END-IF
            END-IF
            IF JRN-FILE-SITE-MASTER
                IF JRN-ACTION-WRITE
                    ADD 1 TO WS-OT-STM-WRT(WS-OPR-IDX)
                END-IF
                IF JRN-ACTION-REWRITE
                    ADD 1 TO WS-OT-STM-REW(WS-OPR-IDX)
                END-IF
                IF JRN-ACTION-DELETE
                    ADD 1 TO WS-OT-STM-DEL(WS-OPR-IDX)
                END-IF
            END-IF.
        2460-EXIT.
            EXIT.

        2600-SCAN-SITE-MASTER.
            OPEN INPUT SITE-MASTER
            IF NOT WS-SITM-FILE-OPEN-OK
                DISPLAY "HELLOACV: unable to open site master, "
                        "status " WS-SITM-FILE-STATUS
                MOVE "2600-SCAN-SITE-MST"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-SITM-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                MOVE "N" TO WS-FILE-EOF-SW
                PERFORM UNTIL WS-FILE-EOF
                    READ SITE-MASTER
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            MOVE SITM-LAST-MAINT-DATE TO WS-WORK-DATE
                            PERFORM 3700-CHECK-DATE-RANGE
                                THRU 3700-EXIT
                            IF WS-IN-RANGE
                                AND SITM-LAST-MAINT-OPER NOT = SPACES
                                MOVE SITM-LAST-MAINT-OPER
                                    TO WS-WORK-OPER
                                MOVE WS-LEVEL-UPDATE TO WS-WORK-LEVEL
                                PERFORM 3500-FIND-OPERATOR
                                    THRU 3500-EXIT
                                IF WS-OPR-FOUND
                                    ADD 1 TO WS-OT-STM-MAINT(WS-OPR-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SITE-MASTER
            END-IF.
        2600-EXIT.
            EXIT.

        2800-LOAD-ACKS.
            OPEN INPUT ACK-MASTER
            IF NOT WS-EAK-FILE-OPEN-OK
                DISPLAY "HELLOACV: unable to open acknowledgment "
                        "file, status " WS-EAK-FILE-STATUS
                MOVE "2800-LOAD-ACKS"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-EAK-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                MOVE "N" TO WS-FILE-EOF-SW
                PERFORM UNTIL WS-FILE-EOF
                    READ ACK-MASTER
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM 2850-ACK-ROW THRU 2850-EXIT
                    END-READ
                END-PERFORM
                CLOSE ACK-MASTER
            END-IF.
        2800-EXIT.
            EXIT.

        2850-ACK-ROW.
            MOVE SPACES TO WS-WORK-DATE
            STRING EAK-ERR-TIMESTAMP(1:4)
                   EAK-ERR-TIMESTAMP(6:2)
                   EAK-ERR-TIMESTAMP(9:2)
                DELIMITED BY SIZE INTO WS-WORK-DATE
            END-STRING
            PERFORM 3700-CHECK-DATE-RANGE THRU 3700-EXIT
            IF WS-IN-RANGE
                MOVE EAK-OPERATOR-ID TO WS-WORK-OPER
                MOVE WS-LEVEL-UPDATE TO WS-WORK-LEVEL
                PERFORM 3500-FIND-OPERATOR THRU 3500-EXIT
                IF WS-OPR-FOUND
                    ADD 1 TO WS-OT-ACKS(WS-OPR-IDX)
                END-IF
                IF WS-ACK-COUNT >= WS-ACK-MAX
                    IF NOT WS-ACK-FULL
                        SET WS-ACK-FULL TO TRUE
                        DISPLAY "HELLOACV: acknowledgment table full "
                                "at " WS-ACK-MAX " - own-error check "
                                "incomplete"
                    END-IF
                ELSE
                    ADD 1 TO WS-ACK-COUNT
                    MOVE EAK-ERR-TIMESTAMP
                        TO WS-ACK-TIMESTAMP(WS-ACK-COUNT)
                    MOVE EAK-OPERATOR-ID
                        TO WS-ACK-OPER(WS-ACK-COUNT)
                    MOVE SPACES TO WS-ACK-JOB(WS-ACK-COUNT)
                END-IF
            END-IF.
        2850-EXIT.
            EXIT.

        3000-MATCH-ACKED-ERRORS.
            MOVE "HELLOERL" TO WS-GRD-LOG-ID
            MOVE WS-SEL-DATE-FROM TO WS-GRD-DATE-FROM
            MOVE WS-SEL-DATE-TO TO WS-GRD-DATE-TO
            MOVE "N" TO WS-GEN-EOF-SW
            PERFORM UNTIL WS-GEN-EOF
                PERFORM 6000-NEXT-GENERATION-ROW THRU 6000-EXIT
                IF NOT WS-GEN-EOF
                    MOVE WS-GRD-IMAGE TO ERR-RECORD
                    PERFORM 3050-ERROR-ROW THRU 3050-EXIT
                END-IF
            END-PERFORM

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE "N" TO WS-FILE-EOF-SW
                OPEN INPUT ERRLOG-FILE
                IF NOT WS-ERRLOG-FILE-OK
                    SET WS-FILE-EOF TO TRUE
                    IF NOT WS-ERRLOG-FILE-NOT-FOUND
                        DISPLAY "HELLOACV: unable to open error log, "
                                "status " WS-ERRLOG-FILE-STATUS
                        MOVE "3000-MATCH-ACKED-ERR"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-ERRLOG-FILE-STATUS
                            TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
                PERFORM UNTIL WS-FILE-EOF
                    READ ERRLOG-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM 3050-ERROR-ROW THRU 3050-EXIT
                    END-READ
                END-PERFORM
                IF WS-ERRLOG-FILE-EOF
                    CLOSE ERRLOG-FILE
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3050-ERROR-ROW.
            ADD 1 TO WS-ERL-READ-COUNT
            PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                    UNTIL WS-ACK-IDX > WS-ACK-COUNT
                IF WS-ACK-TIMESTAMP(WS-ACK-IDX) = ERR-TIMESTAMP
                    MOVE ERR-JOB-NAME TO WS-ACK-JOB(WS-ACK-IDX)
                END-IF
            END-PERFORM.
        3050-EXIT.
            EXIT.

        3500-FIND-OPERATOR.
            MOVE "N" TO WS-OPR-FOUND-SW
            PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                    UNTIL WS-OPR-IDX > WS-OPR-COUNT
                    OR WS-OT-OPER(WS-OPR-IDX) >= WS-WORK-OPER
                CONTINUE
            END-PERFORM

            IF WS-OPR-IDX <= WS-OPR-COUNT
                AND WS-OT-OPER(WS-OPR-IDX) = WS-WORK-OPER
                SET WS-OPR-FOUND TO TRUE
            ELSE
                IF WS-OPR-COUNT >= WS-OPR-MAX
                    IF NOT WS-OPR-FULL
                        SET WS-OPR-FULL TO TRUE
                        DISPLAY "HELLOACV: operator table full at "
                                WS-OPR-MAX " ids - review incomplete"
                    END-IF
                ELSE
                    PERFORM VARYING WS-OPR-SHIFT-IDX
                            FROM WS-OPR-COUNT BY -1
                            UNTIL WS-OPR-SHIFT-IDX < WS-OPR-IDX
                        MOVE WS-OPR-ENTRY(WS-OPR-SHIFT-IDX)
                            TO WS-OPR-ENTRY(WS-OPR-SHIFT-IDX + 1)
                    END-PERFORM
                    ADD 1 TO WS-OPR-COUNT
                    INITIALIZE WS-OPR-ENTRY(WS-OPR-IDX)
                    MOVE WS-WORK-OPER TO WS-OT-OPER(WS-OPR-IDX)
                    SET WS-OT-MISSING(WS-OPR-IDX) TO TRUE
                    SET WS-OPR-FOUND TO TRUE
                END-IF
            END-IF

            IF WS-OPR-FOUND
                AND WS-WORK-LEVEL > 0
                ADD 1 TO WS-OT-ACTIVITY(WS-OPR-IDX)
                IF WS-WORK-LEVEL > WS-OT-MAX-LEVEL(WS-OPR-IDX)
                    MOVE WS-WORK-LEVEL
                        TO WS-OT-MAX-LEVEL(WS-OPR-IDX)
                END-IF
            END-IF.
        3500-EXIT.
            EXIT.

        3600-ADD-ACTIVITY.
            MOVE "N" TO WS-ACT-FOUND-SW
            PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                    UNTIL WS-ACT-IDX > WS-ACT-COUNT
                    OR WS-ACT-FOUND
                IF WS-ACT-JOB(WS-ACT-IDX) = WS-WORK-JOB
                    AND WS-ACT-DATE(WS-ACT-IDX) = WS-WORK-DATE
                    AND WS-ACT-OPER(WS-ACT-IDX) = WS-WORK-OPER
                    SET WS-ACT-FOUND TO TRUE
                END-IF
            END-PERFORM

            IF NOT WS-ACT-FOUND
                IF WS-ACT-COUNT >= WS-ACT-MAX
                    IF NOT WS-ACT-FULL
                        SET WS-ACT-FULL TO TRUE
                        DISPLAY "HELLOACV: activity table full at "
                                WS-ACT-MAX " - own-error check "
                                "incomplete"
                    END-IF
                ELSE
                    ADD 1 TO WS-ACT-COUNT
                    MOVE WS-WORK-JOB  TO WS-ACT-JOB(WS-ACT-COUNT)
                    MOVE WS-WORK-DATE TO WS-ACT-DATE(WS-ACT-COUNT)
                    MOVE WS-WORK-OPER TO WS-ACT-OPER(WS-ACT-COUNT)
                END-IF
            END-IF.
        3600-EXIT.
            EXIT.

        3700-CHECK-DATE-RANGE.
            MOVE "Y" TO WS-IN-RANGE-SW
            IF WS-SEL-DATE-FROM NOT = SPACES
                AND WS-WORK-DATE < WS-SEL-DATE-FROM
                MOVE "N" TO WS-IN-RANGE-SW
            END-IF
            IF WS-SEL-DATE-TO NOT = SPACES
                AND WS-WORK-DATE > WS-SEL-DATE-TO
                MOVE "N" TO WS-IN-RANGE-SW
            END-IF.
        3700-EXIT.
            EXIT.

        4000-PRINT-OPERATOR-SUMMARY.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "OPERATOR SUMMARY" TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-SUMMARY-HEADING
                AFTER ADVANCING 1 LINE

            PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                    UNTIL WS-OPR-IDX > WS-OPR-COUNT
                PERFORM 4100-PRINT-ONE-OPERATOR THRU 4100-EXIT
            END-PERFORM.
        4000-EXIT.
            EXIT.

        4100-PRINT-ONE-OPERATOR.
            MOVE SPACES TO WS-SUMMARY-LINE
            IF WS-OT-OPER(WS-OPR-IDX) = SPACES
                MOVE "(BLANK)" TO WS-SL-OPER
            ELSE
                MOVE WS-OT-OPER(WS-OPR-IDX) TO WS-SL-OPER
            END-IF
            MOVE WS-OT-NAME(WS-OPR-IDX) TO WS-SL-NAME
            IF NOT WS-OT-MISSING(WS-OPR-IDX)
                MOVE WS-OT-AUTH-LEVEL(WS-OPR-IDX) TO WS-LEVEL-EDIT
                MOVE WS-LEVEL-EDIT TO WS-SL-AUTH
            END-IF
            IF WS-OT-MAX-LEVEL(WS-OPR-IDX) > 0
                MOVE WS-OT-MAX-LEVEL(WS-OPR-IDX) TO WS-LEVEL-EDIT
                MOVE WS-LEVEL-EDIT TO WS-SL-USED
            END-IF
            EVALUATE TRUE
                WHEN WS-OT-ACTIVE(WS-OPR-IDX)
                    MOVE "ACTIVE"   TO WS-SL-STATUS
                WHEN WS-OT-INACTIVE(WS-OPR-IDX)
                    MOVE "INACTIVE" TO WS-SL-STATUS
                WHEN OTHER
                    MOVE "NO PROF"  TO WS-SL-STATUS
            END-EVALUATE
            MOVE WS-OT-RUNS(WS-OPR-IDX)      TO WS-SL-RUNS
            MOVE WS-OT-HST-WRT(WS-OPR-IDX)   TO WS-SL-HST-WRT
            MOVE WS-OT-HST-REW(WS-OPR-IDX)   TO WS-SL-HST-REW
            MOVE WS-OT-HST-DEL(WS-OPR-IDX)   TO WS-SL-HST-DEL
            MOVE WS-OT-STM-WRT(WS-OPR-IDX)   TO WS-SL-STM-WRT
            MOVE WS-OT-STM-REW(WS-OPR-IDX)   TO WS-SL-STM-REW
            MOVE WS-OT-STM-DEL(WS-OPR-IDX)   TO WS-SL-STM-DEL
            MOVE WS-OT-STM-MAINT(WS-OPR-IDX) TO WS-SL-STM-MAINT
            MOVE WS-OT-ACKS(WS-OPR-IDX)      TO WS-SL-ACKS
            MOVE WS-OT-DESTRUCT(WS-OPR-IDX)  TO WS-SL-DESTRUCT
            MOVE WS-OT-DUAL(WS-OPR-IDX)      TO WS-SL-DUAL
            WRITE RPT-LINE FROM WS-SUMMARY-LINE
                AFTER ADVANCING 1 LINE.
        4100-EXIT.
            EXIT.

        5000-PRINT-EXCEPTIONS.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "EXCEPTIONS" TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
                    UNTIL WS-OPR-IDX > WS-OPR-COUNT
                PERFORM 5100-CHECK-OPERATOR THRU 5100-EXIT
            END-PERFORM
            PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                    UNTIL WS-BKO-IDX > WS-BKO-COUNT
                PERFORM 5200-CHECK-BACKOUT THRU 5200-EXIT
            END-PERFORM
            PERFORM VARYING WS-ACK-IDX FROM 1 BY 1
                    UNTIL WS-ACK-IDX > WS-ACK-COUNT
                PERFORM 5300-CHECK-ACK THRU 5300-EXIT
            END-PERFORM

            IF WS-EXCEPTION-COUNT = 0
                MOVE "  NONE" TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            ELSE
                IF WS-RC-WARNING > RETURN-CODE
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

        5100-CHECK-OPERATOR.
            MOVE WS-OT-OPER(WS-OPR-IDX) TO WS-WORK-OPER
            IF WS-OT-ACTIVITY(WS-OPR-IDX) > 0
                IF WS-OT-MISSING(WS-OPR-IDX)
                    MOVE WS-OT-ACTIVITY(WS-OPR-IDX) TO WS-COUNT-EDIT
                    MOVE "ID NOT ON OPERATOR FILE"
                        TO WS-EXCEPTION-TEXT
                    MOVE SPACES TO WS-EXCEPTION-DETAIL
                    STRING WS-COUNT-EDIT  DELIMITED BY SIZE
                           " ACTIONS IN PERIOD" DELIMITED BY SIZE
                        INTO WS-EXCEPTION-DETAIL
                    END-STRING
                    PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
                END-IF
                IF WS-OT-INACTIVE(WS-OPR-IDX)
                    MOVE WS-OT-ACTIVITY(WS-OPR-IDX) TO WS-COUNT-EDIT
                    MOVE "ACTIVITY UNDER INACTIVE ID"
                        TO WS-EXCEPTION-TEXT
                    MOVE SPACES TO WS-EXCEPTION-DETAIL
                    STRING WS-COUNT-EDIT  DELIMITED BY SIZE
                           " ACTIONS IN PERIOD" DELIMITED BY SIZE
                        INTO WS-EXCEPTION-DETAIL
                    END-STRING
                    PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
                END-IF
                IF NOT WS-OT-MISSING(WS-OPR-IDX)
                    AND WS-OT-MAX-LEVEL(WS-OPR-IDX)
                        > WS-OT-AUTH-LEVEL(WS-OPR-IDX)
                    MOVE WS-OT-MAX-LEVEL(WS-OPR-IDX) TO WS-LEVEL-EDIT
                    MOVE WS-OT-AUTH-LEVEL(WS-OPR-IDX)
                        TO WS-LEVEL-EDIT-2
                    MOVE "ACTIVITY ABOVE AUTHORITY"
                        TO WS-EXCEPTION-TEXT
                    MOVE SPACES TO WS-EXCEPTION-DETAIL
                    STRING "ACTED AT LEVEL "  DELIMITED BY SIZE
                           WS-LEVEL-EDIT      DELIMITED BY SIZE
                           ", NOW AUTHORIZED AT LEVEL "
                                              DELIMITED BY SIZE
                           WS-LEVEL-EDIT-2    DELIMITED BY SIZE
                        INTO WS-EXCEPTION-DETAIL
                    END-STRING
                    PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
                END-IF
            END-IF.
        5100-EXIT.
            EXIT.

        5200-CHECK-BACKOUT.
            IF WS-BKO-USED-HIT(WS-BKO-IDX) = "Y"
                MOVE WS-BKO-USED-OPER(WS-BKO-IDX) TO WS-WORK-OPER
                MOVE "BACKED OUT OWN CHANGE" TO WS-EXCEPTION-TEXT
                MOVE SPACES TO WS-EXCEPTION-DETAIL
                STRING "RAN HELLOBKO REQUEST "  DELIMITED BY SIZE
                       WS-BKO-REQUEST-ID(WS-BKO-IDX)
                                                DELIMITED BY SIZE
                       " OVER JOB "             DELIMITED BY SIZE
                       WS-BKO-JOB(WS-BKO-IDX)   DELIMITED BY SIZE
                    INTO WS-EXCEPTION-DETAIL
                END-STRING
                PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
            END-IF
            IF WS-BKO-MAKER-HIT(WS-BKO-IDX) = "Y"
                AND WS-BKO-MAKER-OPER(WS-BKO-IDX)
                    NOT = WS-BKO-USED-OPER(WS-BKO-IDX)
                MOVE WS-BKO-MAKER-OPER(WS-BKO-IDX) TO WS-WORK-OPER
                MOVE "BACKED OUT OWN CHANGE" TO WS-EXCEPTION-TEXT
                MOVE SPACES TO WS-EXCEPTION-DETAIL
                STRING "REQUESTED HELLOBKO REQUEST "
                                                DELIMITED BY SIZE
                       WS-BKO-REQUEST-ID(WS-BKO-IDX)
                                                DELIMITED BY SIZE
                       " OVER JOB "             DELIMITED BY SIZE
                       WS-BKO-JOB(WS-BKO-IDX)   DELIMITED BY SIZE
                    INTO WS-EXCEPTION-DETAIL
                END-STRING
                PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
            END-IF.
        5200-EXIT.
            EXIT.

        5300-CHECK-ACK.
            IF WS-ACK-JOB(WS-ACK-IDX) NOT = SPACES
                MOVE WS-ACK-JOB(WS-ACK-IDX) TO WS-WORK-JOB
                MOVE WS-ACK-OPER(WS-ACK-IDX) TO WS-WORK-OPER
                MOVE SPACES TO WS-WORK-DATE
                STRING WS-ACK-TIMESTAMP(WS-ACK-IDX)(1:4)
                       WS-ACK-TIMESTAMP(WS-ACK-IDX)(6:2)
                       WS-ACK-TIMESTAMP(WS-ACK-IDX)(9:2)
                    DELIMITED BY SIZE INTO WS-WORK-DATE
                END-STRING
                MOVE "N" TO WS-ACT-FOUND-SW
                PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                        UNTIL WS-ACT-IDX > WS-ACT-COUNT
                        OR WS-ACT-FOUND
                    IF WS-ACT-JOB(WS-ACT-IDX) = WS-WORK-JOB
                        AND WS-ACT-DATE(WS-ACT-IDX) = WS-WORK-DATE
                        AND WS-ACT-OPER(WS-ACT-IDX) = WS-WORK-OPER
                        SET WS-ACT-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF WS-ACT-FOUND
                    MOVE "ACKNOWLEDGED OWN ERROR"
                        TO WS-EXCEPTION-TEXT
                    MOVE SPACES TO WS-EXCEPTION-DETAIL
                    STRING "ERROR "         DELIMITED BY SIZE
                           WS-ACK-TIMESTAMP(WS-ACK-IDX)
                                            DELIMITED BY SIZE
                           " FROM "         DELIMITED BY SIZE
                           WS-WORK-JOB      DELIMITED BY SIZE
                        INTO WS-EXCEPTION-DETAIL
                    END-STRING
                    PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
                END-IF
            END-IF.
        5300-EXIT.
            EXIT.

        5900-WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE SPACES TO WS-PRINT-LINE
            IF WS-WORK-OPER = SPACES
                MOVE "(BLANK)" TO WS-WORK-OPER
            END-IF
            STRING WS-WORK-OPER        DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-EXCEPTION-TEXT   DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-EXCEPTION-DETAIL DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        5900-EXIT.
            EXIT.

        6000-NEXT-GENERATION-ROW.
            CALL "hellogrd" USING WS-GRD-REQUEST
                                   WS-GRD-LOG-ID
                                   WS-SEL-GEN-FROM
                                   WS-SEL-GEN-TO
                                   WS-GRD-DATE-FROM
                                   WS-GRD-DATE-TO
                                   WS-GRD-GEN-NUMBER
                                   WS-GRD-IMAGE
                                   WS-GRD-STATUS
            END-CALL
            EVALUATE WS-GRD-STATUS
                WHEN WS-RC-NORMAL
                    CONTINUE
                WHEN WS-RC-WARNING
                    SET WS-GEN-EOF TO TRUE
                WHEN OTHER
                    DISPLAY "HELLOACV: " WS-GRD-LOG-ID
                            " generations could not be read"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    SET WS-GEN-EOF TO TRUE
            END-EVALUATE.
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
            IF WS-OPR-FULL OR WS-ACT-FULL
                OR WS-BKO-FULL OR WS-ACK-FULL
                PERFORM 9100-PRINT-INCOMPLETE THRU 9100-EXIT
            END-IF

            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-OPR-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "OPERATOR IDS REVIEWED:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-AUD-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "AUDIT ROWS READ:           " DELIMITED BY SIZE
                       WS-COUNT-EDIT                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-JRN-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "JOURNAL ROWS READ:         " DELIMITED BY SIZE
                       WS-COUNT-EDIT                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-ACK-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ACKNOWLEDGMENTS IN PERIOD: " DELIMITED BY SIZE
                       WS-COUNT-EDIT                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-DESTRUCT-LINE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "DESTRUCTIVE RUNS:          " DELIMITED BY SIZE
                       WS-COUNT-EDIT                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "EXCEPTIONS:                " DELIMITED BY SIZE
                       WS-COUNT-EDIT                 DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOACV: EXCEPTIONS " WS-COUNT-EDIT.
        9000-EXIT.
            EXIT.

        9100-PRINT-INCOMPLETE.
            MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
                IF WS-OPR-FULL
                    MOVE "REVIEW INCOMPLETE - OPERATOR TABLE FULL"
                        TO WS-PRINT-LINE
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF
                IF WS-ACT-FULL
                    MOVE "REVIEW INCOMPLETE - ACTIVITY TABLE FULL"
                        TO WS-PRINT-LINE
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF
                IF WS-BKO-FULL
                    MOVE "REVIEW INCOMPLETE - BACKOUT TABLE FULL"
                        TO WS-PRINT-LINE
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF
                IF WS-ACK-FULL
                    MOVE "REVIEW INCOMPLETE - ACKNOWLEDGMENT TABLE FULL"
                        TO WS-PRINT-LINE
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF
            END-IF.
        9100-EXIT.
            EXIT.
