        *>+--------------------------------------------------------------------+
        *>| HELLOBRD - morning operations status board for the HELLOWORLD     |
        *>| family.  Puts the night on one page for the morning shift.        |
        *>| Reads the last cycle's rows from the cycle-status file (HELLOCYS, |
        *>| current log and rolled generations through HELLOGRD) and holds    |
        *>| each step's completion time against its deadline on the service-  |
        *>| level control file (HELLOSLA).  Deadlines flagged for business    |
        *>| days only are held only when the cycle date is a processing day   |
        *>| on the business-day calendar (HELLOCAL); a date that is not on    |
        *>| the calendar is treated as a business day.  A step with a         |
        *>| deadline and no cycle row is MISSING once its deadline has        |
        *>| passed.  It then takes the key counts from the night's output:    |
        *>| rejected cards (HELLOREJ), acknowledgment exceptions (HELLOAKR),  |
        *>| reconciliation exceptions (HELLORCR), and unacknowledged fatal    |
        *>| and aged errors (HELLOETW).  A report that was not produced, or   |
        *>| whose run date is before the cycle date, is flagged rather than   |
        *>| counted.  Every line that needs someone is marked PAGE or WARN,   |
        *>| and the return code tells the scheduler what to do:               |
        *>|    0 - nothing to follow up                                       |
        *>|    4 - warnings for the shift, do not page                        |
        *>|    8 - page the on-call analyst: a step late, missing, not run    |
        *>|        or ended RC 8 or higher, an acknowledgment or              |
        *>|        reconciliation exception, an unacknowledged fatal, no      |
        *>|        cycle found, or a file the board could not read            |
        *>| An optional control card (HELLOBDP) names the cycle date to       |
        *>| report; blank takes the latest cycle on file.                     |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellobrd.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE ASSIGN TO "HELLOBDP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT SLA-FILE ASSIGN TO "HELLOSLA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SLA-FILE-STATUS.

            SELECT OPTIONAL CAL-FILE ASSIGN TO "HELLOCAL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAL-DATE
                FILE STATUS IS WS-CAL-FILE-STATUS.

            SELECT STATUS-FILE ASSIGN TO "HELLOCYS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STAT-FILE-STATUS.

            SELECT REJECT-FILE ASSIGN TO "HELLOREJ"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-FILE-STATUS.

            SELECT ACK-REPORT ASSIGN TO "HELLOAKR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AKR-FILE-STATUS.

            SELECT RCN-REPORT ASSIGN TO "HELLORCR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RCR-FILE-STATUS.

            SELECT ETW-REPORT ASSIGN TO "HELLOETW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ETW-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOBDR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 BDP-RECORD.
            05 BDP-CYCLE-DATE          PIC X(8).
            05 FILLER                  PIC X(72).

        FD  SLA-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "slarec.cpy".

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "calrec.cpy".

        FD  STATUS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "cycstat.cpy".

        FD  REJECT-FILE
            LABEL RECORDS ARE STANDARD.
        01 REJECT-RECORD.
            05 REJ-TRAN-IMAGE          PIC X(72).
            05 FILLER                  PIC X(2).
            05 REJ-REASON              PIC X(30).

        FD  ACK-REPORT
            LABEL RECORDS ARE STANDARD.
        01 AKR-LINE                 PIC X(132).

        FD  RCN-REPORT
            LABEL RECORDS ARE STANDARD.
        01 RCR-LINE                 PIC X(132).

        FD  ETW-REPORT
            LABEL RECORDS ARE STANDARD.
        01 ETW-LINE                 PIC X(132).

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOBRD".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

        01 WS-SLA-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SLA-FILE-OK              VALUE "00".

        01 WS-CAL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CAL-FILE-OK              VALUE "00".
            88 WS-CAL-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-STAT-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-STAT-FILE-OK             VALUE "00".
            88 WS-STAT-FILE-EOF            VALUE "10".
            88 WS-STAT-FILE-NOT-FOUND      VALUE "35".

        01 WS-REJ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-REJ-FILE-OK              VALUE "00".
            88 WS-REJ-FILE-EOF             VALUE "10".
            88 WS-REJ-FILE-NOT-FOUND       VALUE "35".

        01 WS-AKR-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-AKR-FILE-OK              VALUE "00".
            88 WS-AKR-FILE-EOF             VALUE "10".
            88 WS-AKR-FILE-NOT-FOUND       VALUE "35".

        01 WS-RCR-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RCR-FILE-OK              VALUE "00".
            88 WS-RCR-FILE-EOF             VALUE "10".
            88 WS-RCR-FILE-NOT-FOUND       VALUE "35".

        01 WS-ETW-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-ETW-FILE-OK              VALUE "00".
            88 WS-ETW-FILE-EOF             VALUE "10".
            88 WS-ETW-FILE-NOT-FOUND       VALUE "35".

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

        01 WS-FILE-EOF-SW           PIC X VALUE "N".
            88 WS-FILE-EOF                 VALUE "Y".

        01 WS-SEL-GEN-FROM          PIC 9(5) VALUE 0.
        01 WS-SEL-GEN-TO            PIC 9(5) VALUE 0.
        01 WS-SEL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-SEL-DATE-TO           PIC X(8) VALUE SPACES.

        01 WS-GRD-REQUEST           PIC X(1) VALUE "N".
        01 WS-GRD-LOG-ID            PIC X(8) VALUE "HELLOCYS".
        01 WS-GRD-GEN-NUMBER        PIC 9(5).
        01 WS-GRD-IMAGE             PIC X(200).
        01 WS-GRD-STATUS            PIC 9(2).
        01 WS-GEN-EOF-SW            PIC X VALUE "N".
            88 WS-GEN-EOF                  VALUE "Y".

        01 WS-CYCLE-DATE            PIC X(8) VALUE SPACES.
        01 WS-CYCLE-DATE-NUM        PIC 9(8).
        01 WS-CYCLE-DATE-DASHED     PIC X(10) VALUE SPACES.
        01 WS-DAY-INTEGER           PIC 9(8).
        01 WS-DUE-DATE-NUM          PIC 9(8).
        01 WS-DUE-DATE REDEFINES WS-DUE-DATE-NUM
                                    PIC X(8).

        01 WS-DAY-CLASS-SW          PIC X VALUE "B".
            88 WS-BUSINESS-DAY             VALUE "B".
            88 WS-NON-BUSINESS-DAY         VALUE "N".
        01 WS-CAL-TEXT              PIC X(60) VALUE SPACES.

        01 WS-NOW-TS                PIC X(26).

        01 WS-SLA-MAX               PIC 9(3) VALUE 100.
        01 WS-SLA-COUNT             PIC 9(3) VALUE 0.
        01 WS-SLA-TABLE.
            05 WS-SLA-ENTRY OCCURS 100 TIMES.
                10 WS-ST-STEP            PIC X(8).
                10 WS-ST-HH              PIC X(2).
                10 WS-ST-MM              PIC X(2).
                10 WS-ST-OFFSET          PIC 9(1).
                10 WS-ST-BUS-ONLY-SW     PIC X(1).
                10 WS-ST-DUE-TS          PIC X(26).
                10 WS-ST-HELD-SW         PIC X(1).
                10 WS-ST-SEEN-SW         PIC X(1).
        01 WS-SLA-IDX               PIC 9(3).
        01 WS-SLA-FOUND-SW          PIC X VALUE "N".
            88 WS-SLA-FOUND                VALUE "Y".

        01 WS-CYC-MAX               PIC 9(3) VALUE 100.
        01 WS-CYC-COUNT             PIC 9(3) VALUE 0.
        01 WS-CYC-TABLE.
            05 WS-CYC-ENTRY OCCURS 100 TIMES.
                10 WS-CT-STEP            PIC X(8).
                10 WS-CT-PROGRAM         PIC X(10).
                10 WS-CT-DISPOSITION     PIC X(8).
                10 WS-CT-STEP-RC         PIC 9(3).
                10 WS-CT-TIMESTAMP       PIC X(26).
                10 WS-CT-REASON          PIC X(30).
        01 WS-CYC-IDX               PIC 9(3).
        01 WS-CYC-FOUND-SW          PIC X VALUE "N".
            88 WS-CYC-FOUND                VALUE "Y".
        01 WS-CYC-FULL-SW           PIC X VALUE "N".
            88 WS-CYC-FULL                 VALUE "Y".

        01 WS-ACTION                PIC X(4).
        01 WS-PAGE-COUNT            PIC 9(5) VALUE 0.
        01 WS-WARN-COUNT            PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-STEP-HEADING.
            05 FILLER                PIC X(33)
                VALUE "STEP     PROGRAM    DISPOSN   RC ".
            05 FILLER                PIC X(34)
                VALUE "COMPLETED        DEADLINE         ".
            05 FILLER                PIC X(65)
                VALUE "SLA       ACTN REASON".

        01 WS-STEP-LINE.
            05 WS-SP-STEP            PIC X(8).
            05 FILLER                PIC X(1).
            05 WS-SP-PROGRAM         PIC X(10).
            05 FILLER                PIC X(1).
            05 WS-SP-DISPOSITION     PIC X(8).
            05 FILLER                PIC X(1).
            05 WS-SP-RC              PIC ZZ9.
            05 FILLER                PIC X(1).
            05 WS-SP-COMPLETED       PIC X(16).
            05 FILLER                PIC X(1).
            05 WS-SP-DEADLINE        PIC X(16).
            05 FILLER                PIC X(1).
            05 WS-SP-SLA             PIC X(9).
            05 FILLER                PIC X(1).
            05 WS-SP-ACTION          PIC X(4).
            05 FILLER                PIC X(1).
            05 WS-SP-REASON          PIC X(30).
            05 FILLER                PIC X(20).

        01 WS-RESULT-HEADING.
            05 FILLER                PIC X(40)
                VALUE "REPORT   RUN DATE   ITEM                ".
            05 FILLER                PIC X(40)
                VALUE "                  COUNT ACTN           ".
            05 FILLER                PIC X(52) VALUE SPACES.

        01 WS-RESULT-LINE.
            05 WS-RS-REPORT          PIC X(8).
            05 FILLER                PIC X(1).
            05 WS-RS-RUN-DATE        PIC X(10).
            05 FILLER                PIC X(1).
            05 WS-RS-ITEM            PIC X(30).
            05 FILLER                PIC X(1).
            05 WS-RS-COUNT           PIC X(12).
            05 FILLER                PIC X(1).
            05 WS-RS-ACTION          PIC X(4).
            05 FILLER                PIC X(64).

        01 WS-RS-COUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.
        01 WS-RESULT-COUNT          PIC 9(9).

        01 WS-IN-LINE               PIC X(132).
        01 WS-IN-FIRST-SW           PIC X VALUE "Y".
            88 WS-IN-FIRST                 VALUE "Y".
        01 WS-IN-DISCARD            PIC X(132).
        01 WS-IN-RUN-DATE           PIC X(10).
        01 WS-RPT-RUN-DATE          PIC X(10).
        01 WS-RPT-STATE-SW          PIC X VALUE "C".
            88 WS-RPT-CURRENT              VALUE "C".
            88 WS-RPT-MISSING              VALUE "M".
            88 WS-RPT-STALE                VALUE "S".
            88 WS-RPT-UNREADABLE           VALUE "E".

        01 WS-EDIT-9-AREA           PIC X(9).
        01 WS-EDIT-9 REDEFINES WS-EDIT-9-AREA
                                    PIC Z,ZZZ,ZZ9.
        01 WS-EDIT-6-AREA           PIC X(6).
        01 WS-EDIT-6 REDEFINES WS-EDIT-6-AREA
                                    PIC ZZ,ZZ9.

        01 WS-REJ-COUNT             PIC 9(7) VALUE 0.
        01 WS-AKR-DETAIL-COUNT      PIC 9(7) VALUE 0.
        01 WS-AKR-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
        01 WS-RCR-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
        01 WS-ETW-FATAL-COUNT       PIC 9(7) VALUE 0.
        01 WS-ETW-AGED-COUNT        PIC 9(7) VALUE 0.
        01 WS-AKR-DETAIL-SW         PIC X VALUE "N".
        01 WS-AKR-EXCEPTION-SW      PIC X VALUE "N".
        01 WS-RCR-EXCEPTION-SW      PIC X VALUE "N".
        01 WS-ETW-FATAL-SW          PIC X VALUE "N".
        01 WS-ETW-AGED-SW           PIC X VALUE "N".
        01 WS-TOTAL-FOUND-SW        PIC X VALUE "N".
            88 WS-TOTAL-FOUND              VALUE "Y".

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
                PERFORM 1200-LOAD-SLA THRU 1200-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2000-LOAD-CYCLE THRU 2000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                IF WS-CYCLE-DATE NOT = SPACES
                    PERFORM 2500-CHECK-CALENDAR THRU 2500-EXIT
                    PERFORM 2700-SET-DEADLINES THRU 2700-EXIT
                END-IF
                PERFORM 3000-PRINT-STEPS THRU 3000-EXIT
                PERFORM 4000-PRINT-RESULTS THRU 4000-EXIT
            END-IF
            PERFORM 9000-TERMINATE THRU 9000-EXIT
            GOBACK.

        1000-INITIALIZE.
            MOVE WS-RC-NORMAL TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING
            MOVE SPACES TO WS-NOW-TS
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
                DELIMITED BY SIZE INTO WS-NOW-TS
            END-STRING

            OPEN INPUT CTL-FILE
            IF WS-CTL-FILE-OK
                READ CTL-FILE
                    AT END
                        MOVE SPACES TO BDP-RECORD
                END-READ
                CLOSE CTL-FILE
            ELSE
                MOVE SPACES TO BDP-RECORD
            END-IF

            IF BDP-CYCLE-DATE NOT = SPACES
                IF BDP-CYCLE-DATE IS NUMERIC
                    MOVE BDP-CYCLE-DATE TO WS-SEL-DATE-FROM
                    MOVE BDP-CYCLE-DATE TO WS-SEL-DATE-TO
                ELSE
                    DISPLAY "HELLOBRD: cycle date not numeric: "
                            BDP-CYCLE-DATE
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOBRD: unable to open report file, "
                            "status " WS-RPT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                ELSE
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "HELLOWORLD MORNING OPERATIONS STATUS BOARD"
                                             DELIMITED BY SIZE
                           "     RUN DATE: " DELIMITED BY SIZE
                           WS-REPORT-DATE    DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING PAGE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1200-LOAD-SLA.
            OPEN INPUT SLA-FILE
            IF NOT WS-SLA-FILE-OK
                DISPLAY "HELLOBRD: unable to open service-level "
                        "file, status " WS-SLA-FILE-STATUS
                MOVE "1200-LOAD-SLA"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-SLA-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                MOVE "N" TO WS-FILE-EOF-SW
                PERFORM UNTIL WS-FILE-EOF
                    READ SLA-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            IF SLA-STEP-NAME NOT = SPACES
                                PERFORM 1250-ADD-SLA-ROW THRU 1250-EXIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE SLA-FILE
            END-IF.
        1200-EXIT.
            EXIT.

        1250-ADD-SLA-ROW.
            IF SLA-DEADLINE-HH IS NOT NUMERIC
                OR SLA-DEADLINE-MM IS NOT NUMERIC
                OR SLA-DEADLINE-HH > "23"
                OR SLA-DEADLINE-MM > "59"
                OR SLA-DAY-OFFSET IS NOT NUMERIC
                OR NOT (SLA-BUSINESS-DAYS-ONLY OR SLA-EVERY-DAY)
                DISPLAY "HELLOBRD: invalid service-level row for "
                        "step " SLA-STEP-NAME
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            ELSE
                IF WS-SLA-COUNT >= WS-SLA-MAX
                    DISPLAY "HELLOBRD: service-level table full at "
                            WS-SLA-MAX " steps - step "
                            SLA-STEP-NAME " not loaded"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    ADD 1 TO WS-SLA-COUNT
                    MOVE SLA-STEP-NAME TO WS-ST-STEP(WS-SLA-COUNT)
                    MOVE SLA-DEADLINE-HH TO WS-ST-HH(WS-SLA-COUNT)
                    MOVE SLA-DEADLINE-MM TO WS-ST-MM(WS-SLA-COUNT)
                    MOVE SLA-DAY-OFFSET TO WS-ST-OFFSET(WS-SLA-COUNT)
                    MOVE SLA-BUSINESS-DAY-FLAG
                        TO WS-ST-BUS-ONLY-SW(WS-SLA-COUNT)
                    MOVE SPACES TO WS-ST-DUE-TS(WS-SLA-COUNT)
                    MOVE "Y" TO WS-ST-HELD-SW(WS-SLA-COUNT)
                    MOVE "N" TO WS-ST-SEEN-SW(WS-SLA-COUNT)
                END-IF
            END-IF.
        1250-EXIT.
            EXIT.

        2000-LOAD-CYCLE.
            MOVE "N" TO WS-GEN-EOF-SW
            PERFORM UNTIL WS-GEN-EOF
                CALL "hellogrd" USING WS-GRD-REQUEST
                                       WS-GRD-LOG-ID
                                       WS-SEL-GEN-FROM
                                       WS-SEL-GEN-TO
                                       WS-SEL-DATE-FROM
                                       WS-SEL-DATE-TO
                                       WS-GRD-GEN-NUMBER
                                       WS-GRD-IMAGE
                                       WS-GRD-STATUS
                END-CALL
                EVALUATE WS-GRD-STATUS
                    WHEN WS-RC-NORMAL
                        MOVE WS-GRD-IMAGE TO CYCS-RECORD
                        PERFORM 2050-CYCLE-ROW THRU 2050-EXIT
                    WHEN WS-RC-WARNING
                        SET WS-GEN-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "HELLOBRD: cycle-status generations "
                                "could not be read"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        SET WS-GEN-EOF TO TRUE
                END-EVALUATE
            END-PERFORM

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE "N" TO WS-FILE-EOF-SW
                OPEN INPUT STATUS-FILE
                IF NOT WS-STAT-FILE-OK
                    SET WS-FILE-EOF TO TRUE
                    IF NOT WS-STAT-FILE-NOT-FOUND
                        DISPLAY "HELLOBRD: unable to open cycle "
                                "status file, status "
                                WS-STAT-FILE-STATUS
                        MOVE "2000-LOAD-CYCLE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-STAT-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
                PERFORM UNTIL WS-FILE-EOF
                    READ STATUS-FILE
                        AT END
                            SET WS-FILE-EOF TO TRUE
                        NOT AT END
                            PERFORM 2050-CYCLE-ROW THRU 2050-EXIT
                    END-READ
                END-PERFORM
                IF WS-STAT-FILE-EOF
                    CLOSE STATUS-FILE
                END-IF
            END-IF.
        2000-EXIT.
            EXIT.

        2050-CYCLE-ROW.
            IF CYCS-CYCLE-DATE IS NUMERIC
                AND (WS-SEL-DATE-FROM = SPACES
                     OR CYCS-CYCLE-DATE = WS-SEL-DATE-FROM)
                IF WS-CYCLE-DATE = SPACES
                    OR CYCS-CYCLE-DATE > WS-CYCLE-DATE
                    MOVE CYCS-CYCLE-DATE TO WS-CYCLE-DATE
                    MOVE 0 TO WS-CYC-COUNT
                    MOVE "N" TO WS-CYC-FULL-SW
                END-IF
                IF CYCS-CYCLE-DATE = WS-CYCLE-DATE
                    PERFORM 2060-STORE-STEP THRU 2060-EXIT
                END-IF
            END-IF.
        2050-EXIT.
            EXIT.

        2060-STORE-STEP.
            MOVE "N" TO WS-CYC-FOUND-SW
            PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                    UNTIL WS-CYC-IDX > WS-CYC-COUNT
                    OR WS-CYC-FOUND
                IF WS-CT-STEP(WS-CYC-IDX) = CYCS-STEP-NAME
                    SET WS-CYC-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF WS-CYC-FOUND
                SUBTRACT 1 FROM WS-CYC-IDX
            ELSE
                IF WS-CYC-COUNT >= WS-CYC-MAX
                    IF NOT WS-CYC-FULL
                        SET WS-CYC-FULL TO TRUE
                        DISPLAY "HELLOBRD: cycle step table full at "
                                WS-CYC-MAX " steps"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    END-IF
                ELSE
                    ADD 1 TO WS-CYC-COUNT
                    MOVE WS-CYC-COUNT TO WS-CYC-IDX
                    SET WS-CYC-FOUND TO TRUE
                END-IF
            END-IF

            IF WS-CYC-FOUND
                MOVE CYCS-STEP-NAME    TO WS-CT-STEP(WS-CYC-IDX)
                MOVE CYCS-PROGRAM-NAME TO WS-CT-PROGRAM(WS-CYC-IDX)
                MOVE CYCS-DISPOSITION
                    TO WS-CT-DISPOSITION(WS-CYC-IDX)
                MOVE CYCS-STEP-RC      TO WS-CT-STEP-RC(WS-CYC-IDX)
                MOVE CYCS-TIMESTAMP    TO WS-CT-TIMESTAMP(WS-CYC-IDX)
                MOVE CYCS-REASON       TO WS-CT-REASON(WS-CYC-IDX)
            END-IF.
        2060-EXIT.
            EXIT.

        2500-CHECK-CALENDAR.
            MOVE WS-CYCLE-DATE TO WS-CYCLE-DATE-NUM
            STRING WS-CYCLE-DATE(1:4) "-" WS-CYCLE-DATE(5:2) "-"
                   WS-CYCLE-DATE(7:2)
                DELIMITED BY SIZE INTO WS-CYCLE-DATE-DASHED
            END-STRING

            SET WS-BUSINESS-DAY TO TRUE
            MOVE "NOT ON CALENDAR - DEADLINES HELD AS A BUSINESS DAY"
                TO WS-CAL-TEXT
            OPEN INPUT CAL-FILE
            IF NOT WS-CAL-FILE-OPEN-OK
                DISPLAY "HELLOBRD: unable to open calendar, "
                        "status " WS-CAL-FILE-STATUS
                MOVE "2500-CHECK-CALENDAR"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CAL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                IF WS-CAL-FILE-OK
                    MOVE WS-CYCLE-DATE TO CAL-DATE
                    READ CAL-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF CAL-PROCESSING-DAY
                                MOVE "BUSINESS DAY" TO WS-CAL-TEXT
                            ELSE
                                SET WS-NON-BUSINESS-DAY TO TRUE
                                MOVE "NOT A BUSINESS DAY - BUSINESS"
                                    TO WS-CAL-TEXT
                                MOVE "-DAY DEADLINES NOT HELD"
                                    TO WS-CAL-TEXT(30:)
                            END-IF
                    END-READ
                END-IF
                CLOSE CAL-FILE
            END-IF.
        2500-EXIT.
            EXIT.

        2700-SET-DEADLINES.
            PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                    UNTIL WS-SLA-IDX > WS-SLA-COUNT
                COMPUTE WS-DAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-NUM)
                    + WS-ST-OFFSET(WS-SLA-IDX)
                COMPUTE WS-DUE-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                MOVE SPACES TO WS-ST-DUE-TS(WS-SLA-IDX)
                STRING WS-DUE-DATE(1:4) "-" WS-DUE-DATE(5:2) "-"
                       WS-DUE-DATE(7:2) "-" WS-ST-HH(WS-SLA-IDX) "."
                       WS-ST-MM(WS-SLA-IDX) ".59.999999"
                    DELIMITED BY SIZE INTO WS-ST-DUE-TS(WS-SLA-IDX)
                END-STRING
                IF WS-NON-BUSINESS-DAY
                    AND WS-ST-BUS-ONLY-SW(WS-SLA-IDX) = "Y"
                    MOVE "N" TO WS-ST-HELD-SW(WS-SLA-IDX)
                END-IF
            END-PERFORM.
        2700-EXIT.
            EXIT.

        3000-PRINT-STEPS.
            MOVE SPACES TO WS-PRINT-LINE
            IF WS-CYCLE-DATE = SPACES
                MOVE "CYCLE DATE: NO CYCLE FOUND ON HELLOCYS"
                    TO WS-PRINT-LINE
                MOVE "PAGE" TO WS-ACTION
                PERFORM 3900-COUNT-ACTION THRU 3900-EXIT
            ELSE
                STRING "CYCLE DATE: "  DELIMITED BY SIZE
                       WS-CYCLE-DATE   DELIMITED BY SIZE
                       "  "            DELIMITED BY SIZE
                       WS-CAL-TEXT     DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            IF WS-CYCLE-DATE NOT = SPACES
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
                MOVE "CYCLE STEPS" TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
                WRITE RPT-LINE FROM WS-STEP-HEADING
                    AFTER ADVANCING 1 LINE

                PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                        UNTIL WS-CYC-IDX > WS-CYC-COUNT
                    PERFORM 3100-PRINT-CYCLE-STEP THRU 3100-EXIT
                END-PERFORM
                PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                        UNTIL WS-SLA-IDX > WS-SLA-COUNT
                    IF WS-ST-SEEN-SW(WS-SLA-IDX) = "N"
                        PERFORM 3200-PRINT-MISSING-STEP THRU 3200-EXIT
                    END-IF
                END-PERFORM
            END-IF.
        3000-EXIT.
            EXIT.

        3100-PRINT-CYCLE-STEP.
            MOVE SPACES TO WS-STEP-LINE
            MOVE SPACES TO WS-ACTION
            MOVE WS-CT-STEP(WS-CYC-IDX)        TO WS-SP-STEP
            MOVE WS-CT-PROGRAM(WS-CYC-IDX)     TO WS-SP-PROGRAM
            MOVE WS-CT-DISPOSITION(WS-CYC-IDX) TO WS-SP-DISPOSITION
            MOVE WS-CT-STEP-RC(WS-CYC-IDX)     TO WS-SP-RC
            STRING WS-CT-TIMESTAMP(WS-CYC-IDX)(1:10) " "
                   WS-CT-TIMESTAMP(WS-CYC-IDX)(12:5)
                DELIMITED BY SIZE INTO WS-SP-COMPLETED
            END-STRING
            MOVE WS-CT-REASON(WS-CYC-IDX)      TO WS-SP-REASON

            MOVE "N" TO WS-SLA-FOUND-SW
            PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                    UNTIL WS-SLA-IDX > WS-SLA-COUNT
                    OR WS-SLA-FOUND
                IF WS-ST-STEP(WS-SLA-IDX) = WS-CT-STEP(WS-CYC-IDX)
                    SET WS-SLA-FOUND TO TRUE
                END-IF
            END-PERFORM

            IF WS-SLA-FOUND
                SUBTRACT 1 FROM WS-SLA-IDX
                MOVE "Y" TO WS-ST-SEEN-SW(WS-SLA-IDX)
                STRING WS-ST-DUE-TS(WS-SLA-IDX)(1:10) " "
                       WS-ST-DUE-TS(WS-SLA-IDX)(12:5)
                    DELIMITED BY SIZE INTO WS-SP-DEADLINE
                END-STRING
            END-IF

            EVALUATE TRUE
                WHEN WS-CT-DISPOSITION(WS-CYC-IDX) NOT = "EXECUTED"
                    MOVE "NOT RUN"  TO WS-SP-SLA
                    MOVE "PAGE"     TO WS-ACTION
                WHEN NOT WS-SLA-FOUND
                    MOVE "NO SLA"   TO WS-SP-SLA
                    MOVE "WARN"     TO WS-ACTION
                WHEN WS-ST-HELD-SW(WS-SLA-IDX) = "N"
                    MOVE "NOT HELD" TO WS-SP-SLA
                WHEN WS-CT-TIMESTAMP(WS-CYC-IDX)
                        > WS-ST-DUE-TS(WS-SLA-IDX)
                    MOVE "LATE"     TO WS-SP-SLA
                    MOVE "PAGE"     TO WS-ACTION
                WHEN OTHER
                    MOVE "ON TIME"  TO WS-SP-SLA
            END-EVALUATE
            IF WS-CT-STEP-RC(WS-CYC-IDX) >= WS-RC-DATA-PROBLEM
                MOVE "PAGE" TO WS-ACTION
            ELSE
                IF WS-CT-STEP-RC(WS-CYC-IDX) >= WS-RC-WARNING
                    AND WS-ACTION = SPACES
                    MOVE "WARN" TO WS-ACTION
                END-IF
            END-IF

            MOVE WS-ACTION TO WS-SP-ACTION
            PERFORM 3900-COUNT-ACTION THRU 3900-EXIT
            WRITE RPT-LINE FROM WS-STEP-LINE
                AFTER ADVANCING 1 LINE.
        3100-EXIT.
            EXIT.

        3200-PRINT-MISSING-STEP.
            MOVE SPACES TO WS-STEP-LINE
            MOVE SPACES TO WS-ACTION
            MOVE WS-ST-STEP(WS-SLA-IDX) TO WS-SP-STEP
            STRING WS-ST-DUE-TS(WS-SLA-IDX)(1:10) " "
                   WS-ST-DUE-TS(WS-SLA-IDX)(12:5)
                DELIMITED BY SIZE INTO WS-SP-DEADLINE
            END-STRING
            EVALUATE TRUE
                WHEN WS-ST-HELD-SW(WS-SLA-IDX) = "N"
                    MOVE "NOT HELD" TO WS-SP-SLA
                    MOVE "NO CYCLE ROW" TO WS-SP-REASON
                WHEN WS-NOW-TS > WS-ST-DUE-TS(WS-SLA-IDX)
                    MOVE "MISSING"  TO WS-SP-SLA
                    MOVE "NO CYCLE ROW BY DEADLINE"
                        TO WS-SP-REASON
                    MOVE "PAGE"     TO WS-ACTION
                WHEN OTHER
                    MOVE "NOT DUE"  TO WS-SP-SLA
                    MOVE "NO CYCLE ROW YET" TO WS-SP-REASON
            END-EVALUATE

            MOVE WS-ACTION TO WS-SP-ACTION
            PERFORM 3900-COUNT-ACTION THRU 3900-EXIT
            WRITE RPT-LINE FROM WS-STEP-LINE
                AFTER ADVANCING 1 LINE.
        3200-EXIT.
            EXIT.

        3900-COUNT-ACTION.
            IF WS-ACTION = "PAGE"
                ADD 1 TO WS-PAGE-COUNT
            END-IF
            IF WS-ACTION = "WARN"
                ADD 1 TO WS-WARN-COUNT
            END-IF.
        3900-EXIT.
            EXIT.

        4000-PRINT-RESULTS.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "NIGHT RESULTS" TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            WRITE RPT-LINE FROM WS-RESULT-HEADING
                AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-RESULT-LINE

            PERFORM 4100-READ-REJECTS THRU 4100-EXIT
            PERFORM 4200-READ-ACK-REPORT THRU 4200-EXIT
            PERFORM 4300-READ-RCN-REPORT THRU 4300-EXIT
            PERFORM 4400-READ-ETW-REPORT THRU 4400-EXIT.
        4000-EXIT.
            EXIT.

        4100-READ-REJECTS.
            MOVE SPACES TO WS-RPT-RUN-DATE
            SET WS-RPT-CURRENT TO TRUE
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT REJECT-FILE
            IF NOT WS-REJ-FILE-OK
                SET WS-FILE-EOF TO TRUE
                IF WS-REJ-FILE-NOT-FOUND
                    SET WS-RPT-MISSING TO TRUE
                ELSE
                    DISPLAY "HELLOBRD: unable to open reject file, "
                            "status " WS-REJ-FILE-STATUS
                    MOVE "4100-READ-REJECTS"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-REJ-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-RPT-UNREADABLE TO TRUE
                END-IF
            END-IF
            PERFORM UNTIL WS-FILE-EOF
                READ REJECT-FILE
                    AT END
                        SET WS-FILE-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-REJ-COUNT
                END-READ
            END-PERFORM
            IF WS-REJ-FILE-EOF
                CLOSE REJECT-FILE
            END-IF

            MOVE "HELLOREJ" TO WS-RS-REPORT
            MOVE "REJECTED CARDS" TO WS-RS-ITEM
            MOVE WS-REJ-COUNT TO WS-RESULT-COUNT
            MOVE "Y" TO WS-TOTAL-FOUND-SW
            MOVE "WARN" TO WS-ACTION
            PERFORM 4900-PRINT-RESULT THRU 4900-EXIT.
        4100-EXIT.
            EXIT.

        4200-READ-ACK-REPORT.
            MOVE SPACES TO WS-RPT-RUN-DATE
            SET WS-RPT-CURRENT TO TRUE
            MOVE "Y" TO WS-IN-FIRST-SW
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT ACK-REPORT
            IF NOT WS-AKR-FILE-OK
                SET WS-FILE-EOF TO TRUE
                IF WS-AKR-FILE-NOT-FOUND
                    SET WS-RPT-MISSING TO TRUE
                ELSE
                    DISPLAY "HELLOBRD: unable to open acknowledgment "
                            "report, status " WS-AKR-FILE-STATUS
                    MOVE "4200-READ-ACK-REPORT"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-AKR-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-RPT-UNREADABLE TO TRUE
                END-IF
            END-IF
            PERFORM UNTIL WS-FILE-EOF
                READ ACK-REPORT INTO WS-IN-LINE
                    AT END
                        SET WS-FILE-EOF TO TRUE
                    NOT AT END
                        PERFORM 4800-CHECK-RUN-DATE THRU 4800-EXIT
                        IF WS-IN-LINE(1:24)
                            = "EXTRACT DETAIL RECORDS: "
                            MOVE WS-IN-LINE(25:9) TO WS-EDIT-9-AREA
                            MOVE WS-EDIT-9 TO WS-AKR-DETAIL-COUNT
                            MOVE "Y" TO WS-AKR-DETAIL-SW
                        END-IF
                        IF WS-IN-LINE(1:24)
                            = "EXCEPTIONS REPORTED:    "
                            MOVE WS-IN-LINE(25:9) TO WS-EDIT-9-AREA
                            MOVE WS-EDIT-9 TO WS-AKR-EXCEPTION-COUNT
                            MOVE "Y" TO WS-AKR-EXCEPTION-SW
                        END-IF
                END-READ
            END-PERFORM
            IF WS-AKR-FILE-EOF
                CLOSE ACK-REPORT
            END-IF

            MOVE "HELLOAKR" TO WS-RS-REPORT
            MOVE "ACK EXTRACT DETAIL RECORDS" TO WS-RS-ITEM
            MOVE WS-AKR-DETAIL-COUNT TO WS-RESULT-COUNT
            MOVE WS-AKR-DETAIL-SW TO WS-TOTAL-FOUND-SW
            MOVE SPACES TO WS-ACTION
            PERFORM 4900-PRINT-RESULT THRU 4900-EXIT

            MOVE "HELLOAKR" TO WS-RS-REPORT
            MOVE "ACKNOWLEDGMENT EXCEPTIONS" TO WS-RS-ITEM
            MOVE WS-AKR-EXCEPTION-COUNT TO WS-RESULT-COUNT
            MOVE WS-AKR-EXCEPTION-SW TO WS-TOTAL-FOUND-SW
            MOVE "PAGE" TO WS-ACTION
            PERFORM 4900-PRINT-RESULT THRU 4900-EXIT.
        4200-EXIT.
            EXIT.

        4300-READ-RCN-REPORT.
            MOVE SPACES TO WS-RPT-RUN-DATE
            SET WS-RPT-CURRENT TO TRUE
            MOVE "Y" TO WS-IN-FIRST-SW
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT RCN-REPORT
            IF NOT WS-RCR-FILE-OK
                SET WS-FILE-EOF TO TRUE
                IF WS-RCR-FILE-NOT-FOUND
                    SET WS-RPT-MISSING TO TRUE
                ELSE
                    DISPLAY "HELLOBRD: unable to open reconciliation "
                            "report, status " WS-RCR-FILE-STATUS
                    MOVE "4300-READ-RCN-REPORT"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RCR-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-RPT-UNREADABLE TO TRUE
                END-IF
            END-IF
            PERFORM UNTIL WS-FILE-EOF
                READ RCN-REPORT INTO WS-IN-LINE
                    AT END
                        SET WS-FILE-EOF TO TRUE
                    NOT AT END
                        PERFORM 4800-CHECK-RUN-DATE THRU 4800-EXIT
                        IF WS-IN-LINE(1:29)
                            = "EXCEPTIONS REPORTED:         "
                            MOVE WS-IN-LINE(30:6) TO WS-EDIT-6-AREA
                            MOVE WS-EDIT-6 TO WS-RCR-EXCEPTION-COUNT
                            MOVE "Y" TO WS-RCR-EXCEPTION-SW
                        END-IF
                END-READ
            END-PERFORM
            IF WS-RCR-FILE-EOF
                CLOSE RCN-REPORT
            END-IF

            MOVE "HELLORCR" TO WS-RS-REPORT
            MOVE "RECONCILIATION EXCEPTIONS" TO WS-RS-ITEM
            MOVE WS-RCR-EXCEPTION-COUNT TO WS-RESULT-COUNT
            MOVE WS-RCR-EXCEPTION-SW TO WS-TOTAL-FOUND-SW
            MOVE "PAGE" TO WS-ACTION
            PERFORM 4900-PRINT-RESULT THRU 4900-EXIT.
        4300-EXIT.
            EXIT.

        4400-READ-ETW-REPORT.
            MOVE SPACES TO WS-RPT-RUN-DATE
            SET WS-RPT-CURRENT TO TRUE
            MOVE "Y" TO WS-IN-FIRST-SW
            MOVE "N" TO WS-FILE-EOF-SW
            OPEN INPUT ETW-REPORT
            IF NOT WS-ETW-FILE-OK
                SET WS-FILE-EOF TO TRUE
                IF WS-ETW-FILE-NOT-FOUND
                    SET WS-RPT-MISSING TO TRUE
                ELSE
                    DISPLAY "HELLOBRD: unable to open error "
                            "worklist, status " WS-ETW-FILE-STATUS
                    MOVE "4400-READ-ETW-REPORT"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-ETW-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-RPT-UNREADABLE TO TRUE
                END-IF
            END-IF
            PERFORM UNTIL WS-FILE-EOF
                READ ETW-REPORT INTO WS-IN-LINE
                    AT END
                        SET WS-FILE-EOF TO TRUE
                    NOT AT END
                        PERFORM 4800-CHECK-RUN-DATE THRU 4800-EXIT
                        IF WS-IN-LINE(1:29)
                            = "UNACKNOWLEDGED FATALS:       "
                            MOVE WS-IN-LINE(30:6) TO WS-EDIT-6-AREA
                            MOVE WS-EDIT-6 TO WS-ETW-FATAL-COUNT
                            MOVE "Y" TO WS-ETW-FATAL-SW
                        END-IF
                        IF WS-IN-LINE(1:29)
                            = "AGED UNACKNOWLEDGED ERRORS:  "
                            MOVE WS-IN-LINE(30:6) TO WS-EDIT-6-AREA
                            MOVE WS-EDIT-6 TO WS-ETW-AGED-COUNT
                            MOVE "Y" TO WS-ETW-AGED-SW
                        END-IF
                END-READ
            END-PERFORM
            IF WS-ETW-FILE-EOF
                CLOSE ETW-REPORT
            END-IF

            MOVE "HELLOETW" TO WS-RS-REPORT
            MOVE "UNACKNOWLEDGED FATALS" TO WS-RS-ITEM
            MOVE WS-ETW-FATAL-COUNT TO WS-RESULT-COUNT
            MOVE WS-ETW-FATAL-SW TO WS-TOTAL-FOUND-SW
            MOVE "PAGE" TO WS-ACTION
            PERFORM 4900-PRINT-RESULT THRU 4900-EXIT

            MOVE "HELLOETW" TO WS-RS-REPORT
            MOVE "AGED UNACKNOWLEDGED ERRORS" TO WS-RS-ITEM
            MOVE WS-ETW-AGED-COUNT TO WS-RESULT-COUNT
            MOVE WS-ETW-AGED-SW TO WS-TOTAL-FOUND-SW
            MOVE "WARN" TO WS-ACTION
            PERFORM 4900-PRINT-RESULT THRU 4900-EXIT.
        4400-EXIT.
            EXIT.

        4800-CHECK-RUN-DATE.
            IF WS-IN-FIRST
                MOVE "N" TO WS-IN-FIRST-SW
                MOVE SPACES TO WS-IN-RUN-DATE
                UNSTRING WS-IN-LINE DELIMITED BY "RUN DATE: "
                    INTO WS-IN-DISCARD WS-IN-RUN-DATE
                END-UNSTRING
                MOVE WS-IN-RUN-DATE TO WS-RPT-RUN-DATE
                IF WS-RPT-RUN-DATE < WS-CYCLE-DATE-DASHED
                    SET WS-RPT-STALE TO TRUE
                END-IF
            END-IF.
        4800-EXIT.
            EXIT.

        4900-PRINT-RESULT.
            MOVE WS-RPT-RUN-DATE TO WS-RS-RUN-DATE
            MOVE SPACES TO WS-RS-COUNT
            EVALUATE TRUE
                WHEN WS-RPT-UNREADABLE
                    MOVE "UNREADABLE" TO WS-RS-COUNT
                    MOVE "PAGE" TO WS-ACTION
                WHEN WS-RPT-MISSING
                    MOVE "NOT PRODUCED" TO WS-RS-COUNT
                    MOVE "WARN" TO WS-ACTION
                WHEN WS-RPT-STALE
                    MOVE "STALE" TO WS-RS-COUNT
                    MOVE "WARN" TO WS-ACTION
                WHEN NOT WS-TOTAL-FOUND
                    MOVE "NO TOTAL" TO WS-RS-COUNT
                    MOVE "WARN" TO WS-ACTION
                WHEN OTHER
                    MOVE WS-RESULT-COUNT TO WS-RS-COUNT-EDIT
                    MOVE WS-RS-COUNT-EDIT TO WS-RS-COUNT(2:)
                    IF WS-RESULT-COUNT = 0
                        MOVE SPACES TO WS-ACTION
                    END-IF
            END-EVALUATE

            MOVE WS-ACTION TO WS-RS-ACTION
            PERFORM 3900-COUNT-ACTION THRU 3900-EXIT
            WRITE RPT-LINE FROM WS-RESULT-LINE
                AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-RESULT-LINE.
        4900-EXIT.
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
            IF WS-PAGE-COUNT > 0
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            ELSE
                IF WS-WARN-COUNT > 0
                    AND WS-RC-WARNING > RETURN-CODE
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            END-IF

            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-PAGE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ITEMS TO PAGE ON:    " DELIMITED BY SIZE
                       WS-COUNT-EDIT           DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-WARN-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "WARNINGS FOR SHIFT:  " DELIMITED BY SIZE
                       WS-COUNT-EDIT           DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-PRINT-LINE
                EVALUATE TRUE
                    WHEN RETURN-CODE >= WS-RC-DATA-PROBLEM
                        MOVE "ON-CALL ANALYST:     PAGE"
                            TO WS-PRINT-LINE
                    WHEN RETURN-CODE >= WS-RC-WARNING
                        MOVE "ON-CALL ANALYST:     NO PAGE - SHIFT TO "
                            TO WS-PRINT-LINE
                        MOVE "FOLLOW UP WARNINGS"
                            TO WS-PRINT-LINE(41:)
                    WHEN OTHER
                        MOVE "ON-CALL ANALYST:     NO PAGE"
                            TO WS-PRINT-LINE
                END-EVALUATE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            MOVE WS-PAGE-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOBRD: PAGE ITEMS " WS-COUNT-EDIT
            MOVE WS-WARN-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOBRD: WARNINGS   " WS-COUNT-EDIT
            IF RETURN-CODE >= WS-RC-DATA-PROBLEM
                DISPLAY "HELLOBRD: page the on-call analyst"
            END-IF.
        9000-EXIT.
            EXIT.
