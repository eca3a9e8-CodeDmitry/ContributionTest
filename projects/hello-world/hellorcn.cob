        *>| codes, and prints an exceptions report for audit rows without a   |
        *>| history row, history rows without an audit row, and return-code   |
        *>| mismatches.  Ends with RETURN-CODE 8 when anything is out of      |
        *>| balance so the scheduler holds the downstream steps.  The audit   |
        *>| trail is read through HELLOGRD from its rolled generations ahead  |
        *>| of the current trail, and history rows dated before the oldest    |
        *>| audit row still retained are bypassed rather than reported.  An   |
        *>| optional selection card (HELLORCP) narrows the run to a           |
        *>| generation range (generations only, history up to the last audit  |
        *>| date read) or to a range of run dates on both files.              |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE ASSIGN TO "HELLORCP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "HELLOAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 RCP-RECORD.
            05 RCP-GEN-FROM            PIC X(5).
            05 RCP-GEN-FROM-N REDEFINES RCP-GEN-FROM
                                       PIC 9(5).
            05 RCP-GEN-TO              PIC X(5).
            05 RCP-GEN-TO-N REDEFINES RCP-GEN-TO
                                       PIC 9(5).
            05 RCP-DATE-FROM           PIC X(8).
            05 RCP-DATE-TO             PIC X(8).
            05 FILLER                  PIC X(54).

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "auditrec.cpy".
        01 WS-TARGET-JOB-NAME       PIC X(8) VALUE "HELLOWLD".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

        01 WS-AUDIT-FILE-STATUS     PIC XX VALUE SPACES.
            88 WS-AUDIT-FILE-OK            VALUE "00".
            88 WS-AUDIT-FILE-EOF           VALUE "10".
            05 WS-AUD-TS-DD          PIC X(2).
            05 FILLER                PIC X(16).

        01 WS-SEL-GEN-FROM          PIC 9(5) VALUE 0.
        01 WS-SEL-GEN-TO            PIC 9(5) VALUE 0.
        01 WS-SEL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-SEL-DATE-TO           PIC X(8) VALUE SPACES.
        01 WS-AUD-LOW-DATE          PIC X(8) VALUE HIGH-VALUES.
        01 WS-AUD-HIGH-DATE         PIC X(8) VALUE LOW-VALUES.
        01 WS-HIST-FLOOR-DATE       PIC X(8) VALUE LOW-VALUES.
        01 WS-HIST-CEILING-DATE     PIC X(8) VALUE HIGH-VALUES.

        01 WS-GRD-REQUEST           PIC X(1) VALUE "N".
        01 WS-GRD-LOG-ID            PIC X(8) VALUE "HELLOAUD".
        01 WS-GRD-GEN-NUMBER        PIC 9(5).
        01 WS-GRD-IMAGE             PIC X(200).
        01 WS-GRD-STATUS            PIC 9(2).
        01 WS-GEN-EOF-SW            PIC X VALUE "N".
            88 WS-GEN-EOF                  VALUE "Y".

        01 WS-AUD-READ-COUNT        PIC 9(5) VALUE 0.
        01 WS-GEN-READ-COUNT        PIC 9(5) VALUE 0.
        01 WS-AUD-OUT-RANGE-COUNT   PIC 9(5) VALUE 0.
        01 WS-HIST-OUT-RANGE-COUNT  PIC 9(5) VALUE 0.
        01 WS-AUD-BYPASS-COUNT      PIC 9(5) VALUE 0.
        01 WS-AUD-PURGED-COUNT      PIC 9(5) VALUE 0.
        01 WS-HIST-READ-COUNT       PIC 9(5) VALUE 0.
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2000-LOAD-AUDIT-TABLE THRU 2000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 2500-SET-HISTORY-RANGE THRU 2500-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 3000-MATCH-HISTORY THRU 3000-EXIT
            END-IF
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING

            PERFORM 1050-READ-SELECTION THRU 1050-EXIT

            OPEN OUTPUT REPORT-FILE
            IF NOT WS-RPT-FILE-OK
                DISPLAY "HELLORCN: unable to open report file, status "
        1000-EXIT.
            EXIT.

        1050-READ-SELECTION.
            OPEN INPUT CTL-FILE
            IF WS-CTL-FILE-OK
                READ CTL-FILE
                    AT END
                        MOVE SPACES TO RCP-RECORD
                END-READ
                CLOSE CTL-FILE
            ELSE
                MOVE SPACES TO RCP-RECORD
            END-IF

            IF RCP-GEN-FROM NOT = SPACES
                IF RCP-GEN-FROM IS NUMERIC
                    MOVE RCP-GEN-FROM-N TO WS-SEL-GEN-FROM
                ELSE
                    DISPLAY "HELLORCN: from generation not "
                            "numeric: " RCP-GEN-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF RCP-GEN-TO NOT = SPACES
                IF RCP-GEN-TO IS NUMERIC
                    MOVE RCP-GEN-TO-N TO WS-SEL-GEN-TO
                ELSE
                    DISPLAY "HELLORCN: to generation not "
                            "numeric: " RCP-GEN-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF WS-SEL-GEN-TO > 0 AND WS-SEL-GEN-FROM = 0
                MOVE 1 TO WS-SEL-GEN-FROM
            END-IF

            IF RCP-DATE-FROM NOT = SPACES
                IF RCP-DATE-FROM IS NUMERIC
                    MOVE RCP-DATE-FROM TO WS-SEL-DATE-FROM
                ELSE
                    DISPLAY "HELLORCN: from date not numeric: "
                            RCP-DATE-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF RCP-DATE-TO NOT = SPACES
                IF RCP-DATE-TO IS NUMERIC
                    MOVE RCP-DATE-TO TO WS-SEL-DATE-TO
                ELSE
                    DISPLAY "HELLORCN: to date not numeric: "
                            RCP-DATE-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF WS-SEL-GEN-FROM > 0
                AND (WS-SEL-DATE-FROM NOT = SPACES
                     OR WS-SEL-DATE-TO NOT = SPACES)
                DISPLAY "HELLORCN: give a generation range or a date "
                        "range, not both"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        1050-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD AUDIT-TO-HISTORY RECONCILIATION"
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            IF WS-SEL-GEN-FROM > 0
                STRING "SELECTION: GENERATIONS " DELIMITED BY SIZE
                       WS-SEL-GEN-FROM           DELIMITED BY SIZE
                       " THRU "                  DELIMITED BY SIZE
                       WS-SEL-GEN-TO             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                IF WS-SEL-DATE-FROM NOT = SPACES
                    OR WS-SEL-DATE-TO NOT = SPACES
                    STRING "SELECTION: RUN DATES "   DELIMITED BY SIZE
                           WS-SEL-DATE-FROM          DELIMITED BY SIZE
                           " THRU "                  DELIMITED BY SIZE
                           WS-SEL-DATE-TO            DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                END-IF
            END-IF
            IF WS-PRINT-LINE NOT = SPACES
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
                MOVE SPACES TO WS-PRINT-LINE
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-LOAD-AUDIT-TABLE.
            PERFORM UNTIL WS-GEN-EOF OR WS-AUD-EOF
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
                        MOVE WS-GRD-IMAGE TO AUDIT-RECORD
                        ADD 1 TO WS-GEN-READ-COUNT
                        PERFORM 2050-SELECT-AUDIT-ROW THRU 2050-EXIT
                    WHEN WS-RC-WARNING
                        SET WS-GEN-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "HELLORCN: audit trail generations "
                                "could not be read"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        SET WS-GEN-EOF TO TRUE
                        SET WS-AUD-EOF TO TRUE
                END-EVALUATE
            END-PERFORM
            IF NOT WS-GEN-EOF
                MOVE "C" TO WS-GRD-REQUEST
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
            END-IF
            IF WS-SEL-GEN-FROM > 0
                SET WS-AUD-EOF TO TRUE
            END-IF

            IF NOT WS-AUD-EOF
                OPEN INPUT AUDIT-FILE
            END-IF
            IF NOT WS-AUD-EOF AND NOT WS-AUDIT-FILE-OK
                IF WS-AUDIT-FILE-NOT-FOUND
                    SET WS-AUD-EOF TO TRUE
                ELSE
                    AT END
                        SET WS-AUD-EOF TO TRUE
                    NOT AT END
                        PERFORM 2050-SELECT-AUDIT-ROW THRU 2050-EXIT
                END-READ
            END-PERFORM

        2000-EXIT.
            EXIT.

        2050-SELECT-AUDIT-ROW.
            MOVE AUD-START-TIMESTAMP TO WS-AUD-TS-WORK
            MOVE SPACES TO WS-AUD-RUN-DATE
            STRING WS-AUD-TS-YYYY WS-AUD-TS-MM WS-AUD-TS-DD
                DELIMITED BY SIZE INTO WS-AUD-RUN-DATE
            END-STRING

            IF (WS-SEL-DATE-FROM NOT = SPACES
                AND WS-AUD-RUN-DATE < WS-SEL-DATE-FROM)
                OR (WS-SEL-DATE-TO NOT = SPACES
                    AND WS-AUD-RUN-DATE > WS-SEL-DATE-TO)
                ADD 1 TO WS-AUD-OUT-RANGE-COUNT
            ELSE
                IF WS-AUD-RUN-DATE < WS-AUD-LOW-DATE
                    MOVE WS-AUD-RUN-DATE TO WS-AUD-LOW-DATE
                END-IF
                IF WS-AUD-RUN-DATE > WS-AUD-HIGH-DATE
                    MOVE WS-AUD-RUN-DATE TO WS-AUD-HIGH-DATE
                END-IF
                IF AUD-JOB-NAME = WS-TARGET-JOB-NAME
                    ADD 1 TO WS-AUD-READ-COUNT
                    PERFORM 2100-ADD-AUDIT-ENTRY THRU 2100-EXIT
                ELSE
                    ADD 1 TO WS-AUD-BYPASS-COUNT
                END-IF
            END-IF.
        2050-EXIT.
            EXIT.

        2100-ADD-AUDIT-ENTRY.
            IF WS-AUD-RUN-DATE < WS-AUD-CUTOFF-DATE
                ADD 1 TO WS-AUD-PURGED-COUNT
            ELSE
        2150-EXIT.
            EXIT.

        2500-SET-HISTORY-RANGE.
            IF WS-SEL-DATE-FROM NOT = SPACES
                MOVE WS-SEL-DATE-FROM TO WS-HIST-FLOOR-DATE
            ELSE
                IF WS-AUD-LOW-DATE NOT = HIGH-VALUES
                    MOVE WS-AUD-LOW-DATE TO WS-HIST-FLOOR-DATE
                END-IF
            END-IF

            IF WS-SEL-DATE-TO NOT = SPACES
                MOVE WS-SEL-DATE-TO TO WS-HIST-CEILING-DATE
            ELSE
                IF WS-SEL-GEN-FROM > 0
                    MOVE WS-AUD-HIGH-DATE TO WS-HIST-CEILING-DATE
                END-IF
            END-IF.
        2500-EXIT.
            EXIT.

        3000-MATCH-HISTORY.
            OPEN INPUT HISTORY-FILE
            IF NOT WS-HIST-FILE-OK
                        SET WS-HIST-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-HIST-READ-COUNT
                        IF HIST-RUN-DATE < WS-HIST-FLOOR-DATE
                            OR HIST-RUN-DATE > WS-HIST-CEILING-DATE
                            ADD 1 TO WS-HIST-OUT-RANGE-COUNT
                        ELSE
                            PERFORM 3100-MATCH-ONE-RECORD
                                THRU 3100-EXIT
                        END-IF
                END-READ
            END-PERFORM

                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-GEN-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "AUDIT ROWS FROM GENERATIONS: "
                                      DELIMITED BY SIZE
                       WS-COUNT-EDIT  DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-AUD-OUT-RANGE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "AUDIT ROWS OUTSIDE DATES:    "
                                      DELIMITED BY SIZE
                       WS-COUNT-EDIT  DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-HIST-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "HISTORY ROWS READ:           "
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-HIST-OUT-RANGE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "HISTORY OUTSIDE AUDIT RANGE: "
                                      DELIMITED BY SIZE
                       WS-COUNT-EDIT  DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ROWS IN BALANCE:             "
