        *>| higher, every run whose elapsed time exceeds the threshold from   |
        *>| the control card, and a summary of run count, average duration,   |
        *>| and maximum duration by job name - the early-warning view for a   |
        *>| step that is quietly getting slower.  The control card may also   |
        *>| select the history to analyze: a generation range reads only      |
        *>| those rolled generations of the trail; a date range reads the     |
        *>| generations and current trail for runs started in those dates;    |
        *>| with neither, every retained generation is read (through          |
        *>| HELLOGRD) ahead of the current trail.                             |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
            LABEL RECORDS ARE STANDARD.
        01 CTL-RECORD.
            05 CTL-THRESHOLD-SECONDS   PIC 9(6).
            05 CTL-GEN-FROM            PIC X(5).
            05 CTL-GEN-FROM-N REDEFINES CTL-GEN-FROM
                                       PIC 9(5).
            05 CTL-GEN-TO              PIC X(5).
            05 CTL-GEN-TO-N REDEFINES CTL-GEN-TO
                                       PIC 9(5).
            05 CTL-DATE-FROM           PIC X(8).
            05 CTL-DATE-TO             PIC X(8).
            05 FILLER                  PIC X(48).

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.

        01 WS-THRESHOLD-SECONDS     PIC 9(6) VALUE 0.

        01 WS-SEL-GEN-FROM          PIC 9(5) VALUE 0.
        01 WS-SEL-GEN-TO            PIC 9(5) VALUE 0.
        01 WS-SEL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-SEL-DATE-TO           PIC X(8) VALUE SPACES.
        01 WS-RUN-DATE              PIC X(8).
        01 WS-RUN-SELECTED-SW       PIC X VALUE "Y".
            88 WS-RUN-SELECTED             VALUE "Y".

        01 WS-GRD-REQUEST           PIC X(1) VALUE "N".
        01 WS-GRD-LOG-ID            PIC X(8) VALUE "HELLOAUD".
        01 WS-GRD-GEN-NUMBER        PIC 9(5).
        01 WS-GRD-IMAGE             PIC X(200).
        01 WS-GRD-STATUS            PIC 9(2).
        01 WS-GEN-EOF-SW            PIC X VALUE "N".
            88 WS-GEN-EOF                  VALUE "Y".

        01 WS-TS-WORK               PIC X(26).
        01 WS-TS-PARTS REDEFINES WS-TS-WORK.
            05 WS-TS-YYYY            PIC 9(4).
            88 WS-JOB-FOUND                VALUE "Y".

        01 WS-AUD-READ-COUNT        PIC 9(5) VALUE 0.
        01 WS-GEN-READ-COUNT        PIC 9(5) VALUE 0.
        01 WS-OUT-OF-RANGE-COUNT    PIC 9(5) VALUE 0.
        01 WS-RC-EXCEPT-COUNT       PIC 9(5) VALUE 0.
        01 WS-TIME-EXCEPT-COUNT     PIC 9(5) VALUE 0.
        01 WS-AVG-SECS              PIC 9(7)V99.
                        IF CTL-THRESHOLD-SECONDS IS NUMERIC
                            MOVE CTL-THRESHOLD-SECONDS
                                TO WS-THRESHOLD-SECONDS
                            PERFORM 1050-SET-SELECTION THRU 1050-EXIT
                        ELSE
                            DISPLAY "HELLOANL: threshold seconds not "
                                    "numeric: " CTL-THRESHOLD-SECONDS
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-SEL-GEN-FROM > 0
                SET WS-AUD-EOF TO TRUE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND NOT WS-AUD-EOF
                OPEN INPUT AUDIT-FILE
                IF NOT WS-AUDIT-FILE-OK
                    IF WS-AUDIT-FILE-NOT-FOUND
        1000-EXIT.
            EXIT.

        1050-SET-SELECTION.
            IF CTL-GEN-FROM NOT = SPACES
                IF CTL-GEN-FROM IS NUMERIC
                    MOVE CTL-GEN-FROM-N TO WS-SEL-GEN-FROM
                ELSE
                    DISPLAY "HELLOANL: from generation not "
                            "numeric: " CTL-GEN-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF CTL-GEN-TO NOT = SPACES
                IF CTL-GEN-TO IS NUMERIC
                    MOVE CTL-GEN-TO-N TO WS-SEL-GEN-TO
                ELSE
                    DISPLAY "HELLOANL: to generation not "
                            "numeric: " CTL-GEN-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF WS-SEL-GEN-TO > 0 AND WS-SEL-GEN-FROM = 0
                MOVE 1 TO WS-SEL-GEN-FROM
            END-IF

            IF CTL-DATE-FROM NOT = SPACES
                IF CTL-DATE-FROM IS NUMERIC
                    MOVE CTL-DATE-FROM TO WS-SEL-DATE-FROM
                ELSE
                    DISPLAY "HELLOANL: from date not numeric: "
                            CTL-DATE-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF CTL-DATE-TO NOT = SPACES
                IF CTL-DATE-TO IS NUMERIC
                    MOVE CTL-DATE-TO TO WS-SEL-DATE-TO
                ELSE
                    DISPLAY "HELLOANL: to date not numeric: "
                            CTL-DATE-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF WS-SEL-GEN-FROM > 0
                AND (WS-SEL-DATE-FROM NOT = SPACES
                     OR WS-SEL-DATE-TO NOT = SPACES)
                DISPLAY "HELLOANL: give a generation range or a date "
                        "range, not both"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        1050-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE WS-THRESHOLD-SECONDS TO WS-SECS-EDIT
            MOVE SPACES TO WS-PRINT-LINE
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
                    STRING "SELECTION: RUNS STARTED " DELIMITED BY SIZE
                           WS-SEL-DATE-FROM           DELIMITED BY SIZE
                           " THRU "                   DELIMITED BY SIZE
                           WS-SEL-DATE-TO             DELIMITED BY SIZE
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

        2000-PROCESS-AUDIT.
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
                        MOVE WS-GRD-IMAGE TO AUDIT-RECORD
                        ADD 1 TO WS-AUD-READ-COUNT
                        ADD 1 TO WS-GEN-READ-COUNT
                        PERFORM 2050-SELECT-RUN THRU 2050-EXIT
                    WHEN WS-RC-WARNING
                        SET WS-GEN-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "HELLOANL: audit trail generations "
                                "could not be read"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        SET WS-GEN-EOF TO TRUE
                END-EVALUATE
            END-PERFORM

            PERFORM UNTIL WS-AUD-EOF
                READ AUDIT-FILE
                    AT END
                        SET WS-AUD-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-AUD-READ-COUNT
                        PERFORM 2050-SELECT-RUN THRU 2050-EXIT
                END-READ
            END-PERFORM

        2000-EXIT.
            EXIT.

        2050-SELECT-RUN.
            MOVE "Y" TO WS-RUN-SELECTED-SW
            STRING AUD-START-TIMESTAMP(1:4)
                   AUD-START-TIMESTAMP(6:2)
                   AUD-START-TIMESTAMP(9:2)
                DELIMITED BY SIZE INTO WS-RUN-DATE
            END-STRING
            IF WS-SEL-DATE-FROM NOT = SPACES
                AND WS-RUN-DATE < WS-SEL-DATE-FROM
                MOVE "N" TO WS-RUN-SELECTED-SW
            END-IF
            IF WS-SEL-DATE-TO NOT = SPACES
                AND WS-RUN-DATE > WS-SEL-DATE-TO
                MOVE "N" TO WS-RUN-SELECTED-SW
            END-IF

            IF WS-RUN-SELECTED
                PERFORM 2100-ANALYZE-ONE-RUN THRU 2100-EXIT
            ELSE
                ADD 1 TO WS-OUT-OF-RANGE-COUNT
            END-IF.
        2050-EXIT.
            EXIT.

        2100-ANALYZE-ONE-RUN.
            PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT

            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-GEN-READ-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "  FROM ROLLED GENERATIONS: " DELIMITED BY SIZE
                   WS-COUNT-EDIT                 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-OUT-OF-RANGE-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "  OUTSIDE DATE RANGE:      " DELIMITED BY SIZE
                   WS-COUNT-EDIT                 DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-RC-EXCEPT-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "RETURN CODE EXCEPTIONS:    " DELIMITED BY SIZE
