        *>| the central error log (HELLOERL).  First merges the morning       |
        *>| shift's acknowledgment deck (HELLOEAX: error timestamp,           |
        *>| operator, disposition code) into the acknowledgment file          |
        *>| (HELLOEAK), validating each card's operator through HELLOSGN.     |
        *>| Then reads the error log, ages every entry that has no            |
        *>| acknowledgment, and prints the worklist report (HELLOETW):        |
        *>| unacknowledged fatals first, then errors unacknowledged for       |
        *>| more than the N days on the control card (HELLOETP), then a       |
        *>| summary by job name and severity.  Ends with RETURN-CODE 8        |
        *>| when an unacknowledged fatal is on the queue and 4 when aged      |
        *>| errors are, so the shift starts the day from a worked queue.      |
        *>| The error log is read through HELLOGRD from its rolled            |
        *>| generations ahead of the current log; the control card may        |
        *>| narrow that to a generation range (generations only) or to a      |
        *>| range of error dates.                                             |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
            LABEL RECORDS ARE STANDARD.
        01 CTL-RECORD.
            05 CTL-AGE-DAYS            PIC 9(3).
            05 CTL-GEN-FROM            PIC X(5).
            05 CTL-GEN-FROM-N REDEFINES CTL-GEN-FROM
                                       PIC 9(5).
            05 CTL-GEN-TO              PIC X(5).
            05 CTL-GEN-TO-N REDEFINES CTL-GEN-TO
                                       PIC 9(5).
            05 CTL-DATE-FROM           PIC X(8).
            05 CTL-DATE-TO             PIC X(8).
            05 FILLER                  PIC X(51).

        FD  ERRLOG-FILE
            LABEL RECORDS ARE STANDARD.

        01 WS-AGE-DAYS              PIC 9(3) VALUE 0.

        01 WS-SEL-GEN-FROM          PIC 9(5) VALUE 0.
        01 WS-SEL-GEN-TO            PIC 9(5) VALUE 0.
        01 WS-SEL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-SEL-DATE-TO           PIC X(8) VALUE SPACES.
        01 WS-ENTRY-DATE            PIC X(8).

        01 WS-GRD-REQUEST           PIC X(1) VALUE "N".
        01 WS-GRD-LOG-ID            PIC X(8) VALUE "HELLOERL".
        01 WS-GRD-GEN-NUMBER        PIC 9(5).
        01 WS-GRD-IMAGE             PIC X(200).
        01 WS-GRD-STATUS            PIC 9(2).
        01 WS-GEN-EOF-SW            PIC X VALUE "N".
            88 WS-GEN-EOF                  VALUE "Y".
        01 WS-GEN-READ-COUNT        PIC 9(5) VALUE 0.

        01 WS-ACK-MAX               PIC 9(4) VALUE 5000.
        01 WS-ACK-COUNT             PIC 9(4) VALUE 0.
        01 WS-ACK-TABLE.
                    NOT AT END
                        IF CTL-AGE-DAYS IS NUMERIC
                            MOVE CTL-AGE-DAYS TO WS-AGE-DAYS
                            PERFORM 1050-SET-SELECTION THRU 1050-EXIT
                        ELSE
                            DISPLAY "HELLOETR: age days not "
                                    "numeric: " CTL-AGE-DAYS
        1000-EXIT.
            EXIT.

        1050-SET-SELECTION.
            IF CTL-GEN-FROM NOT = SPACES
                IF CTL-GEN-FROM IS NUMERIC
                    MOVE CTL-GEN-FROM-N TO WS-SEL-GEN-FROM
                ELSE
                    DISPLAY "HELLOETR: from generation not "
                            "numeric: " CTL-GEN-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF CTL-GEN-TO NOT = SPACES
                IF CTL-GEN-TO IS NUMERIC
                    MOVE CTL-GEN-TO-N TO WS-SEL-GEN-TO
                ELSE
                    DISPLAY "HELLOETR: to generation not "
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
                    DISPLAY "HELLOETR: from date not numeric: "
                            CTL-DATE-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF CTL-DATE-TO NOT = SPACES
                IF CTL-DATE-TO IS NUMERIC
                    MOVE CTL-DATE-TO TO WS-SEL-DATE-TO
                ELSE
                    DISPLAY "HELLOETR: to date not numeric: "
                            CTL-DATE-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF WS-SEL-GEN-FROM > 0
                AND (WS-SEL-DATE-FROM NOT = SPACES
                     OR WS-SEL-DATE-TO NOT = SPACES)
                DISPLAY "HELLOETR: give a generation range or a date "
                        "range, not both"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        1050-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD ERROR-LOG TRIAGE WORKLIST"
            EXIT.

        3000-LOAD-ERROR-LOG.
            PERFORM UNTIL WS-GEN-EOF OR WS-LOG-EOF
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
                        MOVE WS-GRD-IMAGE TO ERR-RECORD
                        ADD 1 TO WS-GEN-READ-COUNT
                        PERFORM 3050-SELECT-LOG-ENTRY THRU 3050-EXIT
                    WHEN WS-RC-WARNING
                        SET WS-GEN-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "HELLOETR: error log generations "
                                "could not be read"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        SET WS-GEN-EOF TO TRUE
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
                SET WS-LOG-EOF TO TRUE
            END-IF

            IF NOT WS-LOG-EOF
                OPEN INPUT ERRLOG-FILE
            END-IF
            IF NOT WS-LOG-EOF AND NOT WS-ERRLOG-FILE-OK
                IF WS-ERRLOG-FILE-NOT-FOUND
                    IF WS-GEN-READ-COUNT = 0
                        DISPLAY "HELLOETR: no error log on system - "
                                "nothing to triage"
                        MOVE WS-RC-WARNING TO RETURN-CODE
                    END-IF
                    SET WS-LOG-EOF TO TRUE
                ELSE
                    DISPLAY "HELLOETR: unable to open error log, "
                    AT END
                        SET WS-LOG-EOF TO TRUE
                    NOT AT END
                        PERFORM 3050-SELECT-LOG-ENTRY THRU 3050-EXIT
                END-READ
            END-PERFORM

        3000-EXIT.
            EXIT.

        3050-SELECT-LOG-ENTRY.
            MOVE SPACES TO WS-ENTRY-DATE
            STRING ERR-TIMESTAMP(1:4) ERR-TIMESTAMP(6:2)
                   ERR-TIMESTAMP(9:2)
                DELIMITED BY SIZE INTO WS-ENTRY-DATE
            END-STRING
            IF (WS-SEL-DATE-FROM = SPACES
                OR WS-ENTRY-DATE >= WS-SEL-DATE-FROM)
                AND (WS-SEL-DATE-TO = SPACES
                     OR WS-ENTRY-DATE <= WS-SEL-DATE-TO)
                PERFORM 3100-ADD-LOG-ENTRY THRU 3100-EXIT
            END-IF.
        3050-EXIT.
            EXIT.

        3100-ADD-LOG-ENTRY.
            IF WS-LOG-COUNT >= WS-LOG-MAX
                DISPLAY "HELLOETR: error-log table full at "
                END-IF

                PERFORM 4200-PRINT-SUMMARY THRU 4200-EXIT
                PERFORM 4300-PRINT-TOTALS THRU 4300-EXIT
            END-IF.
        4000-EXIT.
            EXIT.
        4200-EXIT.
            EXIT.

        4300-PRINT-TOTALS.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-NEW-FATAL-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "UNACKNOWLEDGED FATALS:       " DELIMITED BY SIZE
                   WS-COUNT-EDIT                   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-AGED-ERROR-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "AGED UNACKNOWLEDGED ERRORS:  " DELIMITED BY SIZE
                   WS-COUNT-EDIT                   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        4300-EXIT.
            EXIT.

        7000-LOG-FILE-ERROR.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            CALL "helloerr" USING WS-JOB-NAME
