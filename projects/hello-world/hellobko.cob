        *>| through HELLOSGN at destructive authority.  Timestamps on the     |
        *>| card may be given in full (YYYY-MM-DD-HH.MM.SS.nnnnnn) or as a    |
        *>| leading prefix; a blank to-timestamp means end of journal.        |
        *>| A window holding any run-history row dated in a period closed by  |
        *>| HELLOPCL is refused as a whole: the offending rows are listed and |
        *>| nothing is backed out.  Journal rows are taken from the rolled    |
        *>| generations of the journal (through HELLOGRD) whose dates overlap |
        *>| the window, then from the current journal, so a window from last  |
        *>| week can still be backed out after the nightly rollover.  A       |
        *>| generation range on the card limits the search to those           |
        *>| generations alone.  The run also needs a request for this exact   |
        *>| control card filed and approved by two different level-3          |
        *>| operators through HELLODCM; HELLODCK checks it before anything is |
        *>| read and marks it used once the backout starts.                   |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
            05 BKP-FROM-TS             PIC X(26).
            05 BKP-TO-TS               PIC X(26).
            05 BKP-OPERATOR-ID         PIC X(8).
            05 BKP-GEN-FROM            PIC X(5).
            05 BKP-GEN-FROM-N REDEFINES BKP-GEN-FROM
                                       PIC 9(5).
            05 BKP-GEN-TO              PIC X(5).
            05 BKP-GEN-TO-N REDEFINES BKP-GEN-TO
                                       PIC 9(5).
            05 FILLER                  PIC X(2).

        FD  JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-DCK-FUNCTION          PIC X(1).
        01 WS-DCK-CARD-IMAGE        PIC X(80) VALUE SPACES.
        01 WS-DCK-REQUEST-ID        PIC 9(6) VALUE 0.
        01 WS-DCK-STATUS            PIC 9(2) VALUE 0.

        01 WS-JRN-EOF-SW            PIC X VALUE "N".
            88 WS-JRN-EOF                  VALUE "Y".
        01 WS-BACKOUT-FAILED-SW     PIC X VALUE "N".
        01 WS-TO-TS                 PIC X(26).
        01 WS-TS-IDX                PIC 9(2).

        01 WS-SEL-GEN-FROM          PIC 9(5) VALUE 0.
        01 WS-SEL-GEN-TO            PIC 9(5) VALUE 0.
        01 WS-SEL-DATE-FROM         PIC X(8) VALUE SPACES.
        01 WS-SEL-DATE-TO           PIC X(8) VALUE SPACES.

        01 WS-GRD-REQUEST           PIC X(1) VALUE "N".
        01 WS-GRD-LOG-ID            PIC X(8) VALUE "HELLOJRN".
        01 WS-GRD-GEN-NUMBER        PIC 9(5).
        01 WS-GRD-IMAGE             PIC X(200).
        01 WS-GRD-STATUS            PIC 9(2).
        01 WS-GEN-EOF-SW            PIC X VALUE "N".
            88 WS-GEN-EOF                  VALUE "Y".
        01 WS-GEN-READ-COUNT        PIC 9(5) VALUE 0.

        01 WS-JRN-MAX               PIC 9(4) VALUE 1000.
        01 WS-JRN-COUNT             PIC 9(4) VALUE 0.
        01 WS-JRN-TABLE.
        01 WS-JRN-IDX               PIC S9(4).

        01 WS-FAIL-REASON           PIC X(30).
        01 WS-PERIOD-STATUS         PIC 9(2).

        01 WS-SELECTED-COUNT        PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
        01 WS-FAILED-COUNT          PIC 9(5) VALUE 0.
        01 WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-CURRENT-DATE-TIME     PIC X(21).
                        DISPLAY "HELLOBKO: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        MOVE BKP-RECORD      TO WS-DCK-CARD-IMAGE
                        MOVE BKP-JOB-NAME    TO WS-TARGET-JOB-NAME
                        MOVE BKP-FROM-TS     TO WS-FROM-TS
                        MOVE BKP-OPERATOR-ID TO WS-OPERATOR-ID
                        PERFORM 1200-SET-TO-TIMESTAMP THRU 1200-EXIT
                        PERFORM 1300-SET-SELECTION THRU 1300-EXIT
                END-READ
                CLOSE CTL-FILE
            END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE "C" TO WS-DCK-FUNCTION
                CALL "hellodck" USING WS-DCK-FUNCTION
                                       WS-JOB-NAME
                                       WS-DCK-CARD-IMAGE
                                       WS-OPERATOR-ID
                                       WS-DCK-REQUEST-ID
                                       WS-DCK-STATUS
                END-CALL
                IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOBKO: backout refused - no approved "
                            "dual-control request for this card"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            IF WS-SEL-GEN-FROM > 0
                MOVE SPACES TO WS-PRINT-LINE
                STRING "JOURNAL GENERATIONS " DELIMITED BY SIZE
                       WS-SEL-GEN-FROM        DELIMITED BY SIZE
                       " THRU "               DELIMITED BY SIZE
                       WS-SEL-GEN-TO          DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1200-EXIT.
            EXIT.

        1300-SET-SELECTION.
            IF BKP-GEN-FROM NOT = SPACES
                IF BKP-GEN-FROM IS NUMERIC
                    MOVE BKP-GEN-FROM-N TO WS-SEL-GEN-FROM
                ELSE
                    DISPLAY "HELLOBKO: from generation not "
                            "numeric: " BKP-GEN-FROM
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF BKP-GEN-TO NOT = SPACES
                IF BKP-GEN-TO IS NUMERIC
                    MOVE BKP-GEN-TO-N TO WS-SEL-GEN-TO
                ELSE
                    DISPLAY "HELLOBKO: to generation not "
                            "numeric: " BKP-GEN-TO
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF
            IF WS-SEL-GEN-TO > 0 AND WS-SEL-GEN-FROM = 0
                MOVE 1 TO WS-SEL-GEN-FROM
            END-IF

            IF WS-SEL-GEN-FROM = 0
                IF WS-FROM-TS NOT = SPACES
                    STRING WS-FROM-TS(1:4) WS-FROM-TS(6:2)
                           WS-FROM-TS(9:2)
                        DELIMITED BY SIZE INTO WS-SEL-DATE-FROM
                    END-STRING
                END-IF
                IF WS-TO-TS NOT = HIGH-VALUES
                    STRING WS-TO-TS(1:4) WS-TO-TS(6:2)
                           WS-TO-TS(9:2)
                        DELIMITED BY SIZE INTO WS-SEL-DATE-TO
                    END-STRING
                END-IF
            END-IF.
        1300-EXIT.
            EXIT.

        2000-LOAD-JOURNAL.
            PERFORM UNTIL WS-GEN-EOF OR WS-JRN-EOF
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
                        MOVE WS-GRD-IMAGE TO JRN-RECORD
                        ADD 1 TO WS-GEN-READ-COUNT
                        PERFORM 2050-SELECT-JOURNAL-ROW THRU 2050-EXIT
                    WHEN WS-RC-WARNING
                        SET WS-GEN-EOF TO TRUE
                    WHEN OTHER
                        DISPLAY "HELLOBKO: journal generations could "
                                "not be read - nothing backed out"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        SET WS-GEN-EOF TO TRUE
                        SET WS-JRN-EOF TO TRUE
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
                SET WS-JRN-EOF TO TRUE
            END-IF

            IF NOT WS-JRN-EOF
                OPEN INPUT JOURNAL-FILE
            END-IF
            IF NOT WS-JRN-EOF AND NOT WS-JRN-FILE-OK
                IF WS-JRN-FILE-NOT-FOUND
                    IF WS-GEN-READ-COUNT = 0
                        DISPLAY "HELLOBKO: no journal file on system "
                                "- nothing to back out"
                        MOVE WS-RC-WARNING TO RETURN-CODE
                    END-IF
                    SET WS-JRN-EOF TO TRUE
                ELSE
                    DISPLAY "HELLOBKO: unable to open journal file, "
                    AT END
                        SET WS-JRN-EOF TO TRUE
                    NOT AT END
                        PERFORM 2050-SELECT-JOURNAL-ROW THRU 2050-EXIT
                END-READ
            END-PERFORM

        2000-EXIT.
            EXIT.

        2050-SELECT-JOURNAL-ROW.
            IF JRN-JOB-NAME = WS-TARGET-JOB-NAME
                AND JRN-TIMESTAMP >= WS-FROM-TS
                AND JRN-TIMESTAMP <= WS-TO-TS
                PERFORM 2100-ADD-JOURNAL-ENTRY THRU 2100-EXIT
            END-IF.
        2050-EXIT.
            EXIT.

        2100-ADD-JOURNAL-ENTRY.
            IF WS-JRN-COUNT >= WS-JRN-MAX
                DISPLAY "HELLOBKO: journal table full at "
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            ELSE
                PERFORM 3020-CHECK-CLOSED-PERIODS THRU 3020-EXIT
                IF WS-CLOSED-COUNT > 0
                    DISPLAY "HELLOBKO: window touches run history in "
                            "a closed period - backout refused, "
                            "nothing changed"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                ELSE
                    PERFORM 3050-OPEN-TARGET-FILES THRU 3050-EXIT
                END-IF
                IF RETURN-CODE < WS-RC-DATA-PROBLEM
                    PERFORM 3060-MARK-REQUEST-USED THRU 3060-EXIT
                    IF RETURN-CODE < WS-RC-DATA-PROBLEM
                        PERFORM VARYING WS-JRN-IDX FROM WS-JRN-COUNT
                                BY -1 UNTIL WS-JRN-IDX < 1
                            PERFORM 3100-BACKOUT-ONE-ENTRY
                                THRU 3100-EXIT
                        END-PERFORM
                    END-IF
                    CLOSE HISTORY-FILE
                    CLOSE SITE-MASTER
                ELSE
                    IF WS-CLOSED-COUNT = 0
                        DISPLAY "HELLOBKO: target files not "
                                "available - backout abandoned, "
                                "nothing changed"
                    END-IF
                END-IF
            END-IF.
        3000-EXIT.
            EXIT.

        3020-CHECK-CLOSED-PERIODS.
            PERFORM VARYING WS-JRN-IDX FROM WS-JRN-COUNT
                    BY -1 UNTIL WS-JRN-IDX < 1
                IF WS-JRN-T-FILE-ID(WS-JRN-IDX) = "HELLOHST"
                    CALL "helloprd" USING WS-JRN-T-KEY(WS-JRN-IDX)(1:8)
                                           WS-PERIOD-STATUS
                    END-CALL
                    IF WS-PERIOD-STATUS >= WS-RC-DATA-PROBLEM
                        ADD 1 TO WS-CLOSED-COUNT
                        ADD 1 TO WS-FAILED-COUNT
                        SET WS-BACKOUT-FAILED TO TRUE
                        MOVE "RUN DATE IN CLOSED PERIOD"
                            TO WS-FAIL-REASON
                        PERFORM 3900-WRITE-ENTRY-LINE THRU 3900-EXIT
                    END-IF
                END-IF
            END-PERFORM.
        3020-EXIT.
            EXIT.

        3050-OPEN-TARGET-FILES.
            OPEN I-O HISTORY-FILE
            IF NOT WS-HIST-FILE-OK
        3050-EXIT.
            EXIT.

        3060-MARK-REQUEST-USED.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            MOVE "U" TO WS-DCK-FUNCTION
            CALL "hellodck" USING WS-DCK-FUNCTION
                                   WS-JOB-NAME
                                   WS-DCK-CARD-IMAGE
                                   WS-OPERATOR-ID
                                   WS-DCK-REQUEST-ID
                                   WS-DCK-STATUS
            END-CALL
            MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
            IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                DISPLAY "HELLOBKO: dual-control request "
                        WS-DCK-REQUEST-ID " could not be marked used "
                        "- backout abandoned, nothing changed"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        3060-EXIT.
            EXIT.

        3100-BACKOUT-ONE-ENTRY.
            MOVE "N" TO WS-BACKOUT-FAILED-SW
            MOVE SPACES TO WS-FAIL-REASON
