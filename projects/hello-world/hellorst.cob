        *>| through HELLOJRN so a mistaken restore can be backed out, and     |
        *>| the operator on the control card must sign on through HELLOSGN    |
        *>| at update authority before anything is reloaded.                  |
        *>| Archive records dated in a period closed by HELLOPCL are refused  |
        *>| and listed on the report, and the run ends with a warning.        |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
            88 WS-ARC-EOF                  VALUE "Y".

        01 WS-FROM-DATE             PIC X(8).
        01 WS-PERIOD-STATUS         PIC 9(2).
        01 WS-TO-DATE               PIC X(8).
        01 WS-ARC-WORK-RECORD       PIC X(61).
        01 WS-ARC-WORK-R REDEFINES WS-ARC-WORK-RECORD.
        01 WS-SELECTED-COUNT        PIC 9(7) VALUE 0.
        01 WS-RELOADED-COUNT        PIC 9(7) VALUE 0.
        01 WS-SKIPPED-COUNT         PIC 9(7) VALUE 0.
        01 WS-CLOSED-COUNT          PIC 9(7) VALUE 0.
        01 WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

        01 WS-CURRENT-DATE-TIME     PIC X(21).
                        IF WS-ARC-RUN-DATE >= WS-FROM-DATE
                            AND WS-ARC-RUN-DATE <= WS-TO-DATE
                            ADD 1 TO WS-SELECTED-COUNT
                            CALL "helloprd" USING WS-ARC-RUN-DATE
                                                   WS-PERIOD-STATUS
                            END-CALL
                            IF WS-PERIOD-STATUS >= WS-RC-DATA-PROBLEM
                                ADD 1 TO WS-CLOSED-COUNT
                                PERFORM 2300-WRITE-CLOSED-LINE
                                    THRU 2300-EXIT
                            ELSE
                                PERFORM 2100-RELOAD-RECORD
                                    THRU 2100-EXIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        2200-EXIT.
            EXIT.

        2300-WRITE-CLOSED-LINE.
            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                STRING "KEY " DELIMITED BY SIZE
                       WS-ARC-WORK-RECORD(1:12) DELIMITED BY SIZE
                       " RUN DATE IN CLOSED PERIOD - NOT RESTORED"
                              DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.
        2300-EXIT.
            EXIT.

        7000-LOG-FILE-ERROR.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            CALL "helloerr" USING WS-JOB-NAME
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REFUSED - PERIOD CLOSED: " DELIMITED BY SIZE
                       WS-COUNT-EDIT               DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

                IF WS-RC-WARNING > RETURN-CODE
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            END-IF
            IF WS-CLOSED-COUNT > 0
                MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
                DISPLAY "HELLORST: REFUSED IN CLOSED PERIOD "
                        WS-COUNT-EDIT
                IF WS-RC-WARNING > RETURN-CODE
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
        9000-EXIT.
            EXIT.
