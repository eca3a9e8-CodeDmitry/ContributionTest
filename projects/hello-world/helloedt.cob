        *>| unauthorized operator ids.  It also rejects duplicate requests    |
        *>| within the deck.  Clean cards are written unchanged to the        |
        *>| certified deck (HELLOEDO) for the night run; errors go to the     |
        *>| edit listing (HELLOEDR) for the department to fix before cutoff.  |
        *>| Cards dated in a period closed by HELLOPCL are rejected as well.  |
        *>| A site card picks its greeting the way the night run does: the    |
        *>| site message schedule (HELLOSCH) row in force on the card's run   |
        *>| date (today when none is given), else the site master greeting;   |
        *>| a site with a schedule row in force counts as known.  Cards that  |
        *>| take a scheduled greeting are totalled on the listing.  A         |
        *>| rejected card carrying a service-desk ticket marks the ticket     |
        *>| rejected on the ticket register (HELLOTKT) with the reason, so    |
        *>| HELLOINB can send the outcome back to the desk.                   |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+

            SELECT OPTIONAL SITE-MASTER ASSIGN TO "HELLOSTM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SITM-SITE-CODE
                FILE STATUS IS WS-SITE-FILE-STATUS.

            SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "HELLOSCH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SCH-KEY
                FILE STATUS IS WS-SCH-FILE-STATUS.

            SELECT OPTIONAL CAL-FILE ASSIGN TO "HELLOCAL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAL-DATE
                FILE STATUS IS WS-CAL-FILE-STATUS.

            SELECT TICKET-FILE ASSIGN TO "HELLOTKT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TKT-TICKET-NO
                FILE STATUS IS WS-TKT-FILE-STATUS.

            SELECT CLEAN-FILE ASSIGN TO "HELLOEDO"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CLEAN-FILE-STATUS.
            LABEL RECORDS ARE STANDARD.
            COPY "sitemst.cpy".

        FD  SCHEDULE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "schrec.cpy".

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "calrec.cpy".

        FD  TICKET-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "tktrec.cpy".

        FD  CLEAN-FILE
            LABEL RECORDS ARE STANDARD.
        01 EDO-RECORD               PIC X(80).

        01 WS-SITE-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-SITE-FILE-OK             VALUE "00".
            88 WS-SITE-FILE-OPEN-OK        VALUE "00" "05".
        01 WS-SITE-OPEN-SW          PIC X VALUE "N".
            88 WS-SITE-OPEN                VALUE "Y".
        01 WS-SITE-MASTER-SW        PIC X VALUE "N".
            88 WS-SITE-MASTER-USED         VALUE "Y".

        01 WS-SCH-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SCH-FILE-OK              VALUE "00".
            88 WS-SCH-FILE-OPEN-OK         VALUE "00" "05".
        01 WS-SCH-OPEN-SW           PIC X VALUE "N".
            88 WS-SCH-OPEN                 VALUE "Y".
        01 WS-SCH-SCAN-END-SW       PIC X VALUE "N".
            88 WS-SCH-SCAN-END             VALUE "Y".
        01 WS-SCH-FOUND-SW          PIC X VALUE "N".
            88 WS-SCH-FOUND                VALUE "Y".
        01 WS-EFFECTIVE-DATE        PIC X(8).
        01 WS-SELECTED-MESSAGE      PIC X(20).

        01 WS-CAL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CAL-FILE-OK              VALUE "00".
            88 WS-CAL-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-TKT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-TKT-FILE-OK              VALUE "00".
            88 WS-TKT-FILE-NOT-FOUND       VALUE "35".
        01 WS-TKT-OPEN-SW           PIC X VALUE "N".
            88 WS-TKT-OPEN                 VALUE "Y".

        01 WS-CLEAN-FILE-STATUS     PIC XX VALUE SPACES.
            88 WS-CLEAN-FILE-OK            VALUE "00".
                10 WS-SITE-DEFAULT-CODE      PIC X(4).
                10 WS-SITE-DEFAULT-MESSAGE   PIC X(20).
        01 WS-SITE-DEFAULT-COUNT    PIC 9(2) VALUE 5.
        01 WS-SITE-IDX              PIC 9(2).

        01 WS-CAL-OPEN-SW           PIC X VALUE "N".
            88 WS-CAL-OPEN                 VALUE "Y".
        01 WS-CAL-LOADED-SW         PIC X VALUE "N".
            88 WS-CAL-LOADED               VALUE "Y".
        01 WS-CAL-SCAN-END-SW       PIC X VALUE "N".
            88 WS-CAL-SCAN-END             VALUE "Y".

        01 WS-VALIDATE-DATE         PIC X(8).
        01 WS-VALIDATE-DATE-R REDEFINES WS-VALIDATE-DATE.
        01 WS-DATE-VALID-SW         PIC X VALUE "Y".
            88 WS-DATE-VALID               VALUE "Y".
        01 WS-DATE-ERROR-MSG        PIC X(30).
        01 WS-PERIOD-DATE           PIC X(8).
        01 WS-PERIOD-STATUS         PIC 9(2).

        01 WS-VERIFIED-OPER         PIC X(8) VALUE SPACES.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-DECK-COUNT            PIC 9(4) VALUE 0.
        01 WS-DECK-TABLE.
            05 WS-DECK-ENTRY OCCURS 1000 TIMES.
                10 WS-DECK-IMAGE         PIC X(51).
        01 WS-DECK-IDX              PIC 9(4).
        01 WS-DECK-WORK             PIC X(51).
        01 WS-DUP-FOUND-SW          PIC X VALUE "N".
            88 WS-DUP-FOUND                VALUE "Y".

        01 WS-TRAN-READ-COUNT       PIC 9(5) VALUE 0.
        01 WS-CLEAN-COUNT           PIC 9(5) VALUE 0.
        01 WS-ERROR-COUNT           PIC 9(5) VALUE 0.
        01 WS-SCHEDULED-COUNT       PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-CURRENT-DATE-TIME     PIC X(21).
            05 WS-CDT-GMT-OFFSET     PIC X(5).

        01 WS-REPORT-DATE           PIC X(10).
        01 WS-TODAY-DATE            PIC X(8).

        PROCEDURE DIVISION.
        0000-MAIN-PROCESS.
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING
            MOVE SPACES TO WS-TODAY-DATE
            STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
                DELIMITED BY SIZE INTO WS-TODAY-DATE
            END-STRING

            OPEN OUTPUT REPORT-FILE
            IF NOT WS-RPT-FILE-OK
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                PERFORM 1500-OPEN-SITE-MASTER THRU 1500-EXIT
                PERFORM 1800-OPEN-CALENDAR THRU 1800-EXIT
                PERFORM 1850-OPEN-TICKET-REGISTER THRU 1850-EXIT
            END-IF.
        1000-EXIT.
            EXIT.
        1100-EXIT.
            EXIT.

        1500-OPEN-SITE-MASTER.
            OPEN INPUT SITE-MASTER
            IF WS-SITE-FILE-OPEN-OK
                SET WS-SITE-OPEN TO TRUE
            END-IF
            IF WS-SITE-FILE-OK
                MOVE LOW-VALUES TO SITM-SITE-CODE
                START SITE-MASTER
                    KEY IS NOT LESS THAN SITM-SITE-CODE
                    INVALID KEY
                        CONTINUE
                END-START
                IF WS-SITE-FILE-OK
                    SET WS-SITE-MASTER-USED TO TRUE
                END-IF
            END-IF

            OPEN INPUT SCHEDULE-FILE
            IF WS-SCH-FILE-OPEN-OK
                SET WS-SCH-OPEN TO TRUE
            END-IF.
        1500-EXIT.
            EXIT.

        1800-OPEN-CALENDAR.
            OPEN INPUT CAL-FILE
            IF WS-CAL-FILE-OPEN-OK
                SET WS-CAL-OPEN TO TRUE
            END-IF
            IF WS-CAL-FILE-OK
                MOVE LOW-VALUES TO CAL-DATE
                START CAL-FILE
                    KEY IS NOT LESS THAN CAL-DATE
                    INVALID KEY
                        CONTINUE
                END-START
                IF WS-CAL-FILE-OK
                    SET WS-CAL-LOADED TO TRUE
                END-IF
            END-IF.
        1800-EXIT.
            EXIT.

        1850-OPEN-TICKET-REGISTER.
            OPEN I-O TICKET-FILE
            IF WS-TKT-FILE-OK
                SET WS-TKT-OPEN TO TRUE
            ELSE
                IF NOT WS-TKT-FILE-NOT-FOUND
                    DISPLAY "HELLOEDT: unable to open ticket register, "
                            "status " WS-TKT-FILE-STATUS
                    MOVE "1850-OPEN-TICKET-REG"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "W" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        1850-EXIT.
            EXIT.

            IF WS-DATE-VALID AND WS-CAL-LOADED
                MOVE SPACES TO WS-ROLL-DATE
                MOVE WS-VALIDATE-DATE TO CAL-DATE
                READ CAL-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE CAL-DATE     TO WS-ROLL-DATE
                        MOVE CAL-DAY-TYPE TO WS-CAL-FOUND-TYPE
                END-READ
                IF WS-ROLL-DATE = SPACES
                    MOVE "N" TO WS-DATE-VALID-SW
                    MOVE "DATE NOT ON CALENDAR" TO WS-DATE-ERROR-MSG
                        END-IF
                    END-IF
                END-IF
            END-IF

            IF WS-DATE-VALID
                MOVE WS-VALIDATE-DATE TO WS-PERIOD-DATE
                IF WS-CAL-LOADED AND WS-ROLL-DATE NOT = SPACES
                    MOVE WS-ROLL-DATE TO WS-PERIOD-DATE
                END-IF
                CALL "helloprd" USING WS-PERIOD-DATE
                                       WS-PERIOD-STATUS
                END-CALL
                IF WS-PERIOD-STATUS >= WS-RC-DATA-PROBLEM
                    MOVE "N" TO WS-DATE-VALID-SW
                    MOVE "RUN DATE IN CLOSED PERIOD"
                        TO WS-DATE-ERROR-MSG
                END-IF
            END-IF.
        1900-EXIT.
            EXIT.

        1950-CHECK-ROLL-TARGET.
            MOVE SPACES TO WS-ROLL-DATE
            MOVE "N" TO WS-CAL-SCAN-END-SW
            MOVE WS-VALIDATE-DATE TO CAL-DATE
            START CAL-FILE
                KEY IS GREATER THAN CAL-DATE
                INVALID KEY
                    SET WS-CAL-SCAN-END TO TRUE
            END-START
            PERFORM UNTIL WS-CAL-SCAN-END
                READ CAL-FILE NEXT RECORD
                    AT END
                        SET WS-CAL-SCAN-END TO TRUE
                    NOT AT END
                        IF CAL-PROCESSING-DAY
                            MOVE CAL-DATE TO WS-ROLL-DATE
                            SET WS-CAL-SCAN-END TO TRUE
                        END-IF
                END-READ
            END-PERFORM
            IF WS-ROLL-DATE = SPACES
                MOVE "N" TO WS-DATE-VALID-SW

            IF NOT WS-TRAN-REJECTED
                AND TRAN-MESSAGE-TEXT = SPACES
                PERFORM 2150-SELECT-SITE-MESSAGE THRU 2150-EXIT
                IF NOT WS-SITE-FOUND
                    MOVE "UNKNOWN SITE CODE" TO WS-REJECT-REASON
                    PERFORM 2500-REJECT-TRAN THRU 2500-EXIT
            IF NOT WS-TRAN-REJECTED
                WRITE EDO-RECORD FROM TRAN-RECORD
                ADD 1 TO WS-CLEAN-COUNT
                IF TRAN-MESSAGE-TEXT = SPACES
                    AND WS-SCH-FOUND
                    ADD 1 TO WS-SCHEDULED-COUNT
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2150-SELECT-SITE-MESSAGE.
            MOVE "N" TO WS-SITE-FOUND-SW
            MOVE "N" TO WS-SCH-FOUND-SW
            MOVE SPACES TO WS-SELECTED-MESSAGE
            IF TRAN-RUN-DATE = SPACES
                MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
            ELSE
                MOVE WS-PERIOD-DATE TO WS-EFFECTIVE-DATE
            END-IF

            IF WS-SCH-OPEN
                PERFORM 2170-SELECT-SCHEDULED-MESSAGE THRU 2170-EXIT
            END-IF
            IF NOT WS-SITE-FOUND
                IF WS-SITE-MASTER-USED
                    MOVE TRAN-SITE-CODE TO SITM-SITE-CODE
                    READ SITE-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE SITM-MESSAGE-TEXT
                                TO WS-SELECTED-MESSAGE
                            MOVE "Y" TO WS-SITE-FOUND-SW
                    END-READ
                ELSE
                    PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                            UNTIL WS-SITE-IDX > WS-SITE-DEFAULT-COUNT
                        IF WS-SITE-DEFAULT-CODE(WS-SITE-IDX)
                            = TRAN-SITE-CODE
                            MOVE WS-SITE-DEFAULT-MESSAGE(WS-SITE-IDX)
                                TO WS-SELECTED-MESSAGE
                            MOVE "Y" TO WS-SITE-FOUND-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.
        2150-EXIT.
            EXIT.

        2170-SELECT-SCHEDULED-MESSAGE.
            MOVE "N" TO WS-SCH-SCAN-END-SW
            MOVE TRAN-SITE-CODE TO SCH-SITE-CODE
            MOVE LOW-VALUES     TO SCH-EFF-FROM
            START SCHEDULE-FILE
                KEY IS NOT LESS THAN SCH-KEY
                INVALID KEY
                    SET WS-SCH-SCAN-END TO TRUE
            END-START

            PERFORM UNTIL WS-SCH-SCAN-END OR WS-SITE-FOUND
                READ SCHEDULE-FILE NEXT RECORD
                    AT END
                        SET WS-SCH-SCAN-END TO TRUE
                    NOT AT END
                        IF SCH-SITE-CODE NOT = TRAN-SITE-CODE
                            OR SCH-EFF-FROM > WS-EFFECTIVE-DATE
                            SET WS-SCH-SCAN-END TO TRUE
                        ELSE
                            IF SCH-EFF-TO NOT < WS-EFFECTIVE-DATE
                                MOVE SCH-MESSAGE-TEXT
                                    TO WS-SELECTED-MESSAGE
                                MOVE "Y" TO WS-SITE-FOUND-SW
                                SET WS-SCH-FOUND TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        2170-EXIT.
            EXIT.

        2200-CHECK-OPERATOR.
            IF TRAN-OPERATOR-ID = WS-VERIFIED-OPER
                AND WS-VERIFIED-OPER NOT = SPACES
                   TRAN-SITE-CODE    DELIMITED BY SIZE
                   TRAN-DATE-OPTION  DELIMITED BY SIZE
                   TRAN-OPERATOR-ID  DELIMITED BY SIZE
                   TRAN-TICKET-NO    DELIMITED BY SIZE
                INTO WS-DECK-WORK
            END-STRING

                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF
            IF WS-TKT-OPEN
                AND TRAN-TICKET-NO NOT = SPACES
                PERFORM 2600-REJECT-TICKET THRU 2600-EXIT
            END-IF.
        2500-EXIT.
            EXIT.

        2600-REJECT-TICKET.
            MOVE TRAN-TICKET-NO TO TKT-TICKET-NO
            READ TICKET-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-TKT-FILE-OK
                AND TKT-STATUS-QUEUED
                SET TKT-STATUS-NIGHT-REJECT TO TRUE
                MOVE WS-REJECT-REASON TO TKT-REASON
                MOVE WS-TODAY-DATE    TO TKT-RUN-DATE
                MOVE SPACES           TO TKT-REPORTED-DATE
                REWRITE TKT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF NOT WS-TKT-FILE-OK
                    DISPLAY "HELLOEDT: ticket register not updated "
                            "for " TRAN-TICKET-NO ", status "
                            WS-TKT-FILE-STATUS
                    MOVE "2600-REJECT-TICKET"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "W" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        2600-EXIT.
            EXIT.

        7000-LOG-FILE-ERROR.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            CALL "helloerr" USING WS-JOB-NAME
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SCHEDULED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "SCHEDULED GREETINGS: " DELIMITED BY SIZE
                       WS-COUNT-EDIT           DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-SCH-OPEN
                CLOSE SCHEDULE-FILE
            END-IF
            IF WS-SITE-OPEN
                CLOSE SITE-MASTER
            END-IF
            IF WS-CAL-OPEN
                CLOSE CAL-FILE
            END-IF
            IF WS-TKT-OPEN
                CLOSE TICKET-FILE
            END-IF

            MOVE WS-CLEAN-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOEDT: CARDS CERTIFIED " WS-COUNT-EDIT
            MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT
