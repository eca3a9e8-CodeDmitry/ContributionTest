                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REJ-FILE-STATUS.

            SELECT SUSPENSE-FILE ASSIGN TO "HELLOSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUS-KEY
                ALTERNATE RECORD KEY IS SUS-SITE-KEY WITH DUPLICATES
                FILE STATUS IS WS-SUS-FILE-STATUS.

            SELECT AUDIT-FILE ASSIGN TO "HELLOAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-FILE-STATUS.
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-HIST-FILE-STATUS.

            SELECT HIST-SEQ-FILE ASSIGN TO "HELLOHSQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HSQ-RUN-DATE
                FILE STATUS IS WS-HSQ-FILE-STATUS.

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

            SELECT SITE-ACTIVITY ASSIGN TO "HELLOSAF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                FILE STATUS IS WS-SAC-FILE-STATUS.

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

            SELECT OPTIONAL CKPT-FILE ASSIGN TO "HELLOCKP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-FILE-STATUS.
            05 FILLER                  PIC X(2).
            05 REJ-REASON              PIC X(30).

        FD  SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "susrec.cpy".

        FD  AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "auditrec.cpy".
            LABEL RECORDS ARE STANDARD.
            COPY "histrec.cpy".

        FD  HIST-SEQ-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "hsqrec.cpy".

        FD  SITE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY "sitemst.cpy".

        FD  SCHEDULE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "schrec.cpy".

        FD  SITE-ACTIVITY
            LABEL RECORDS ARE STANDARD.
            COPY "sacrec.cpy".
            LABEL RECORDS ARE STANDARD.
            COPY "calrec.cpy".

        FD  TICKET-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "tktrec.cpy".

        FD  CKPT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "ckptrec.cpy".
        01 WS-REJ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-REJ-FILE-OK              VALUE "00".

        01 WS-SUS-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SUS-FILE-OK              VALUE "00".
            88 WS-SUS-FILE-NOT-FOUND       VALUE "35".
            88 WS-SUS-FILE-NO-RECORD       VALUE "23".
            88 WS-SUS-FILE-DUP             VALUE "22".
        01 WS-SUS-OPEN-SW           PIC X VALUE "N".
            88 WS-SUS-OPEN                 VALUE "Y".

        01 WS-TKT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-TKT-FILE-OK              VALUE "00".
            88 WS-TKT-FILE-NOT-FOUND       VALUE "35".
        01 WS-TKT-OPEN-SW           PIC X VALUE "N".
            88 WS-TKT-OPEN                 VALUE "Y".

        01 WS-TRAN-MODE-SW          PIC X VALUE "N".
            88 WS-TRAN-MODE                VALUE "Y".
        01 WS-TRAN-EOF-SW           PIC X VALUE "N".
            88 WS-HIST-FILE-OK             VALUE "00".
            88 WS-HIST-FILE-NOT-FOUND      VALUE "35".
            88 WS-HIST-FILE-NO-RECORD      VALUE "23".
            88 WS-HIST-FILE-DUP            VALUE "22".

        01 WS-HSQ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-HSQ-FILE-OK              VALUE "00".
            88 WS-HSQ-FILE-NOT-FOUND       VALUE "35".
        01 WS-HSQ-OPEN-SW           PIC X VALUE "N".
            88 WS-HSQ-OPEN                 VALUE "Y".

        01 WS-HIST-RUN-DATE         PIC X(8).
        01 WS-HIST-RUN-DATE-R REDEFINES WS-HIST-RUN-DATE.
        01 WS-HIST-RECORD-RC        PIC 9(3).
        01 WS-HIST-DONE-SW          PIC X VALUE "N".
            88 WS-HIST-DONE                VALUE "Y".
        01 WS-HIST-SCAN-END-SW      PIC X VALUE "N".
            88 WS-HIST-SCAN-END            VALUE "Y".

        01 WS-TODAY-DATE            PIC X(8).
        01 WS-WORK-SITE-CODE        PIC X(4).

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

        01 WS-SAC-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SAC-FILE-OK              VALUE "00".
                10 WS-SITE-DEFAULT-CODE      PIC X(4).
                10 WS-SITE-DEFAULT-MESSAGE   PIC X(20).
        01 WS-SITE-DEFAULT-COUNT    PIC 9(2) VALUE 5.
        01 WS-SITE-IDX              PIC 9(2).
        01 WS-SITE-FOUND-SW         PIC X VALUE "N".
            88 WS-SITE-FOUND               VALUE "Y".

        01 WS-CAL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CAL-FILE-OK              VALUE "00".
            88 WS-CAL-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-CAL-OPEN-SW           PIC X VALUE "N".
            88 WS-CAL-OPEN                 VALUE "Y".
        01 WS-CAL-LOADED-SW         PIC X VALUE "N".
            88 WS-CAL-LOADED               VALUE "Y".
        01 WS-CAL-SCAN-END-SW       PIC X VALUE "N".
            88 WS-CAL-SCAN-END             VALUE "Y".
        01 WS-CAL-WARN-DAYS         PIC 9(3) VALUE 30.
        01 WS-CAL-WARN-INTEGER      PIC 9(8).
        01 WS-CAL-WARN-DATE-NUM     PIC 9(8).
        01 WS-DATE-VALID-SW         PIC X VALUE "Y".
            88 WS-DATE-VALID               VALUE "Y".
        01 WS-DATE-ERROR-MSG        PIC X(30).
        01 WS-PERIOD-STATUS         PIC 9(2).
        01 WS-ROLL-DATE             PIC X(8).
        01 WS-RUN-REJECTED-SW       PIC X VALUE "N".
            88 WS-RUN-REJECTED             VALUE "Y".
            MOVE SPACES TO WS-CKPT-KEY
            PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT

            PERFORM 1500-OPEN-SITE-MASTER THRU 1500-EXIT
            MOVE "1500-OPEN-SITE-MASTER" TO WS-CKPT-PARAGRAPH
            PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT

            PERFORM 1700-CHECK-TRAN-MODE THRU 1700-EXIT
            END-STRING
            MOVE WS-TODAY-DATE TO WS-HIST-RUN-DATE

            PERFORM 1800-OPEN-CALENDAR THRU 1800-EXIT.
        1000-EXIT.
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

        1700-CHECK-TRAN-MODE.
            OPEN INPUT TRAN-FILE
            IF WS-TRAN-FILE-OK
        1750-EXIT.
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
                    PERFORM 1870-CHECK-CAL-COVER THRU 1870-EXIT
                END-IF
            END-IF.
        1800-EXIT.
            EXIT.

        1870-CHECK-CAL-COVER.
            COMPUTE WS-CAL-WARN-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-CAL-WARN-INTEGER)
            MOVE WS-CAL-WARN-DATE-NUM TO WS-CAL-WARN-DATE
            MOVE WS-CAL-WARN-DATE TO CAL-DATE
            START CAL-FILE
                KEY IS NOT LESS THAN CAL-DATE
                INVALID KEY
                    CONTINUE
            END-START
            IF NOT WS-CAL-FILE-OK
                DISPLAY "HELLOWLD: calendar ends before "
                        WS-CAL-WARN-DATE " - less than "
                        WS-CAL-WARN-DAYS
                        " days of cover left, refresh with HELLOCMT"
                IF WS-RC-WARNING > RETURN-CODE
                    MOVE WS-RC-WARNING TO RETURN-CODE

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
                CALL "helloprd" USING WS-VALIDATE-DATE
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

        1950-ROLL-DATE-FORWARD.
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
                        MOVE WS-RC-WARNING TO RETURN-CODE
                    NOT AT END
                        MOVE PARM-OPERATOR-ID TO WS-SIGNON-OPER-ID
                        IF PARM-RUN-DATE NOT = SPACES
                            MOVE PARM-RUN-DATE TO WS-VALIDATE-DATE
                            MOVE PARM-DATE-OPTION TO WS-DATE-OPTION
                                    TO hello-world
                            END-IF
                        END-IF
                        IF NOT WS-RUN-REJECTED
                            IF PARM-MESSAGE-TEXT NOT = SPACES
                                MOVE PARM-MESSAGE-TEXT TO hello-world
                            ELSE
                                IF PARM-SITE-CODE NOT = SPACES
                                    MOVE PARM-SITE-CODE
                                        TO WS-WORK-SITE-CODE
                                    PERFORM 2200-SELECT-SITE-MESSAGE
                                        THRU 2200-EXIT
                                    IF WS-SITE-FOUND
                                        SET WS-SAC-SITE-USED TO TRUE
                                    ELSE
                                        MOVE WS-RC-WARNING
                                            TO RETURN-CODE
                                    END-IF
                                ELSE
                                    MOVE WS-RC-WARNING TO RETURN-CODE
                                END-IF
                            END-IF
                        END-IF
                END-READ
                CLOSE PARM-FILE
            ELSE

        2200-SELECT-SITE-MESSAGE.
            MOVE "N" TO WS-SITE-FOUND-SW
            IF WS-SCH-OPEN
                PERFORM 2250-SELECT-SCHEDULED-MESSAGE THRU 2250-EXIT
            END-IF
            IF NOT WS-SITE-FOUND
                IF WS-SITE-MASTER-USED
                    MOVE WS-WORK-SITE-CODE TO SITM-SITE-CODE
                    READ SITE-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            MOVE SITM-MESSAGE-TEXT TO hello-world
                            MOVE "Y" TO WS-SITE-FOUND-SW
                    END-READ
                ELSE
                    PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                            UNTIL WS-SITE-IDX > WS-SITE-DEFAULT-COUNT
                        IF WS-SITE-DEFAULT-CODE(WS-SITE-IDX)
                            = WS-WORK-SITE-CODE
                            MOVE WS-SITE-DEFAULT-MESSAGE(WS-SITE-IDX)
                                TO hello-world
                            MOVE "Y" TO WS-SITE-FOUND-SW
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        2250-SELECT-SCHEDULED-MESSAGE.
            MOVE "N" TO WS-SCH-SCAN-END-SW
            MOVE WS-WORK-SITE-CODE TO SCH-SITE-CODE
            MOVE LOW-VALUES        TO SCH-EFF-FROM
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
                        IF SCH-SITE-CODE NOT = WS-WORK-SITE-CODE
                            OR SCH-EFF-FROM > WS-HIST-RUN-DATE
                            SET WS-SCH-SCAN-END TO TRUE
                        ELSE
                            IF SCH-EFF-TO NOT < WS-HIST-RUN-DATE
                                MOVE SCH-MESSAGE-TEXT TO hello-world
                                MOVE "Y" TO WS-SITE-FOUND-SW
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        2250-EXIT.
            EXIT.

        2400-OPEN-HISTORY.
            OPEN I-O HISTORY-FILE
            IF NOT WS-HIST-FILE-OK
                OPEN OUTPUT HISTORY-FILE
                CLOSE HISTORY-FILE
                OPEN I-O HISTORY-FILE
            END-IF

            OPEN I-O HIST-SEQ-FILE
            IF WS-HSQ-FILE-NOT-FOUND
                OPEN OUTPUT HIST-SEQ-FILE
                CLOSE HIST-SEQ-FILE
                OPEN I-O HIST-SEQ-FILE
            END-IF
            IF WS-HSQ-FILE-OK
                SET WS-HSQ-OPEN TO TRUE
            ELSE
                DISPLAY "HELLOWLD: unable to open history sequence "
                        "control, status " WS-HSQ-FILE-STATUS
                MOVE "2400-OPEN-HISTORY"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-HSQ-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        2400-EXIT.
            EXIT.

        2420-CLOSE-HISTORY.
            CLOSE HISTORY-FILE
            IF WS-HSQ-OPEN
                CLOSE HIST-SEQ-FILE
                MOVE "N" TO WS-HSQ-OPEN-SW
            END-IF.
        2420-EXIT.
            EXIT.

        2450-ADD-HIST-RECORD.
            MOVE "N" TO WS-HIST-DONE-SW
            PERFORM UNTIL WS-HIST-DONE
                PERFORM 2460-NEXT-HIST-SEQ THRU 2460-EXIT

                MOVE WS-HIST-RUN-DATE   TO HIST-RUN-DATE
                MOVE WS-HIST-NEXT-SEQ   TO HIST-RUN-SEQ
                MOVE hello-world        TO HIST-MESSAGE-TEXT
                MOVE WS-HIST-RECORD-RC  TO HIST-RETURN-CODE
                MOVE WS-START-TIMESTAMP TO HIST-TIMESTAMP

                WRITE HIST-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
                IF NOT WS-HIST-FILE-DUP
                    MOVE "Y" TO WS-HIST-DONE-SW
                END-IF
            END-PERFORM

            IF WS-HIST-FILE-OK
                MOVE "HELLOHST"   TO WS-JRN-FILE-ID
                MOVE "WRT"        TO WS-JRN-ACTION
                MOVE HIST-KEY     TO WS-JRN-KEY
                MOVE SPACES       TO WS-JRN-BEFORE
                MOVE HIST-RECORD  TO WS-JRN-AFTER
                PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
            ELSE
                DISPLAY "HELLOWLD: history write failed for key "
                        HIST-KEY
                MOVE "2450-ADD-HIST-RECORD"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-HIST-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        2450-EXIT.
            EXIT.

        2460-NEXT-HIST-SEQ.
            IF WS-HSQ-OPEN
                MOVE WS-HIST-RUN-DATE TO HSQ-RUN-DATE
                READ HIST-SEQ-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-HSQ-FILE-OK
                    ADD 1 HSQ-LAST-SEQ GIVING WS-HIST-NEXT-SEQ
                    MOVE WS-HIST-NEXT-SEQ   TO HSQ-LAST-SEQ
                    MOVE WS-START-TIMESTAMP TO HSQ-LAST-TIMESTAMP
                    REWRITE HSQ-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                ELSE
                    PERFORM 2470-SCAN-HIST-SEQ THRU 2470-EXIT
                    MOVE WS-HIST-RUN-DATE   TO HSQ-RUN-DATE
                    MOVE WS-HIST-NEXT-SEQ   TO HSQ-LAST-SEQ
                    MOVE WS-START-TIMESTAMP TO HSQ-LAST-TIMESTAMP
                    WRITE HSQ-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
            ELSE
                PERFORM 2470-SCAN-HIST-SEQ THRU 2470-EXIT
            END-IF.
        2460-EXIT.
            EXIT.

        2470-SCAN-HIST-SEQ.
            MOVE WS-HIST-RUN-DATE TO HIST-RUN-DATE
            MOVE 1                TO HIST-RUN-SEQ
            MOVE 0                TO WS-HIST-NEXT-SEQ
            MOVE "N"              TO WS-HIST-SCAN-END-SW

            START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                INVALID KEY
                    SET WS-HIST-SCAN-END TO TRUE
            END-START

            PERFORM UNTIL WS-HIST-SCAN-END
                READ HISTORY-FILE NEXT RECORD
                    AT END
                        SET WS-HIST-SCAN-END TO TRUE
                    NOT AT END
                        IF HIST-RUN-DATE = WS-HIST-RUN-DATE
                            MOVE HIST-RUN-SEQ TO WS-HIST-NEXT-SEQ
                        ELSE
                            SET WS-HIST-SCAN-END TO TRUE
                        END-IF
                END-READ
            END-PERFORM

            ADD 1 TO WS-HIST-NEXT-SEQ.
        2470-EXIT.
            EXIT.

        2500-WRITE-HISTORY.
            PERFORM 2400-OPEN-HISTORY THRU 2400-EXIT
            MOVE RETURN-CODE TO WS-HIST-RECORD-RC
            PERFORM 2450-ADD-HIST-RECORD THRU 2450-EXIT
            PERFORM 2420-CLOSE-HISTORY THRU 2420-EXIT

            IF WS-SAC-SITE-USED
                IF WS-RUN-REJECTED
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF
            OPEN I-O SUSPENSE-FILE
            IF WS-SUS-FILE-NOT-FOUND
                OPEN OUTPUT SUSPENSE-FILE
                CLOSE SUSPENSE-FILE
                OPEN I-O SUSPENSE-FILE
            END-IF
            IF WS-SUS-FILE-OK
                SET WS-SUS-OPEN TO TRUE
            ELSE
                DISPLAY "HELLOWLD: unable to open suspense file, "
                        "status " WS-SUS-FILE-STATUS
                MOVE "3000-PROCESS-TRANS"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-SUS-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF
            OPEN I-O TICKET-FILE
            IF WS-TKT-FILE-OK
                SET WS-TKT-OPEN TO TRUE
            ELSE
                IF NOT WS-TKT-FILE-NOT-FOUND
                    DISPLAY "HELLOWLD: unable to open ticket register, "
                            "status " WS-TKT-FILE-STATUS
                    MOVE "3000-PROCESS-TRANS"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "W" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            PERFORM 3100-PROCESS-ONE-TRAN THRU 3100-EXIT
            PERFORM UNTIL WS-TRAN-EOF

            CLOSE TRAN-FILE
            CLOSE REJECT-FILE
            IF WS-SUS-OPEN
                CLOSE SUSPENSE-FILE
            END-IF
            IF WS-TKT-OPEN
                CLOSE TICKET-FILE
            END-IF
            CLOSE AUDIT-FILE
            PERFORM 2420-CLOSE-HISTORY THRU 2420-EXIT

            MOVE WS-TRAN-READ-COUNT TO WS-TRAN-COUNT-EDIT
            DISPLAY "HELLOWLD: TRANSACTIONS READ     "
                END-IF
                DISPLAY WS-RUN-HEADER
                PERFORM 2450-ADD-HIST-RECORD THRU 2450-EXIT
                IF WS-HIST-FILE-OK
                    AND WS-TKT-OPEN
                    AND TRAN-TICKET-NO NOT = SPACES
                    PERFORM 3400-UPDATE-TICKET THRU 3400-EXIT
                END-IF
                PERFORM 3300-WRITE-TRAN-AUDIT THRU 3300-EXIT
                ADD 1 TO WS-TRAN-GOOD-COUNT
                IF TRAN-MESSAGE-TEXT = SPACES
            IF WS-REJ-FILE-OK
                WRITE REJECT-RECORD
            END-IF
            IF WS-SUS-OPEN
                PERFORM 3250-SUSPEND-TRAN THRU 3250-EXIT
            END-IF
            IF WS-TKT-OPEN
                AND TRAN-TICKET-NO NOT = SPACES
                PERFORM 3400-UPDATE-TICKET THRU 3400-EXIT
            END-IF
            IF WS-TRAN-MODE
                AND TRAN-SITE-CODE NOT = SPACES
                MOVE TRAN-SITE-CODE TO WS-WORK-SITE-CODE
        3200-EXIT.
            EXIT.

        3250-SUSPEND-TRAN.
            MOVE TRAN-RECORD   TO SUS-TRAN-IMAGE
            MOVE WS-TODAY-DATE TO SUS-REJECT-DATE
            READ SUSPENSE-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-SUS-FILE-OK
                ADD 1 TO SUS-REJECT-COUNT
                MOVE WS-REJECT-REASON TO SUS-REJECT-REASON
                REWRITE SUS-RECORD
                    INVALID KEY
                        DISPLAY "HELLOWLD: suspense rewrite failed, "
                                "status " WS-SUS-FILE-STATUS
                        MOVE "3250-SUSPEND-TRAN"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-SUS-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "W" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-REWRITE
            ELSE
                MOVE SPACES           TO SUS-RECORD
                MOVE TRAN-RECORD      TO SUS-TRAN-IMAGE
                MOVE WS-TODAY-DATE    TO SUS-REJECT-DATE
                MOVE TRAN-SITE-CODE   TO SUS-SITE-CODE
                MOVE WS-TODAY-DATE    TO SUS-SITE-REJ-DATE
                MOVE WS-REJECT-REASON TO SUS-REJECT-REASON
                MOVE 1                TO SUS-REJECT-COUNT
                SET SUS-STATUS-OPEN   TO TRUE
                WRITE SUS-RECORD
                    INVALID KEY
                        DISPLAY "HELLOWLD: suspense write failed, "
                                "status " WS-SUS-FILE-STATUS
                        MOVE "3250-SUSPEND-TRAN"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-SUS-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "W" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-WRITE
            END-IF.
        3250-EXIT.
            EXIT.

        3300-WRITE-TRAN-AUDIT.
            MOVE SPACES TO WS-AUDIT-WORK-TS
            STRING WS-HIST-RUN-YYYY "-" WS-HIST-RUN-MM "-"
        3300-EXIT.
            EXIT.

        3400-UPDATE-TICKET.
            MOVE TRAN-TICKET-NO TO TKT-TICKET-NO
            READ TICKET-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-TKT-FILE-OK
                MOVE WS-TODAY-DATE TO TKT-RUN-DATE
                MOVE SPACES TO TKT-REPORTED-DATE
                IF WS-TRAN-REJECTED
                    SET TKT-STATUS-NIGHT-REJECT TO TRUE
                    MOVE WS-REJECT-REASON TO TKT-REASON
                    MOVE SPACES TO TKT-HIST-RUN-DATE
                    MOVE 0 TO TKT-HIST-RUN-SEQ
                ELSE
                    SET TKT-STATUS-PROCESSED TO TRUE
                    MOVE SPACES TO TKT-REASON
                    MOVE HIST-KEY TO TKT-HIST-KEY
                END-IF
                REWRITE TKT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            IF NOT WS-TKT-FILE-OK
                DISPLAY "HELLOWLD: ticket register not updated for "
                        TRAN-TICKET-NO ", status " WS-TKT-FILE-STATUS
                MOVE "3400-UPDATE-TICKET"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        3400-EXIT.
            EXIT.

        7000-LOG-FILE-ERROR.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            CALL "helloerr" USING WS-JOB-NAME
            EXIT.

        9000-TERMINATE.
            IF WS-SCH-OPEN
                CLOSE SCHEDULE-FILE
            END-IF
            IF WS-SITE-OPEN
                CLOSE SITE-MASTER
            END-IF
            IF WS-CAL-OPEN
                CLOSE CAL-FILE
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
