        *>+--------------------------------------------------------------------+
        *>| HELLOROL - nightly generation rollover for the append-only logs   |
        *>| of the HELLOWORLD family: the job-run audit trail (HELLOAUD), the |
        *>| error log (HELLOERL), the update journal (HELLOJRN) and the cycle |
        *>| status file (HELLOCYS).  One control card per log to roll         |
        *>| (HELLOROP: log id, optional retention, operator).  Each log's     |
        *>| current segment is copied into the next numbered generation on    |
        *>| the generation store (HELLOGEN) followed by a trailer carrying    |
        *>| the record count and the first and last record dates; the         |
        *>| generation is cataloged on HELLOGCT and only then is the log      |
        *>| emptied for the next day's appends.  A retention on the card      |
        *>| replaces the log's retention limit (generations kept, default     |
        *>| 14); once a log holds more active generations than that, the      |
        *>| oldest are deleted from the store and marked expired on the       |
        *>| catalog.  The report (HELLOROR) lists each roll and expiry and    |
        *>| ends with the catalog of every log.  Readers of the logs reach    |
        *>| the rolled generations through HELLOGRD.  The operator signs on   |
        *>| through HELLOSGN at update authority.                             |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellorol.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CTL-FILE ASSIGN TO "HELLOROP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT AUDIT-LOG ASSIGN TO "HELLOAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT ERROR-LOG ASSIGN TO "HELLOERL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT JOURNAL-LOG ASSIGN TO "HELLOJRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT CYCLE-LOG ASSIGN TO "HELLOCYS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-FILE-STATUS.

            SELECT GEN-CATALOG ASSIGN TO "HELLOGCT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GCT-KEY
                FILE STATUS IS WS-GCT-FILE-STATUS.

            SELECT GEN-STORE ASSIGN TO "HELLOGEN"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GEN-KEY
                FILE STATUS IS WS-GEN-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOROR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 ROP-RECORD.
            05 ROP-LOG-ID              PIC X(8).
            05 ROP-RETENTION           PIC X(3).
            05 ROP-RETENTION-N REDEFINES ROP-RETENTION
                                       PIC 9(3).
            05 ROP-OPERATOR-ID         PIC X(8).
            05 FILLER                  PIC X(61).

        FD  AUDIT-LOG
            LABEL RECORDS ARE STANDARD.
        01 AUDIT-LOG-RECORD         PIC X(200).

        FD  ERROR-LOG
            LABEL RECORDS ARE STANDARD.
        01 ERROR-LOG-RECORD         PIC X(200).

        FD  JOURNAL-LOG
            LABEL RECORDS ARE STANDARD.
        01 JOURNAL-LOG-RECORD       PIC X(200).

        FD  CYCLE-LOG
            LABEL RECORDS ARE STANDARD.
        01 CYCLE-LOG-RECORD         PIC X(200).

        FD  GEN-CATALOG
            LABEL RECORDS ARE STANDARD.
            COPY "gctrec.cpy".

        FD  GEN-STORE
            LABEL RECORDS ARE STANDARD.
            COPY "genrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOROL".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".
            88 WS-CTL-FILE-EOF             VALUE "10".

        01 WS-LOG-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-LOG-FILE-OK              VALUE "00".
            88 WS-LOG-FILE-EOF             VALUE "10".
            88 WS-LOG-FILE-NOT-FOUND       VALUE "35".

        01 WS-GCT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-GCT-FILE-OK              VALUE "00".
            88 WS-GCT-FILE-NOT-FOUND       VALUE "35".
            88 WS-GCT-FILE-NO-RECORD       VALUE "23".

        01 WS-GEN-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-GEN-FILE-OK              VALUE "00".
            88 WS-GEN-FILE-NOT-FOUND       VALUE "35".

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

        01 WS-VERIFIED-OPER         PIC X(8) VALUE SPACES.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.

        01 WS-CTL-EOF-SW            PIC X VALUE "N".
            88 WS-CTL-EOF                  VALUE "Y".
        01 WS-LOG-EOF-SW            PIC X VALUE "N".
            88 WS-LOG-EOF                  VALUE "Y".
        01 WS-LOG-OPEN-SW           PIC X VALUE "N".
            88 WS-LOG-OPEN                 VALUE "Y".
        01 WS-CARD-REJECTED-SW      PIC X VALUE "N".
            88 WS-CARD-REJECTED            VALUE "Y".
        01 WS-CONTROL-NEW-SW        PIC X VALUE "N".
            88 WS-CONTROL-NEW              VALUE "Y".
        01 WS-ROLL-FAILED-SW        PIC X VALUE "N".
            88 WS-ROLL-FAILED              VALUE "Y".
        01 WS-SCAN-END-SW           PIC X VALUE "N".
            88 WS-SCAN-END                 VALUE "Y".
        01 WS-GCT-OPEN-SW           PIC X VALUE "N".
            88 WS-GCT-OPEN                 VALUE "Y".
        01 WS-GEN-OPEN-SW           PIC X VALUE "N".
            88 WS-GEN-OPEN                 VALUE "Y".

        01 WS-LOG-ID                PIC X(8).
            88 WS-LOG-AUDIT                VALUE "HELLOAUD".
            88 WS-LOG-ERROR                VALUE "HELLOERL".
            88 WS-LOG-JOURNAL              VALUE "HELLOJRN".
            88 WS-LOG-CYCLE                VALUE "HELLOCYS".
            88 WS-LOG-VALID                VALUE "HELLOAUD" "HELLOERL"
                                                 "HELLOJRN" "HELLOCYS".
        01 WS-LOG-NAME-LIST         PIC X(32)
                VALUE "HELLOAUDHELLOERLHELLOJRNHELLOCYS".
        01 WS-LOG-NAME-TABLE REDEFINES WS-LOG-NAME-LIST.
            05 WS-LOG-NAME          PIC X(8) OCCURS 4 TIMES.
        01 WS-LOG-IDX               PIC 9(1).

        01 WS-DEFAULT-RETENTION     PIC 9(3) VALUE 14.
        01 WS-LOG-IMAGE             PIC X(200).
        01 WS-CONTROL-SAVE          PIC X(80).
        01 WS-REC-DATE              PIC X(8).
        01 WS-NEW-GEN               PIC 9(5).
        01 WS-SEQ                   PIC 9(7).
        01 WS-ROLL-COUNT            PIC 9(7).
        01 WS-FIRST-DATE            PIC X(8).
        01 WS-LAST-DATE             PIC X(8).
        01 WS-ACTIVE-COUNT          PIC 9(5).
        01 WS-EXPIRE-NEEDED         PIC 9(5).
        01 WS-EXPIRE-GEN            PIC 9(5).
        01 WS-DELETED-COUNT         PIC 9(7).
        01 WS-REJECT-REASON         PIC X(30).
        01 WS-ACTION-TEXT           PIC X(30).
        01 WS-STATUS-TEXT           PIC X(8).

        01 WS-CARD-READ-COUNT       PIC 9(5) VALUE 0.
        01 WS-ROLLED-COUNT          PIC 9(5) VALUE 0.
        01 WS-EMPTY-COUNT           PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
        01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
        01 WS-RECORDS-EDIT          PIC Z,ZZZ,ZZ9.
        01 WS-RETENTION             PIC 9(3).
        01 WS-RETENTION-EDIT        PIC ZZ9.

        01 WS-TODAY-DATE            PIC X(8).
        01 WS-NOW-TIME              PIC X(6).
        01 WS-WORK-TIMESTAMP        PIC X(26).

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
                PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
            END-IF
            IF WS-GCT-OPEN
                PERFORM 3000-PRINT-CATALOG THRU 3000-EXIT
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
            MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-NOW-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"
                   WS-CDT-HH "." WS-CDT-MIN "." WS-CDT-SS ".000000"
                DELIMITED BY SIZE INTO WS-WORK-TIMESTAMP
            END-STRING

            OPEN INPUT CTL-FILE
            IF NOT WS-CTL-FILE-OK
                DISPLAY "HELLOROL: unable to open control file, "
                        "status " WS-CTL-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CTL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOROL: unable to open report file, "
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
                OPEN I-O GEN-CATALOG
                IF WS-GCT-FILE-NOT-FOUND
                    OPEN OUTPUT GEN-CATALOG
                    CLOSE GEN-CATALOG
                    OPEN I-O GEN-CATALOG
                END-IF
                IF WS-GCT-FILE-OK
                    SET WS-GCT-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOROL: unable to open generation "
                            "catalog, status " WS-GCT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O GEN-STORE
                IF WS-GEN-FILE-NOT-FOUND
                    OPEN OUTPUT GEN-STORE
                    CLOSE GEN-STORE
                    OPEN I-O GEN-STORE
                END-IF
                IF WS-GEN-FILE-OK
                    SET WS-GEN-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOROL: unable to open generation "
                            "store, status " WS-GEN-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GEN-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD LOG GENERATION ROLLOVER"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-PROCESS-CARDS.
            PERFORM UNTIL WS-CTL-EOF
                       OR RETURN-CODE >= WS-RC-DATA-PROBLEM
                READ CTL-FILE
                    AT END
                        SET WS-CTL-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CARD-READ-COUNT
                        PERFORM 2100-ROLL-ONE-LOG THRU 2100-EXIT
                END-READ
            END-PERFORM

            IF WS-CARD-READ-COUNT = 0
                DISPLAY "HELLOROL: control file is empty - no log "
                        "rolled"
                MOVE WS-RC-WARNING TO RETURN-CODE
            END-IF.
        2000-EXIT.
            EXIT.

        2100-ROLL-ONE-LOG.
            MOVE "N" TO WS-CARD-REJECTED-SW
            MOVE "N" TO WS-ROLL-FAILED-SW
            MOVE SPACES TO WS-REJECT-REASON
            MOVE ROP-LOG-ID TO WS-LOG-ID

            IF NOT WS-LOG-VALID
                MOVE "LOG ID NOT A ROLLABLE LOG" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-CARD THRU 2900-EXIT
            END-IF

            IF NOT WS-CARD-REJECTED
                AND ROP-RETENTION NOT = SPACES
                IF ROP-RETENTION NOT NUMERIC
                    OR ROP-RETENTION-N = 0
                    MOVE "RETENTION MUST BE 001-999"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                END-IF
            END-IF

            IF NOT WS-CARD-REJECTED
                PERFORM 2150-SIGN-ON-CARD THRU 2150-EXIT
            END-IF

            IF NOT WS-CARD-REJECTED
                PERFORM 2200-GET-CONTROL-ROW THRU 2200-EXIT
            END-IF

            IF NOT WS-CARD-REJECTED AND NOT WS-ROLL-FAILED
                COMPUTE WS-NEW-GEN = GCT-C-LAST-GEN + 1
                PERFORM 2250-CLEAR-GENERATION THRU 2250-EXIT
                PERFORM 2300-COPY-CURRENT-LOG THRU 2300-EXIT
            END-IF

            IF NOT WS-CARD-REJECTED AND NOT WS-ROLL-FAILED
                IF WS-ROLL-COUNT = 0
                    ADD 1 TO WS-EMPTY-COUNT
                    MOVE "NOTHING LOGGED - NOT ROLLED"
                        TO WS-ACTION-TEXT
                    PERFORM 2950-WRITE-ROLL-LINE THRU 2950-EXIT
                ELSE
                    PERFORM 2400-CATALOG-GENERATION THRU 2400-EXIT
                END-IF
            END-IF

            IF NOT WS-CARD-REJECTED AND NOT WS-ROLL-FAILED
                PERFORM 2600-PUT-CONTROL-ROW THRU 2600-EXIT
            END-IF

            IF NOT WS-CARD-REJECTED AND NOT WS-ROLL-FAILED
                PERFORM 2700-APPLY-RETENTION THRU 2700-EXIT
            END-IF

            IF WS-ROLL-FAILED
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        2100-EXIT.
            EXIT.

        2150-SIGN-ON-CARD.
            IF ROP-OPERATOR-ID = WS-VERIFIED-OPER
                AND WS-VERIFIED-OPER NOT = SPACES
                MOVE ROP-OPERATOR-ID TO WS-OPERATOR-ID
            ELSE
                MOVE ROP-OPERATOR-ID TO WS-SIGNON-OPER-ID
                MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
                CALL "hellosgn" USING WS-SIGNON-OPER-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS < WS-RC-DATA-PROBLEM
                    MOVE ROP-OPERATOR-ID TO WS-OPERATOR-ID
                    MOVE ROP-OPERATOR-ID TO WS-VERIFIED-OPER
                ELSE
                    MOVE "OPERATOR NOT AUTHORIZED"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-CARD THRU 2900-EXIT
                END-IF
            END-IF.
        2150-EXIT.
            EXIT.

        2200-GET-CONTROL-ROW.
            MOVE "N" TO WS-CONTROL-NEW-SW
            MOVE WS-LOG-ID TO GCT-LOG-ID
            MOVE 0         TO GCT-GEN-NUMBER
            READ GEN-CATALOG
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-GCT-FILE-NO-RECORD
                SET WS-CONTROL-NEW TO TRUE
                MOVE SPACES    TO GCT-RECORD
                MOVE WS-LOG-ID TO GCT-LOG-ID
                MOVE 0         TO GCT-GEN-NUMBER
                SET GCT-STATUS-CONTROL TO TRUE
                MOVE WS-DEFAULT-RETENTION TO GCT-C-RETENTION
                MOVE 0         TO GCT-C-LAST-GEN
            ELSE
                IF NOT WS-GCT-FILE-OK
                    DISPLAY "HELLOROL: generation catalog read "
                            "failed for " WS-LOG-ID ", status "
                            WS-GCT-FILE-STATUS
                    MOVE "2200-GET-CONTROL-ROW"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-ROLL-FAILED TO TRUE
                END-IF
            END-IF
            IF NOT WS-ROLL-FAILED
                AND ROP-RETENTION NOT = SPACES
                MOVE ROP-RETENTION-N TO GCT-C-RETENTION
            END-IF.
        2200-EXIT.
            EXIT.

        2250-CLEAR-GENERATION.
            MOVE GCT-RECORD TO WS-CONTROL-SAVE
            MOVE WS-LOG-ID  TO GCT-LOG-ID
            MOVE WS-NEW-GEN TO GCT-GEN-NUMBER
            READ GEN-CATALOG
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-GCT-FILE-OK
                MOVE WS-CONTROL-SAVE TO GCT-RECORD
                DISPLAY "HELLOROL: " WS-LOG-ID " generation "
                        WS-NEW-GEN " was cataloged by an unfinished "
                        "roll - control row brought forward"
                MOVE WS-NEW-GEN TO GCT-C-LAST-GEN
                PERFORM 2600-PUT-CONTROL-ROW THRU 2600-EXIT
                COMPUTE WS-NEW-GEN = GCT-C-LAST-GEN + 1
            ELSE
                MOVE WS-CONTROL-SAVE TO GCT-RECORD
                IF NOT WS-GCT-FILE-NO-RECORD
                    DISPLAY "HELLOROL: generation catalog read "
                            "failed for " WS-LOG-ID " generation "
                            WS-NEW-GEN ", status " WS-GCT-FILE-STATUS
                    MOVE "2250-CLEAR-GEN"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-ROLL-FAILED TO TRUE
                END-IF
            END-IF

            IF NOT WS-ROLL-FAILED
                MOVE WS-NEW-GEN TO WS-EXPIRE-GEN
                PERFORM 2800-DELETE-GENERATION-ROWS THRU 2800-EXIT
                IF WS-DELETED-COUNT > 0
                    DISPLAY "HELLOROL: " WS-LOG-ID " generation "
                            WS-NEW-GEN " left from an unfinished "
                            "roll - " WS-DELETED-COUNT " rows cleared"
                END-IF
            END-IF.
        2250-EXIT.
            EXIT.

        2300-COPY-CURRENT-LOG.
            MOVE 0 TO WS-ROLL-COUNT
            MOVE 0 TO WS-SEQ
            MOVE SPACES TO WS-FIRST-DATE
            MOVE SPACES TO WS-LAST-DATE
            MOVE "N" TO WS-LOG-EOF-SW
            MOVE "N" TO WS-LOG-OPEN-SW

            EVALUATE TRUE
                WHEN WS-LOG-AUDIT
                    OPEN INPUT AUDIT-LOG
                WHEN WS-LOG-ERROR
                    OPEN INPUT ERROR-LOG
                WHEN WS-LOG-JOURNAL
                    OPEN INPUT JOURNAL-LOG
                WHEN WS-LOG-CYCLE
                    OPEN INPUT CYCLE-LOG
            END-EVALUATE
            IF WS-LOG-FILE-OK
                SET WS-LOG-OPEN TO TRUE
            ELSE
                SET WS-LOG-EOF TO TRUE
                IF NOT WS-LOG-FILE-NOT-FOUND
                    DISPLAY "HELLOROL: unable to open " WS-LOG-ID
                            ", status " WS-LOG-FILE-STATUS
                    MOVE "2300-COPY-CURRENT"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-LOG-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-ROLL-FAILED TO TRUE
                END-IF
            END-IF

            PERFORM UNTIL WS-LOG-EOF OR WS-ROLL-FAILED
                PERFORM 2320-READ-CURRENT-LOG THRU 2320-EXIT
                IF NOT WS-LOG-EOF
                    PERFORM 2340-SET-RECORD-DATE THRU 2340-EXIT
                    ADD 1 TO WS-SEQ
                    MOVE SPACES       TO GEN-RECORD
                    MOVE WS-LOG-ID    TO GEN-LOG-ID
                    MOVE WS-NEW-GEN   TO GEN-NUMBER
                    MOVE WS-SEQ       TO GEN-SEQ
                    SET GEN-DETAIL    TO TRUE
                    MOVE WS-LOG-IMAGE TO GEN-IMAGE
                    PERFORM 2360-WRITE-GEN-ROW THRU 2360-EXIT
                    IF NOT WS-ROLL-FAILED
                        ADD 1 TO WS-ROLL-COUNT
                    END-IF
                END-IF
            END-PERFORM

            IF WS-LOG-OPEN
                EVALUATE TRUE
                    WHEN WS-LOG-AUDIT
                        CLOSE AUDIT-LOG
                    WHEN WS-LOG-ERROR
                        CLOSE ERROR-LOG
                    WHEN WS-LOG-JOURNAL
                        CLOSE JOURNAL-LOG
                    WHEN WS-LOG-CYCLE
                        CLOSE CYCLE-LOG
                END-EVALUATE
            END-IF.
        2300-EXIT.
            EXIT.

        2320-READ-CURRENT-LOG.
            MOVE SPACES TO WS-LOG-IMAGE
            EVALUATE TRUE
                WHEN WS-LOG-AUDIT
                    READ AUDIT-LOG INTO WS-LOG-IMAGE
                        AT END
                            SET WS-LOG-EOF TO TRUE
                    END-READ
                WHEN WS-LOG-ERROR
                    READ ERROR-LOG INTO WS-LOG-IMAGE
                        AT END
                            SET WS-LOG-EOF TO TRUE
                    END-READ
                WHEN WS-LOG-JOURNAL
                    READ JOURNAL-LOG INTO WS-LOG-IMAGE
                        AT END
                            SET WS-LOG-EOF TO TRUE
                    END-READ
                WHEN WS-LOG-CYCLE
                    READ CYCLE-LOG INTO WS-LOG-IMAGE
                        AT END
                            SET WS-LOG-EOF TO TRUE
                    END-READ
            END-EVALUATE
            IF NOT WS-LOG-EOF AND NOT WS-LOG-FILE-OK
                DISPLAY "HELLOROL: " WS-LOG-ID " read failed, "
                        "status " WS-LOG-FILE-STATUS
                MOVE "2320-READ-CURRENT"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-LOG-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                SET WS-ROLL-FAILED TO TRUE
                SET WS-LOG-EOF TO TRUE
            END-IF.
        2320-EXIT.
            EXIT.

        2340-SET-RECORD-DATE.
            MOVE SPACES TO WS-REC-DATE
            EVALUATE TRUE
                WHEN WS-LOG-AUDIT
                    STRING WS-LOG-IMAGE(9:4) WS-LOG-IMAGE(14:2)
                           WS-LOG-IMAGE(17:2)
                        DELIMITED BY SIZE INTO WS-REC-DATE
                    END-STRING
                WHEN WS-LOG-CYCLE
                    MOVE WS-LOG-IMAGE(1:8) TO WS-REC-DATE
                WHEN OTHER
                    STRING WS-LOG-IMAGE(1:4) WS-LOG-IMAGE(6:2)
                           WS-LOG-IMAGE(9:2)
                        DELIMITED BY SIZE INTO WS-REC-DATE
                    END-STRING
            END-EVALUATE
            IF WS-REC-DATE IS NUMERIC
                IF WS-FIRST-DATE = SPACES
                    OR WS-REC-DATE < WS-FIRST-DATE
                    MOVE WS-REC-DATE TO WS-FIRST-DATE
                END-IF
                IF WS-LAST-DATE = SPACES
                    OR WS-REC-DATE > WS-LAST-DATE
                    MOVE WS-REC-DATE TO WS-LAST-DATE
                END-IF
            END-IF.
        2340-EXIT.
            EXIT.

        2360-WRITE-GEN-ROW.
            WRITE GEN-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF NOT WS-GEN-FILE-OK
                DISPLAY "HELLOROL: generation store write failed "
                        "for " WS-LOG-ID " generation " WS-NEW-GEN
                        ", status " WS-GEN-FILE-STATUS
                MOVE "2360-WRITE-GEN-ROW"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-GEN-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                SET WS-ROLL-FAILED TO TRUE
            END-IF.
        2360-EXIT.
            EXIT.

        2400-CATALOG-GENERATION.
            IF WS-FIRST-DATE = SPACES
                MOVE WS-TODAY-DATE TO WS-FIRST-DATE
                MOVE WS-TODAY-DATE TO WS-LAST-DATE
            END-IF

            MOVE SPACES            TO GEN-RECORD
            MOVE WS-LOG-ID         TO GEN-LOG-ID
            MOVE WS-NEW-GEN        TO GEN-NUMBER
            SET GEN-TRAILER-SEQ    TO TRUE
            SET GEN-TRAILER        TO TRUE
            MOVE WS-ROLL-COUNT     TO GEN-T-RECORD-COUNT
            MOVE WS-FIRST-DATE     TO GEN-T-FIRST-DATE
            MOVE WS-LAST-DATE      TO GEN-T-LAST-DATE
            MOVE WS-WORK-TIMESTAMP TO GEN-T-CREATE-TS
            MOVE WS-OPERATOR-ID    TO GEN-T-CREATE-OPER
            PERFORM 2360-WRITE-GEN-ROW THRU 2360-EXIT

            IF NOT WS-ROLL-FAILED
                MOVE GCT-RECORD TO WS-CONTROL-SAVE
                MOVE SPACES         TO GCT-RECORD
                MOVE WS-LOG-ID      TO GCT-LOG-ID
                MOVE WS-NEW-GEN     TO GCT-GEN-NUMBER
                SET GCT-STATUS-ACTIVE TO TRUE
                MOVE WS-TODAY-DATE  TO GCT-CREATE-DATE
                MOVE WS-NOW-TIME    TO GCT-CREATE-TIME
                MOVE WS-FIRST-DATE  TO GCT-FIRST-DATE
                MOVE WS-LAST-DATE   TO GCT-LAST-DATE
                MOVE WS-ROLL-COUNT  TO GCT-RECORD-COUNT
                MOVE WS-OPERATOR-ID TO GCT-CREATE-OPER
                WRITE GCT-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
                IF NOT WS-GCT-FILE-OK
                    DISPLAY "HELLOROL: generation catalog write "
                            "failed for " WS-LOG-ID " generation "
                            WS-NEW-GEN ", status " WS-GCT-FILE-STATUS
                    MOVE "2400-CATALOG-GEN"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-ROLL-FAILED TO TRUE
                END-IF
                MOVE WS-CONTROL-SAVE TO GCT-RECORD
            END-IF

            IF NOT WS-ROLL-FAILED
                MOVE WS-NEW-GEN     TO GCT-C-LAST-GEN
                MOVE WS-TODAY-DATE  TO GCT-C-LAST-ROLL-DATE
                PERFORM 2600-PUT-CONTROL-ROW THRU 2600-EXIT
            END-IF

            IF NOT WS-ROLL-FAILED
                PERFORM 2500-EMPTY-CURRENT-LOG THRU 2500-EXIT
            END-IF

            IF NOT WS-ROLL-FAILED
                ADD 1 TO WS-ROLLED-COUNT
                MOVE "ROLLED TO NEW GENERATION" TO WS-ACTION-TEXT
                PERFORM 2950-WRITE-ROLL-LINE THRU 2950-EXIT
            END-IF.
        2400-EXIT.
            EXIT.

        2500-EMPTY-CURRENT-LOG.
            EVALUATE TRUE
                WHEN WS-LOG-AUDIT
                    OPEN OUTPUT AUDIT-LOG
                WHEN WS-LOG-ERROR
                    OPEN OUTPUT ERROR-LOG
                WHEN WS-LOG-JOURNAL
                    OPEN OUTPUT JOURNAL-LOG
                WHEN WS-LOG-CYCLE
                    OPEN OUTPUT CYCLE-LOG
            END-EVALUATE
            IF WS-LOG-FILE-OK
                EVALUATE TRUE
                    WHEN WS-LOG-AUDIT
                        CLOSE AUDIT-LOG
                    WHEN WS-LOG-ERROR
                        CLOSE ERROR-LOG
                    WHEN WS-LOG-JOURNAL
                        CLOSE JOURNAL-LOG
                    WHEN WS-LOG-CYCLE
                        CLOSE CYCLE-LOG
                END-EVALUATE
            ELSE
                DISPLAY "HELLOROL: " WS-LOG-ID " cataloged as "
                        "generation " WS-NEW-GEN " but could not be "
                        "emptied, status " WS-LOG-FILE-STATUS
                MOVE "2500-EMPTY-CURRENT"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-LOG-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                SET WS-ROLL-FAILED TO TRUE
            END-IF.
        2500-EXIT.
            EXIT.

        2600-PUT-CONTROL-ROW.
            MOVE WS-OPERATOR-ID TO GCT-C-MAINT-OPER
            IF WS-CONTROL-NEW
                WRITE GCT-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            ELSE
                REWRITE GCT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            END-IF
            IF WS-GCT-FILE-OK
                MOVE "N" TO WS-CONTROL-NEW-SW
            ELSE
                DISPLAY "HELLOROL: generation catalog control row "
                        "update failed for " WS-LOG-ID ", status "
                        WS-GCT-FILE-STATUS
                MOVE "2600-PUT-CONTROL-ROW"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-GCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                SET WS-ROLL-FAILED TO TRUE
            END-IF.
        2600-EXIT.
            EXIT.

        2700-APPLY-RETENTION.
            MOVE GCT-C-RETENTION TO WS-RETENTION
            MOVE GCT-C-RETENTION TO WS-RETENTION-EDIT
            PERFORM 2750-COUNT-ACTIVE THRU 2750-EXIT
            IF WS-ACTIVE-COUNT > WS-RETENTION
                COMPUTE WS-EXPIRE-NEEDED =
                    WS-ACTIVE-COUNT - WS-RETENTION
            ELSE
                MOVE 0 TO WS-EXPIRE-NEEDED
            END-IF

            IF WS-EXPIRE-NEEDED > 0
                MOVE WS-LOG-ID TO GCT-LOG-ID
                MOVE 0         TO GCT-GEN-NUMBER
                MOVE "N" TO WS-SCAN-END-SW
                START GEN-CATALOG
                    KEY IS GREATER THAN GCT-KEY
                    INVALID KEY
                        SET WS-SCAN-END TO TRUE
                END-START
                PERFORM UNTIL WS-SCAN-END OR WS-EXPIRE-NEEDED = 0
                           OR WS-ROLL-FAILED
                    READ GEN-CATALOG NEXT RECORD
                        AT END
                            SET WS-SCAN-END TO TRUE
                        NOT AT END
                            IF GCT-LOG-ID NOT = WS-LOG-ID
                                SET WS-SCAN-END TO TRUE
                            ELSE
                                IF GCT-STATUS-ACTIVE
                                    PERFORM 2780-EXPIRE-GENERATION
                                        THRU 2780-EXIT
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
        2700-EXIT.
            EXIT.

        2750-COUNT-ACTIVE.
            MOVE 0 TO WS-ACTIVE-COUNT
            MOVE WS-LOG-ID TO GCT-LOG-ID
            MOVE 0         TO GCT-GEN-NUMBER
            MOVE "N" TO WS-SCAN-END-SW
            START GEN-CATALOG
                KEY IS GREATER THAN GCT-KEY
                INVALID KEY
                    SET WS-SCAN-END TO TRUE
            END-START
            PERFORM UNTIL WS-SCAN-END
                READ GEN-CATALOG NEXT RECORD
                    AT END
                        SET WS-SCAN-END TO TRUE
                    NOT AT END
                        IF GCT-LOG-ID NOT = WS-LOG-ID
                            SET WS-SCAN-END TO TRUE
                        ELSE
                            IF GCT-STATUS-ACTIVE
                                ADD 1 TO WS-ACTIVE-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        2750-EXIT.
            EXIT.

        2780-EXPIRE-GENERATION.
            MOVE GCT-GEN-NUMBER TO WS-EXPIRE-GEN
            PERFORM 2800-DELETE-GENERATION-ROWS THRU 2800-EXIT
            IF NOT WS-ROLL-FAILED
                SET GCT-STATUS-EXPIRED TO TRUE
                MOVE WS-TODAY-DATE TO GCT-EXPIRE-DATE
                REWRITE GCT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF WS-GCT-FILE-OK
                    SUBTRACT 1 FROM WS-EXPIRE-NEEDED
                    ADD 1 TO WS-EXPIRED-COUNT
                    MOVE SPACES TO WS-PRINT-LINE
                    MOVE GCT-RECORD-COUNT TO WS-RECORDS-EDIT
                    STRING WS-LOG-ID        DELIMITED BY SIZE
                           "  GEN "         DELIMITED BY SIZE
                           WS-EXPIRE-GEN    DELIMITED BY SIZE
                           "  "             DELIMITED BY SIZE
                           GCT-FIRST-DATE   DELIMITED BY SIZE
                           "-"              DELIMITED BY SIZE
                           GCT-LAST-DATE    DELIMITED BY SIZE
                           "  RECORDS "     DELIMITED BY SIZE
                           WS-RECORDS-EDIT  DELIMITED BY SIZE
                           "  EXPIRED - RETENTION "
                                            DELIMITED BY SIZE
                           WS-RETENTION-EDIT DELIMITED BY SIZE
                           " GENERATIONS"   DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                ELSE
                    DISPLAY "HELLOROL: generation catalog expire "
                            "failed for " WS-LOG-ID " generation "
                            WS-EXPIRE-GEN ", status "
                            WS-GCT-FILE-STATUS
                    MOVE "2780-EXPIRE-GEN"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-GCT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    SET WS-ROLL-FAILED TO TRUE
                END-IF
            END-IF.
        2780-EXIT.
            EXIT.

        2800-DELETE-GENERATION-ROWS.
            MOVE 0 TO WS-DELETED-COUNT
            MOVE WS-LOG-ID     TO GEN-LOG-ID
            MOVE WS-EXPIRE-GEN TO GEN-NUMBER
            MOVE 0             TO GEN-SEQ
            MOVE "N" TO WS-LOG-EOF-SW
            START GEN-STORE
                KEY IS GREATER THAN GEN-KEY
                INVALID KEY
                    SET WS-LOG-EOF TO TRUE
            END-START
            PERFORM UNTIL WS-LOG-EOF OR WS-ROLL-FAILED
                READ GEN-STORE NEXT RECORD
                    AT END
                        SET WS-LOG-EOF TO TRUE
                    NOT AT END
                        IF GEN-LOG-ID NOT = WS-LOG-ID
                            OR GEN-NUMBER NOT = WS-EXPIRE-GEN
                            SET WS-LOG-EOF TO TRUE
                        ELSE
                            DELETE GEN-STORE RECORD
                                INVALID KEY
                                    CONTINUE
                            END-DELETE
                            IF WS-GEN-FILE-OK
                                ADD 1 TO WS-DELETED-COUNT
                            ELSE
                                DISPLAY "HELLOROL: generation store "
                                        "delete failed for "
                                        WS-LOG-ID " generation "
                                        WS-EXPIRE-GEN ", status "
                                        WS-GEN-FILE-STATUS
                                MOVE "2800-DELETE-GEN-ROWS"
                                    TO WS-ERR-PARAGRAPH
                                MOVE WS-GEN-FILE-STATUS
                                    TO WS-ERR-FILE-STATUS
                                MOVE "E" TO WS-ERR-SEVERITY
                                PERFORM 7000-LOG-FILE-ERROR
                                    THRU 7000-EXIT
                                SET WS-ROLL-FAILED TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        2800-EXIT.
            EXIT.

        2900-REJECT-CARD.
            SET WS-CARD-REJECTED TO TRUE
            ADD 1 TO WS-REJECT-COUNT
            IF WS-RC-WARNING > RETURN-CODE
                MOVE WS-RC-WARNING TO RETURN-CODE
            END-IF
            MOVE SPACES TO WS-PRINT-LINE
            STRING ROP-LOG-ID         DELIMITED BY SIZE
                   "  RETENTION "     DELIMITED BY SIZE
                   ROP-RETENTION      DELIMITED BY SIZE
                   "  OPERATOR "      DELIMITED BY SIZE
                   ROP-OPERATOR-ID    DELIMITED BY SIZE
                   "  REJECTED - "    DELIMITED BY SIZE
                   WS-REJECT-REASON   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2900-EXIT.
            EXIT.

        2950-WRITE-ROLL-LINE.
            MOVE WS-ROLL-COUNT TO WS-RECORDS-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            IF WS-ROLL-COUNT = 0
                STRING WS-LOG-ID        DELIMITED BY SIZE
                       "  "             DELIMITED BY SIZE
                       WS-ACTION-TEXT   DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING WS-LOG-ID        DELIMITED BY SIZE
                       "  GEN "         DELIMITED BY SIZE
                       WS-NEW-GEN       DELIMITED BY SIZE
                       "  "             DELIMITED BY SIZE
                       WS-FIRST-DATE    DELIMITED BY SIZE
                       "-"              DELIMITED BY SIZE
                       WS-LAST-DATE     DELIMITED BY SIZE
                       "  RECORDS "     DELIMITED BY SIZE
                       WS-RECORDS-EDIT  DELIMITED BY SIZE
                       "  "             DELIMITED BY SIZE
                       WS-ACTION-TEXT   DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2950-EXIT.
            EXIT.

        3000-PRINT-CATALOG.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE "GENERATION CATALOG" TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                    UNTIL WS-LOG-IDX > 4
                MOVE WS-LOG-NAME(WS-LOG-IDX) TO WS-LOG-ID
                PERFORM 3100-PRINT-ONE-LOG THRU 3100-EXIT
            END-PERFORM.
        3000-EXIT.
            EXIT.

        3100-PRINT-ONE-LOG.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-LOG-ID TO GCT-LOG-ID
            MOVE 0         TO GCT-GEN-NUMBER
            READ GEN-CATALOG
                INVALID KEY
                    CONTINUE
            END-READ
            MOVE SPACES TO WS-PRINT-LINE
            IF WS-GCT-FILE-OK
                MOVE GCT-C-RETENTION TO WS-RETENTION-EDIT
                STRING WS-LOG-ID          DELIMITED BY SIZE
                       "  RETENTION "     DELIMITED BY SIZE
                       WS-RETENTION-EDIT  DELIMITED BY SIZE
                       " GENERATIONS  LAST GENERATION "
                                          DELIMITED BY SIZE
                       GCT-C-LAST-GEN     DELIMITED BY SIZE
                       "  LAST ROLLED "   DELIMITED BY SIZE
                       GCT-C-LAST-ROLL-DATE DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING WS-LOG-ID          DELIMITED BY SIZE
                       "  NEVER ROLLED"   DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE "N" TO WS-SCAN-END-SW
            START GEN-CATALOG
                KEY IS GREATER THAN GCT-KEY
                INVALID KEY
                    SET WS-SCAN-END TO TRUE
            END-START
            PERFORM UNTIL WS-SCAN-END
                READ GEN-CATALOG NEXT RECORD
                    AT END
                        SET WS-SCAN-END TO TRUE
                    NOT AT END
                        IF GCT-LOG-ID NOT = WS-LOG-ID
                            SET WS-SCAN-END TO TRUE
                        ELSE
                            PERFORM 3200-PRINT-GENERATION
                                THRU 3200-EXIT
                        END-IF
                END-READ
            END-PERFORM.
        3100-EXIT.
            EXIT.

        3200-PRINT-GENERATION.
            IF GCT-STATUS-ACTIVE
                MOVE "ACTIVE" TO WS-STATUS-TEXT
            ELSE
                MOVE "EXPIRED" TO WS-STATUS-TEXT
            END-IF
            MOVE GCT-RECORD-COUNT TO WS-RECORDS-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "    GEN "          DELIMITED BY SIZE
                   GCT-GEN-NUMBER      DELIMITED BY SIZE
                   "  "                DELIMITED BY SIZE
                   WS-STATUS-TEXT      DELIMITED BY SIZE
                   "  CUT "            DELIMITED BY SIZE
                   GCT-CREATE-DATE     DELIMITED BY SIZE
                   " "                 DELIMITED BY SIZE
                   GCT-CREATE-TIME     DELIMITED BY SIZE
                   " BY "              DELIMITED BY SIZE
                   GCT-CREATE-OPER     DELIMITED BY SIZE
                   "  DATES "          DELIMITED BY SIZE
                   GCT-FIRST-DATE      DELIMITED BY SIZE
                   "-"                 DELIMITED BY SIZE
                   GCT-LAST-DATE       DELIMITED BY SIZE
                   "  RECORDS "        DELIMITED BY SIZE
                   WS-RECORDS-EDIT     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            IF GCT-STATUS-EXPIRED
                MOVE "EXPIRED" TO WS-PRINT-LINE(102:7)
                MOVE GCT-EXPIRE-DATE TO WS-PRINT-LINE(110:8)
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        3200-EXIT.
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
            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-CARD-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "CARDS READ:            " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-ROLLED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "LOGS ROLLED:           " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-EMPTY-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "LOGS EMPTY:            " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "GENERATIONS EXPIRED:   " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "CARDS REJECTED:        " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-CTL-FILE-OK OR WS-CTL-FILE-EOF
                CLOSE CTL-FILE
            END-IF
            IF WS-GCT-OPEN
                CLOSE GEN-CATALOG
            END-IF
            IF WS-GEN-OPEN
                CLOSE GEN-STORE
            END-IF.
        9000-EXIT.
            EXIT.
