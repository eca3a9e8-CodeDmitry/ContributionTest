        *>+--------------------------------------------------------------------+
        *>| HELLOINB - inbound service-desk request interface for the         |
        *>| HELLOWORLD family.  Runs ahead of HELLOEDT and HELLOWORLD in the  |
        *>| nightly cycle.  Reads the delimited request file the service      |
        *>| desk sends (HELLOSDI):                                            |
        *>|     HDR|send date|file sequence (6 digits)                        |
        *>|     DTL|ticket|site|message|run date|date option|operator         |
        *>|     TRL|detail record count (7 digits)                            |
        *>| The whole file is refused when the header or trailer is missing   |
        *>| or malformed, when the trailer count does not balance to the      |
        *>| details, or when the file sequence is already on the received-    |
        *>| file register (HELLOINC) as accepted.  Otherwise each ticket is   |
        *>| edited and, if clean, appended to the night's HELLOTRN deck as    |
        *>| a TRANREC card carrying the ticket number, and entered on the     |
        *>| ticket register (HELLOTKT) that HELLOWORLD later stamps with the  |
        *>| HELLOHST key of the run it produced.  A ticket already on the     |
        *>| register is a duplicate and is not queued again.  The intake      |
        *>| outcome of every ticket (queued, rejected with the reason, or     |
        *>| duplicate) goes back to the service desk on the response file     |
        *>| (HELLOSDO) in the same delimited form, and is listed on the       |
        *>| intake report.  The same response then carries the final outcome  |
        *>| of every earlier ticket the deck edit or the night run has        |
        *>| settled since it was last reported: processed with the HELLOHST   |
        *>| key of its run, or rejected with the reason.  A refused file ends |
        *>| with RETURN-CODE 8; rejected or duplicate tickets end with 4.     |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. helloinb.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INBOUND-FILE ASSIGN TO "HELLOSDI"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INB-FILE-STATUS.

            SELECT RESPONSE-FILE ASSIGN TO "HELLOSDO"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RSP-FILE-STATUS.

            SELECT RECEIVED-FILE ASSIGN TO "HELLOINC"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INC-FILE-SEQ
                FILE STATUS IS WS-INC-FILE-STATUS.

            SELECT TICKET-FILE ASSIGN TO "HELLOTKT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TKT-TICKET-NO
                FILE STATUS IS WS-TKT-FILE-STATUS.

            SELECT TRAN-FILE ASSIGN TO "HELLOTRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOINR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INBOUND-FILE
            LABEL RECORDS ARE STANDARD.
        01 INB-RECORD               PIC X(200).

        FD  RESPONSE-FILE
            LABEL RECORDS ARE STANDARD.
        01 RSP-RECORD               PIC X(132).

        FD  RECEIVED-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "increc.cpy".

        FD  TICKET-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "tktrec.cpy".

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "tranrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOINB".
        01 WS-PRINT-LINE            PIC X(132).
        01 WS-RESPONSE-LINE         PIC X(132).

        01 WS-INB-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-INB-FILE-OK              VALUE "00".
            88 WS-INB-FILE-EOF             VALUE "10".
            88 WS-INB-FILE-NOT-FOUND       VALUE "35".

        01 WS-RSP-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RSP-FILE-OK              VALUE "00".

        01 WS-INC-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-INC-FILE-OK              VALUE "00".
            88 WS-INC-FILE-NOT-FOUND       VALUE "35".
            88 WS-INC-FILE-NO-RECORD       VALUE "23".

        01 WS-TKT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-TKT-FILE-OK              VALUE "00".
            88 WS-TKT-FILE-NOT-FOUND       VALUE "35".
            88 WS-TKT-FILE-NO-RECORD       VALUE "23".
            88 WS-TKT-FILE-EOF             VALUE "10".

        01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-TRAN-FILE-OK             VALUE "00".

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

        01 WS-INB-MISSING-SW        PIC X VALUE "N".
            88 WS-INB-MISSING              VALUE "Y".
        01 WS-INB-EOF-SW            PIC X VALUE "N".
            88 WS-INB-EOF                  VALUE "Y".
        01 WS-RSP-OPEN-SW           PIC X VALUE "N".
            88 WS-RSP-OPEN                 VALUE "Y".
        01 WS-INC-OPEN-SW           PIC X VALUE "N".
            88 WS-INC-OPEN                 VALUE "Y".
        01 WS-TKT-OPEN-SW           PIC X VALUE "N".
            88 WS-TKT-OPEN                 VALUE "Y".
        01 WS-TRAN-OPEN-SW          PIC X VALUE "N".
            88 WS-TRAN-OPEN                VALUE "Y".
        01 WS-DECK-FAILED-SW        PIC X VALUE "N".
            88 WS-DECK-FAILED              VALUE "Y".

        01 WS-HEADER-SEEN-SW        PIC X VALUE "N".
            88 WS-HEADER-SEEN              VALUE "Y".
        01 WS-HEADER-VALID-SW       PIC X VALUE "N".
            88 WS-HEADER-VALID             VALUE "Y".
        01 WS-TRAILER-SEEN-SW       PIC X VALUE "N".
            88 WS-TRAILER-SEEN             VALUE "Y".
        01 WS-FILE-REFUSED-SW       PIC X VALUE "N".
            88 WS-FILE-REFUSED             VALUE "Y".
        01 WS-SEQ-RECEIVED-SW       PIC X VALUE "N".
            88 WS-SEQ-RECEIVED             VALUE "Y".
        01 WS-INC-ON-FILE-SW        PIC X VALUE "N".
            88 WS-INC-ON-FILE              VALUE "Y".

        01 WS-TKT-KEY-OK-SW         PIC X VALUE "N".
            88 WS-TKT-KEY-OK               VALUE "Y".
        01 WS-TKT-ON-FILE-SW        PIC X VALUE "N".
            88 WS-TKT-ON-FILE              VALUE "Y".
        01 WS-TKT-DUPLICATE-SW      PIC X VALUE "N".
            88 WS-TKT-DUPLICATE            VALUE "Y".
        01 WS-TKT-EOF-SW            PIC X VALUE "N".
            88 WS-TKT-EOF                  VALUE "Y".

        01 WS-INB-REC-TYPE          PIC X(3).
        01 WS-INB-FIELD-2           PIC X(40).
        01 WS-INB-FIELD-3           PIC X(40).
        01 WS-INB-FIELD-4           PIC X(40).
        01 WS-INB-FIELD-5           PIC X(40).
        01 WS-INB-FIELD-6           PIC X(40).
        01 WS-INB-FIELD-7           PIC X(40).

        01 WS-HDR-SEND-DATE         PIC X(8) VALUE SPACES.
        01 WS-HDR-FILE-SEQ          PIC X(6) VALUE SPACES.
        01 WS-HDR-FILE-SEQ-N REDEFINES WS-HDR-FILE-SEQ
                                    PIC 9(6).
        01 WS-TRL-COUNT             PIC 9(7) VALUE 0.

        01 WS-REFUSE-REASON         PIC X(30).
        01 WS-FILE-REASON           PIC X(30) VALUE SPACES.
        01 WS-FILE-OUTCOME          PIC X(8).

        01 WS-TKT-TICKET-NO         PIC X(10).
        01 WS-TKT-OUTCOME           PIC X(9).
        01 WS-TKT-REASON            PIC X(30).

        01 WS-INB-REC-COUNT         PIC 9(7) VALUE 0.
        01 WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
        01 WS-TICKET-COUNT          PIC 9(7) VALUE 0.
        01 WS-QUEUED-COUNT          PIC 9(7) VALUE 0.
        01 WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
        01 WS-DUPLICATE-COUNT       PIC 9(7) VALUE 0.
        01 WS-PROCESSED-COUNT       PIC 9(7) VALUE 0.
        01 WS-NIGHT-REJECT-COUNT    PIC 9(7) VALUE 0.
        01 WS-HIST-KEY-TEXT         PIC X(13).
        01 WS-COUNT-EDIT            PIC Z,ZZZ,ZZ9.

        01 WS-TODAY-DATE            PIC X(8).

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
                AND NOT WS-INB-MISSING
                PERFORM 2000-CHECK-CONTROLS THRU 2000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND NOT WS-INB-MISSING
                PERFORM 3000-PROCESS-TICKETS THRU 3000-EXIT
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND NOT WS-INB-MISSING
                PERFORM 4000-REGISTER-FILE THRU 4000-EXIT
            END-IF
            PERFORM 9000-TERMINATE THRU 9000-EXIT
            GOBACK.

        1000-INITIALIZE.
            MOVE WS-RC-NORMAL TO RETURN-CODE
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD
                DELIMITED BY SIZE INTO WS-REPORT-DATE
            END-STRING
            MOVE SPACES TO WS-TODAY-DATE
            STRING WS-CDT-YYYY WS-CDT-MM WS-CDT-DD
                DELIMITED BY SIZE INTO WS-TODAY-DATE
            END-STRING

            OPEN OUTPUT REPORT-FILE
            IF NOT WS-RPT-FILE-OK
                DISPLAY "HELLOINB: unable to open report file, status "
                        WS-RPT-FILE-STATUS
                MOVE "1000-INITIALIZE"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-RPT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                PERFORM 1100-WRITE-PAGE-HEADERS THRU 1100-EXIT
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT INBOUND-FILE
                IF WS-INB-FILE-OK
                    CLOSE INBOUND-FILE
                ELSE
                    SET WS-INB-MISSING TO TRUE
                    IF WS-INB-FILE-NOT-FOUND
                        DISPLAY "HELLOINB: no service desk request "
                                "file tonight - nothing to take in"
                    ELSE
                        DISPLAY "HELLOINB: unable to open request "
                                "file, status " WS-INB-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-INB-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND NOT WS-INB-MISSING
                OPEN I-O RECEIVED-FILE
                IF WS-INC-FILE-NOT-FOUND
                    OPEN OUTPUT RECEIVED-FILE
                    CLOSE RECEIVED-FILE
                    OPEN I-O RECEIVED-FILE
                END-IF
                IF WS-INC-FILE-OK
                    SET WS-INC-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOINB: unable to open received-file "
                            "register, status " WS-INC-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-INC-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND NOT WS-INB-MISSING
                OPEN I-O TICKET-FILE
                IF WS-TKT-FILE-NOT-FOUND
                    OPEN OUTPUT TICKET-FILE
                    CLOSE TICKET-FILE
                    OPEN I-O TICKET-FILE
                END-IF
                IF WS-TKT-FILE-OK
                    SET WS-TKT-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOINB: unable to open ticket register, "
                            "status " WS-TKT-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD SERVICE DESK REQUEST INTAKE"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE "TICKET     OUTCOME   REASON / CARD QUEUED"
                TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-CHECK-CONTROLS.
            OPEN INPUT INBOUND-FILE
            MOVE "N" TO WS-INB-EOF-SW
            PERFORM UNTIL WS-INB-EOF
                READ INBOUND-FILE
                    AT END
                        SET WS-INB-EOF TO TRUE
                    NOT AT END
                        PERFORM 2100-CHECK-ONE-RECORD
                            THRU 2100-EXIT
                END-READ
            END-PERFORM
            CLOSE INBOUND-FILE

            IF WS-INB-REC-COUNT = 0
                MOVE "EMPTY REQUEST FILE" TO WS-REFUSE-REASON
                PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
            END-IF
            IF NOT WS-TRAILER-SEEN
                MOVE "NO TRAILER RECORD" TO WS-REFUSE-REASON
                PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
            END-IF
            IF WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                MOVE "DETAIL COUNT DOES NOT BALANCE"
                    TO WS-REFUSE-REASON
                PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
            END-IF

            IF WS-HEADER-VALID
                PERFORM 2200-CHECK-FILE-SEQ THRU 2200-EXIT
            END-IF

            IF NOT WS-FILE-REFUSED
                PERFORM 2300-OPEN-TRAN-DECK THRU 2300-EXIT
            END-IF

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "FILE SEQUENCE " DELIMITED BY SIZE
                   WS-HDR-FILE-SEQ  DELIMITED BY SIZE
                   "  SENT "        DELIMITED BY SIZE
                   WS-HDR-SEND-DATE DELIMITED BY SIZE
                   "  DETAILS "     DELIMITED BY SIZE
                   WS-COUNT-EDIT    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2000-EXIT.
            EXIT.

        2100-CHECK-ONE-RECORD.
            ADD 1 TO WS-INB-REC-COUNT
            PERFORM 2150-PARSE-INBOUND-LINE THRU 2150-EXIT

            IF WS-INB-REC-COUNT = 1
                IF WS-INB-REC-TYPE NOT = "HDR"
                    MOVE "NO HEADER RECORD" TO WS-REFUSE-REASON
                    PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                ELSE
                    SET WS-HEADER-SEEN TO TRUE
                    IF WS-INB-FIELD-2(1:8) IS NUMERIC
                        AND WS-INB-FIELD-2(9:32) = SPACES
                        AND WS-INB-FIELD-3(1:6) IS NUMERIC
                        AND WS-INB-FIELD-3(7:34) = SPACES
                        SET WS-HEADER-VALID TO TRUE
                        MOVE WS-INB-FIELD-2(1:8) TO WS-HDR-SEND-DATE
                        MOVE WS-INB-FIELD-3(1:6) TO WS-HDR-FILE-SEQ
                    ELSE
                        MOVE "INVALID HEADER RECORD"
                            TO WS-REFUSE-REASON
                        PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                    END-IF
                END-IF
            ELSE
                IF WS-TRAILER-SEEN
                    MOVE "RECORDS FOLLOW TRAILER RECORD"
                        TO WS-REFUSE-REASON
                    PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                END-IF
                IF WS-INB-REC-TYPE = "HDR"
                    MOVE "MORE THAN ONE HEADER RECORD"
                        TO WS-REFUSE-REASON
                    PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                END-IF
                IF WS-INB-REC-TYPE = "DTL"
                    ADD 1 TO WS-DETAIL-COUNT
                END-IF
                IF WS-INB-REC-TYPE = "TRL"
                    SET WS-TRAILER-SEEN TO TRUE
                    IF WS-INB-FIELD-2(1:7) IS NUMERIC
                        AND WS-INB-FIELD-2(8:33) = SPACES
                        MOVE WS-INB-FIELD-2(1:7) TO WS-TRL-COUNT
                    ELSE
                        MOVE "INVALID TRAILER RECORD"
                            TO WS-REFUSE-REASON
                        PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                    END-IF
                END-IF
                IF WS-INB-REC-TYPE NOT = "HDR"
                    AND WS-INB-REC-TYPE NOT = "DTL"
                    AND WS-INB-REC-TYPE NOT = "TRL"
                    MOVE "UNKNOWN RECORD TYPE" TO WS-REFUSE-REASON
                    PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                END-IF
            END-IF.
        2100-EXIT.
            EXIT.

        2150-PARSE-INBOUND-LINE.
            MOVE SPACES TO WS-INB-REC-TYPE WS-INB-FIELD-2
                           WS-INB-FIELD-3 WS-INB-FIELD-4
                           WS-INB-FIELD-5 WS-INB-FIELD-6
                           WS-INB-FIELD-7
            UNSTRING INB-RECORD DELIMITED BY "|"
                INTO WS-INB-REC-TYPE
                     WS-INB-FIELD-2
                     WS-INB-FIELD-3
                     WS-INB-FIELD-4
                     WS-INB-FIELD-5
                     WS-INB-FIELD-6
                     WS-INB-FIELD-7
            END-UNSTRING.
        2150-EXIT.
            EXIT.

        2200-CHECK-FILE-SEQ.
            MOVE WS-HDR-FILE-SEQ-N TO INC-FILE-SEQ
            READ RECEIVED-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-INC-FILE-OK
                SET WS-INC-ON-FILE TO TRUE
                IF INC-STATUS-ACCEPTED
                    SET WS-SEQ-RECEIVED TO TRUE
                    MOVE "FILE SEQUENCE ALREADY RECEIVED"
                        TO WS-REFUSE-REASON
                    PERFORM 2900-REFUSE-FILE THRU 2900-EXIT
                END-IF
            ELSE
                IF NOT WS-INC-FILE-NO-RECORD
                    DISPLAY "HELLOINB: received-file register read "
                            "failed, status " WS-INC-FILE-STATUS
                    MOVE "2200-CHECK-FILE-SEQ"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-INC-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        2300-OPEN-TRAN-DECK.
            OPEN EXTEND TRAN-FILE
            IF NOT WS-TRAN-FILE-OK
                OPEN OUTPUT TRAN-FILE
            END-IF
            IF WS-TRAN-FILE-OK
                SET WS-TRAN-OPEN TO TRUE
            ELSE
                DISPLAY "HELLOINB: unable to open transaction deck, "
                        "status " WS-TRAN-FILE-STATUS
                MOVE "2300-OPEN-TRAN-DECK"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        2300-EXIT.
            EXIT.

        2900-REFUSE-FILE.
            IF NOT WS-FILE-REFUSED
                SET WS-FILE-REFUSED TO TRUE
                MOVE WS-REFUSE-REASON TO WS-FILE-REASON
            END-IF.
        2900-EXIT.
            EXIT.

        3000-PROCESS-TICKETS.
            OPEN OUTPUT RESPONSE-FILE
            IF WS-RSP-FILE-OK
                SET WS-RSP-OPEN TO TRUE
            ELSE
                DISPLAY "HELLOINB: unable to open response file, "
                        "status " WS-RSP-FILE-STATUS
                MOVE "3000-PROCESS-TICKETS"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-RSP-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF

            IF WS-FILE-REFUSED
                MOVE "REJECTED" TO WS-FILE-OUTCOME
            ELSE
                MOVE "ACCEPTED" TO WS-FILE-OUTCOME
            END-IF
            MOVE SPACES TO WS-RESPONSE-LINE
            STRING "HDR|"           DELIMITED BY SIZE
                   WS-HDR-SEND-DATE DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   WS-HDR-FILE-SEQ  DELIMITED BY SPACE
                   "|"              DELIMITED BY SIZE
                   WS-FILE-OUTCOME  DELIMITED BY SIZE
                   "|"              DELIMITED BY SIZE
                   WS-FILE-REASON   DELIMITED BY "  "
                INTO WS-RESPONSE-LINE
            END-STRING
            PERFORM 3800-WRITE-RESPONSE-LINE THRU 3800-EXIT

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT INBOUND-FILE
                MOVE "N" TO WS-INB-EOF-SW
                PERFORM UNTIL WS-INB-EOF
                    READ INBOUND-FILE
                        AT END
                            SET WS-INB-EOF TO TRUE
                        NOT AT END
                            PERFORM 2150-PARSE-INBOUND-LINE
                                THRU 2150-EXIT
                            IF WS-INB-REC-TYPE = "DTL"
                                PERFORM 3100-PROCESS-ONE-TICKET
                                    THRU 3100-EXIT
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE INBOUND-FILE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-TKT-OPEN
                PERFORM 3500-REPORT-OUTCOMES THRU 3500-EXIT
            END-IF

            MOVE SPACES TO WS-RESPONSE-LINE
            STRING "TRL|"             DELIMITED BY SIZE
                   WS-TICKET-COUNT    DELIMITED BY SIZE
                   "|"                DELIMITED BY SIZE
                   WS-QUEUED-COUNT    DELIMITED BY SIZE
                   "|"                DELIMITED BY SIZE
                   WS-REJECTED-COUNT  DELIMITED BY SIZE
                   "|"                DELIMITED BY SIZE
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
                   "|"                DELIMITED BY SIZE
                   WS-PROCESSED-COUNT DELIMITED BY SIZE
                   "|"                DELIMITED BY SIZE
                   WS-NIGHT-REJECT-COUNT
                                      DELIMITED BY SIZE
                INTO WS-RESPONSE-LINE
            END-STRING
            PERFORM 3800-WRITE-RESPONSE-LINE THRU 3800-EXIT.
        3000-EXIT.
            EXIT.

        3100-PROCESS-ONE-TICKET.
            ADD 1 TO WS-TICKET-COUNT
            MOVE SPACES TO WS-TKT-REASON
            MOVE "N" TO WS-TKT-KEY-OK-SW
            MOVE "N" TO WS-TKT-ON-FILE-SW
            MOVE "N" TO WS-TKT-DUPLICATE-SW
            MOVE WS-INB-FIELD-2(1:10) TO WS-TKT-TICKET-NO

            IF WS-FILE-REFUSED
                MOVE "FILE REJECTED - SEE HEADER" TO WS-TKT-REASON
            ELSE
                IF WS-TKT-TICKET-NO NOT = SPACES
                    AND WS-INB-FIELD-2(11:30) = SPACES
                    SET WS-TKT-KEY-OK TO TRUE
                    PERFORM 3150-LOOKUP-TICKET THRU 3150-EXIT
                END-IF
                PERFORM 3200-EDIT-TICKET THRU 3200-EXIT
                IF WS-TKT-REASON = SPACES
                    AND NOT WS-TKT-DUPLICATE
                    PERFORM 3300-QUEUE-TICKET THRU 3300-EXIT
                END-IF
                IF WS-TKT-KEY-OK
                    AND NOT WS-TKT-DUPLICATE
                    PERFORM 3400-REGISTER-TICKET THRU 3400-EXIT
                END-IF
            END-IF

            IF WS-TKT-DUPLICATE
                MOVE "DUPLICATE" TO WS-TKT-OUTCOME
                MOVE "TICKET ALREADY RECEIVED" TO WS-TKT-REASON
                ADD 1 TO WS-DUPLICATE-COUNT
            ELSE
                IF WS-TKT-REASON = SPACES
                    MOVE "QUEUED" TO WS-TKT-OUTCOME
                    ADD 1 TO WS-QUEUED-COUNT
                ELSE
                    MOVE "REJECTED" TO WS-TKT-OUTCOME
                    ADD 1 TO WS-REJECTED-COUNT
                END-IF
            END-IF

            MOVE SPACES TO WS-RESPONSE-LINE
            STRING "DTL|"          DELIMITED BY SIZE
                   WS-INB-FIELD-2  DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   WS-TKT-OUTCOME  DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   WS-TKT-REASON   DELIMITED BY "  "
                INTO WS-RESPONSE-LINE
            END-STRING
            PERFORM 3800-WRITE-RESPONSE-LINE THRU 3800-EXIT

            MOVE SPACES TO WS-PRINT-LINE
            IF WS-TKT-REASON = SPACES
                STRING WS-TKT-TICKET-NO DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       WS-TKT-OUTCOME   DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       TRAN-RECORD      DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING WS-TKT-TICKET-NO DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       WS-TKT-OUTCOME   DELIMITED BY SIZE
                       " "              DELIMITED BY SIZE
                       WS-TKT-REASON    DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            IF WS-RPT-FILE-OK
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.
        3100-EXIT.
            EXIT.

        3150-LOOKUP-TICKET.
            MOVE WS-TKT-TICKET-NO TO TKT-TICKET-NO
            READ TICKET-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-TKT-FILE-OK
                IF TKT-STATUS-REFUSED
                    SET WS-TKT-ON-FILE TO TRUE
                ELSE
                    SET WS-TKT-DUPLICATE TO TRUE
                END-IF
            ELSE
                IF NOT WS-TKT-FILE-NO-RECORD
                    DISPLAY "HELLOINB: ticket register read failed "
                            "for " WS-TKT-TICKET-NO ", status "
                            WS-TKT-FILE-STATUS
                    MOVE "3150-LOOKUP-TICKET"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "W" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    MOVE "TICKET REGISTER UNAVAILABLE"
                        TO WS-TKT-REASON
                    MOVE "N" TO WS-TKT-KEY-OK-SW
                END-IF
            END-IF.
        3150-EXIT.
            EXIT.

        3200-EDIT-TICKET.
            EVALUATE TRUE
                WHEN WS-TKT-REASON NOT = SPACES
                    CONTINUE
                WHEN WS-TKT-DUPLICATE
                    CONTINUE
                WHEN WS-TKT-TICKET-NO = SPACES
                    MOVE "NO TICKET NUMBER" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-2(11:30) NOT = SPACES
                    MOVE "TICKET NUMBER TOO LONG" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-3(5:36) NOT = SPACES
                    MOVE "SITE CODE TOO LONG" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-4(21:20) NOT = SPACES
                    MOVE "MESSAGE TEXT TOO LONG" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-5(9:32) NOT = SPACES
                    MOVE "RUN DATE TOO LONG" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-6(2:39) NOT = SPACES
                    MOVE "DATE OPTION TOO LONG" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-7(9:32) NOT = SPACES
                    MOVE "OPERATOR ID TOO LONG" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-3 = SPACES
                    AND WS-INB-FIELD-4 = SPACES
                    MOVE "NO MESSAGE OR SITE CODE" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-5 NOT = SPACES
                    AND WS-INB-FIELD-5(1:8) IS NOT NUMERIC
                    MOVE "RUN DATE NOT NUMERIC" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-6 NOT = SPACES
                    AND WS-INB-FIELD-6(1:1) NOT = "R"
                    MOVE "INVALID DATE OPTION" TO WS-TKT-REASON
                WHEN WS-INB-FIELD-7 = SPACES
                    MOVE "NO OPERATOR ID" TO WS-TKT-REASON
                WHEN NOT WS-TRAN-OPEN
                    MOVE "TRANSACTION DECK UNAVAILABLE"
                        TO WS-TKT-REASON
                WHEN WS-DECK-FAILED
                    MOVE "TRANSACTION DECK WRITE FAILED"
                        TO WS-TKT-REASON
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
        3200-EXIT.
            EXIT.

        3300-QUEUE-TICKET.
            MOVE SPACES TO TRAN-RECORD
            MOVE WS-INB-FIELD-4(1:20) TO TRAN-MESSAGE-TEXT
            MOVE WS-INB-FIELD-5(1:8)  TO TRAN-RUN-DATE
            MOVE WS-INB-FIELD-3(1:4)  TO TRAN-SITE-CODE
            MOVE WS-INB-FIELD-6(1:1)  TO TRAN-DATE-OPTION
            MOVE WS-INB-FIELD-7(1:8)  TO TRAN-OPERATOR-ID
            MOVE WS-TKT-TICKET-NO     TO TRAN-TICKET-NO
            WRITE TRAN-RECORD
            IF NOT WS-TRAN-FILE-OK
                DISPLAY "HELLOINB: deck write failed, status "
                        WS-TRAN-FILE-STATUS
                MOVE "3300-QUEUE-TICKET"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                SET WS-DECK-FAILED TO TRUE
                MOVE "TRANSACTION DECK WRITE FAILED" TO WS-TKT-REASON
            END-IF.
        3300-EXIT.
            EXIT.

        3400-REGISTER-TICKET.
            MOVE SPACES TO TKT-RECORD
            MOVE WS-TKT-TICKET-NO    TO TKT-TICKET-NO
            MOVE WS-HDR-FILE-SEQ-N   TO TKT-FILE-SEQ
            MOVE WS-TODAY-DATE       TO TKT-RECEIVED-DATE
            MOVE 0                   TO TKT-HIST-RUN-SEQ
            MOVE WS-TODAY-DATE       TO TKT-REPORTED-DATE
            IF WS-TKT-REASON = SPACES
                SET TKT-STATUS-QUEUED TO TRUE
            ELSE
                SET TKT-STATUS-REFUSED TO TRUE
                MOVE WS-TKT-REASON   TO TKT-REASON
            END-IF

            IF WS-TKT-ON-FILE
                REWRITE TKT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                WRITE TKT-RECORD
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF
            IF NOT WS-TKT-FILE-OK
                DISPLAY "HELLOINB: ticket register update failed for "
                        WS-TKT-TICKET-NO ", status "
                        WS-TKT-FILE-STATUS
                MOVE "3400-REGISTER-TICKET"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        3400-EXIT.
            EXIT.

        3500-REPORT-OUTCOMES.
            MOVE "N" TO WS-TKT-EOF-SW
            MOVE LOW-VALUES TO TKT-TICKET-NO
            START TICKET-FILE KEY IS NOT LESS THAN TKT-TICKET-NO
                INVALID KEY
                    SET WS-TKT-EOF TO TRUE
            END-START

            PERFORM UNTIL WS-TKT-EOF
                READ TICKET-FILE NEXT RECORD
                    AT END
                        SET WS-TKT-EOF TO TRUE
                    NOT AT END
                        IF TKT-REPORTED-DATE = SPACES
                            AND (TKT-STATUS-PROCESSED
                                 OR TKT-STATUS-NIGHT-REJECT)
                            PERFORM 3550-REPORT-ONE-OUTCOME
                                THRU 3550-EXIT
                        END-IF
                END-READ
            END-PERFORM

            IF NOT WS-TKT-FILE-OK
                AND NOT WS-TKT-FILE-EOF
                AND NOT WS-TKT-FILE-NO-RECORD
                DISPLAY "HELLOINB: ticket register scan failed, "
                        "status " WS-TKT-FILE-STATUS
                MOVE "3500-REPORT-OUTCOMES"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "W" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        3500-EXIT.
            EXIT.

        3550-REPORT-ONE-OUTCOME.
            MOVE SPACES TO WS-TKT-REASON
            IF TKT-STATUS-PROCESSED
                MOVE "PROCESSED" TO WS-TKT-OUTCOME
                ADD 1 TO WS-PROCESSED-COUNT
                MOVE SPACES TO WS-HIST-KEY-TEXT
                STRING TKT-HIST-RUN-DATE DELIMITED BY SIZE
                       "-"               DELIMITED BY SIZE
                       TKT-HIST-RUN-SEQ  DELIMITED BY SIZE
                    INTO WS-HIST-KEY-TEXT
                END-STRING
                MOVE WS-HIST-KEY-TEXT TO WS-TKT-REASON
            ELSE
                MOVE "REJECTED" TO WS-TKT-OUTCOME
                ADD 1 TO WS-NIGHT-REJECT-COUNT
                MOVE TKT-REASON TO WS-TKT-REASON
            END-IF

            MOVE SPACES TO WS-RESPONSE-LINE
            STRING "DTL|"          DELIMITED BY SIZE
                   TKT-TICKET-NO   DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   WS-TKT-OUTCOME  DELIMITED BY SPACE
                   "|"             DELIMITED BY SIZE
                   WS-TKT-REASON   DELIMITED BY "  "
                INTO WS-RESPONSE-LINE
            END-STRING
            PERFORM 3800-WRITE-RESPONSE-LINE THRU 3800-EXIT

            IF WS-RSP-OPEN
                MOVE WS-TODAY-DATE TO TKT-REPORTED-DATE
                REWRITE TKT-RECORD
                    INVALID KEY
                        CONTINUE
                END-REWRITE
                IF NOT WS-TKT-FILE-OK
                    DISPLAY "HELLOINB: ticket register update failed "
                            "for " TKT-TICKET-NO ", status "
                            WS-TKT-FILE-STATUS
                    MOVE "3550-REPORT-OUTCOME"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TKT-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "W" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF WS-RPT-FILE-OK
                AND WS-PROCESSED-COUNT + WS-NIGHT-REJECT-COUNT = 1
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
                MOVE "OUTCOMES OF EARLIER TICKETS SENT TO THE DESK"
                    TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF
            MOVE SPACES TO WS-PRINT-LINE
            STRING TKT-TICKET-NO    DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-TKT-OUTCOME   DELIMITED BY SIZE
                   " "              DELIMITED BY SIZE
                   WS-TKT-REASON    DELIMITED BY SIZE
                   "  (RUN "        DELIMITED BY SIZE
                   TKT-RUN-DATE     DELIMITED BY SIZE
                   ")"              DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            IF WS-RPT-FILE-OK
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE
            END-IF.
        3550-EXIT.
            EXIT.

        3800-WRITE-RESPONSE-LINE.
            IF WS-RSP-OPEN
                WRITE RSP-RECORD FROM WS-RESPONSE-LINE
                IF NOT WS-RSP-FILE-OK
                    DISPLAY "HELLOINB: response write failed, status "
                            WS-RSP-FILE-STATUS
                    MOVE "3800-WRITE-RESPONSE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-RSP-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    CLOSE RESPONSE-FILE
                    MOVE "N" TO WS-RSP-OPEN-SW
                END-IF
            END-IF.
        3800-EXIT.
            EXIT.

        4000-REGISTER-FILE.
            IF WS-HEADER-VALID
                AND NOT WS-SEQ-RECEIVED
                MOVE SPACES TO INC-RECORD
                MOVE WS-HDR-FILE-SEQ-N  TO INC-FILE-SEQ
                MOVE WS-HDR-SEND-DATE   TO INC-SEND-DATE
                MOVE WS-TODAY-DATE      TO INC-RECEIVED-DATE
                IF WS-FILE-REFUSED
                    SET INC-STATUS-REFUSED TO TRUE
                    MOVE WS-FILE-REASON TO INC-REASON
                ELSE
                    SET INC-STATUS-ACCEPTED TO TRUE
                END-IF
                MOVE WS-DETAIL-COUNT    TO INC-DETAIL-COUNT
                MOVE WS-QUEUED-COUNT    TO INC-QUEUED-COUNT
                MOVE WS-REJECTED-COUNT  TO INC-REJECTED-COUNT
                MOVE WS-DUPLICATE-COUNT TO INC-DUPLICATE-COUNT

                IF WS-INC-ON-FILE
                    REWRITE INC-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                ELSE
                    WRITE INC-RECORD
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                END-IF
                IF NOT WS-INC-FILE-OK
                    DISPLAY "HELLOINB: received-file register update "
                            "failed, status " WS-INC-FILE-STATUS
                    MOVE "4000-REGISTER-FILE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-INC-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        4000-EXIT.
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
            IF NOT WS-INB-MISSING
                IF WS-FILE-REFUSED
                    DISPLAY "HELLOINB: request file refused - "
                            WS-FILE-REASON
                    IF WS-RC-DATA-PROBLEM > RETURN-CODE
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    END-IF
                ELSE
                    IF WS-REJECTED-COUNT > 0
                        OR WS-DUPLICATE-COUNT > 0
                        IF WS-RC-WARNING > RETURN-CODE
                            MOVE WS-RC-WARNING TO RETURN-CODE
                        END-IF
                    END-IF
                END-IF
            END-IF

            IF WS-RPT-FILE-OK
                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-PRINT-LINE
                IF WS-INB-MISSING
                    MOVE "NO REQUEST FILE RECEIVED" TO WS-PRINT-LINE
                ELSE
                    IF WS-FILE-REFUSED
                        STRING "FILE REJECTED:         "
                                               DELIMITED BY SIZE
                               WS-FILE-REASON  DELIMITED BY SIZE
                            INTO WS-PRINT-LINE
                        END-STRING
                    ELSE
                        MOVE "FILE ACCEPTED" TO WS-PRINT-LINE
                    END-IF
                END-IF
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-TICKET-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TICKETS READ:          " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TICKETS QUEUED:        " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TICKETS REJECTED:      " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TICKETS DUPLICATE:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-PROCESSED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "OUTCOMES PROCESSED:    " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-NIGHT-REJECT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "OUTCOMES REJECTED:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-RSP-OPEN
                CLOSE RESPONSE-FILE
            END-IF
            IF WS-TRAN-OPEN
                CLOSE TRAN-FILE
            END-IF
            IF WS-TKT-OPEN
                CLOSE TICKET-FILE
            END-IF
            IF WS-INC-OPEN
                CLOSE RECEIVED-FILE
            END-IF

            MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOINB: TICKETS QUEUED " WS-COUNT-EDIT.
        9000-EXIT.
            EXIT.
