        *>+--------------------------------------------------------------------+
        *>| HELLODCL - dual-control request listing for the morning shift.    |
        *>| Reads the pending-request file (HELLODCQ) and prints it in four   |
        *>| sections on HELLODCW: requests still pending approval, requests   |
        *>| approved and not yet used (flagged EXPIRED once the approval has  |
        *>| run out), requests declined, and requests used by the             |
        *>| destructive program they were filed for.  Declined and used       |
        *>| requests are listed only for the days back given on the optional  |
        *>| control card (HELLODCP, default 7) so the listing stays short.    |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellodcl.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE ASSIGN TO "HELLODCP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT REQUEST-FILE ASSIGN TO "HELLODCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DCQ-REQUEST-ID
                FILE STATUS IS WS-DCQ-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLODCW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 DCP-RECORD.
            05 DCP-DAYS-BACK           PIC 9(3).
            05 FILLER                  PIC X(77).

        FD  REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "dcqrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLODCL".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".
            88 WS-CTL-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-DCQ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-DCQ-FILE-OK              VALUE "00".
            88 WS-DCQ-FILE-EOF             VALUE "10".
            88 WS-DCQ-FILE-NOT-FOUND       VALUE "35".

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

        01 WS-DCQ-EOF-SW            PIC X VALUE "N".
            88 WS-DCQ-EOF                  VALUE "Y".
        01 WS-DCQ-OPEN-SW           PIC X VALUE "N".
            88 WS-DCQ-OPEN                 VALUE "Y".

        01 WS-SECTION-TABLE.
            05 FILLER               PIC X(21)
                                    VALUE "PPENDING APPROVAL    ".
            05 FILLER               PIC X(21)
                                    VALUE "AAPPROVED - NOT USED ".
            05 FILLER               PIC X(21)
                                    VALUE "DDECLINED            ".
            05 FILLER               PIC X(21)
                                    VALUE "UUSED                ".
        01 WS-SECTION-ENTRIES REDEFINES WS-SECTION-TABLE.
            05 WS-SECTION-ENTRY OCCURS 4 TIMES.
                10 WS-SECTION-STATUS PIC X(1).
                10 WS-SECTION-TITLE  PIC X(20).
        01 WS-SECTION-IDX           PIC 9(1).
        01 WS-SECTION-COUNT         PIC 9(5) OCCURS 4 TIMES.

        01 WS-DAYS-BACK             PIC 9(3) VALUE 7.
        01 WS-TODAY-DATE            PIC X(8).
        01 WS-TODAY-DATE-NUM        PIC 9(8).
        01 WS-TODAY-INTEGER         PIC 9(8).
        01 WS-FLOOR-INTEGER         PIC 9(8).
        01 WS-FLOOR-DATE-NUM        PIC 9(8).
        01 WS-FLOOR-DATE            PIC X(8).
        01 WS-ROW-DATE              PIC X(8).

        01 WS-EXPIRED-COUNT         PIC 9(5) VALUE 0.
        01 WS-OLDER-COUNT           PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

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
                AND WS-DCQ-OPEN
                PERFORM 2000-LIST-SECTION THRU 2000-EXIT
                    VARYING WS-SECTION-IDX FROM 1 BY 1
                    UNTIL WS-SECTION-IDX > 4
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
            MOVE WS-TODAY-DATE TO WS-TODAY-DATE-NUM
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
            INITIALIZE WS-SECTION-COUNT(1) WS-SECTION-COUNT(2)
                       WS-SECTION-COUNT(3) WS-SECTION-COUNT(4)

            OPEN INPUT CTL-FILE
            IF WS-CTL-FILE-OPEN-OK
                READ CTL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF DCP-DAYS-BACK IS NUMERIC
                            MOVE DCP-DAYS-BACK TO WS-DAYS-BACK
                        ELSE
                            DISPLAY "HELLODCL: days back not "
                                    "numeric: " DCP-DAYS-BACK
                            MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        END-IF
                END-READ
                CLOSE CTL-FILE
            END-IF
            COMPUTE WS-FLOOR-INTEGER = WS-TODAY-INTEGER - WS-DAYS-BACK
            COMPUTE WS-FLOOR-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-FLOOR-INTEGER)
            MOVE WS-FLOOR-DATE-NUM TO WS-FLOOR-DATE

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLODCL: unable to open report file, "
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
                OPEN INPUT REQUEST-FILE
                IF WS-DCQ-FILE-OK
                    SET WS-DCQ-OPEN TO TRUE
                ELSE
                    IF WS-DCQ-FILE-NOT-FOUND
                        DISPLAY "HELLODCL: no dual-control request "
                                "file on system - nothing to list"
                    ELSE
                        DISPLAY "HELLODCL: unable to open request "
                                "file, status " WS-DCQ-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-DCQ-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD DUAL-CONTROL REQUEST LISTING"
                                     DELIMITED BY SIZE
                   "     RUN DATE: " DELIMITED BY SIZE
                   WS-REPORT-DATE    DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING PAGE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "DECLINED AND USED REQUESTS SINCE "
                                     DELIMITED BY SIZE
                   WS-FLOOR-DATE     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-LIST-SECTION.
            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE WS-SECTION-TITLE(WS-SECTION-IDX) TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "  REQUEST PROGRAM  MAKER    FILED    "
                                     DELIMITED BY SIZE
                   "CHECKER  DECIDED  EXPIRES  USED BY  USED ON   "
                                     DELIMITED BY SIZE
                   "CARD / REASON"   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE "N" TO WS-DCQ-EOF-SW
            MOVE 1 TO DCQ-REQUEST-ID
            START REQUEST-FILE
                KEY IS NOT LESS THAN DCQ-REQUEST-ID
                INVALID KEY
                    SET WS-DCQ-EOF TO TRUE
            END-START

            PERFORM UNTIL WS-DCQ-EOF
                READ REQUEST-FILE NEXT RECORD
                    AT END
                        SET WS-DCQ-EOF TO TRUE
                    NOT AT END
                        IF DCQ-STATUS =
                            WS-SECTION-STATUS(WS-SECTION-IDX)
                            PERFORM 2100-SELECT-REQUEST THRU 2100-EXIT
                        END-IF
                END-READ
            END-PERFORM

            MOVE WS-SECTION-COUNT(WS-SECTION-IDX) TO WS-COUNT-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "  REQUESTS LISTED: " DELIMITED BY SIZE
                   WS-COUNT-EDIT         DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2000-EXIT.
            EXIT.

        2100-SELECT-REQUEST.
            EVALUATE TRUE
                WHEN DCQ-STATUS-DECLINED
                    MOVE DCQ-CHECKER-DATE TO WS-ROW-DATE
                WHEN DCQ-STATUS-USED
                    MOVE DCQ-USED-DATE    TO WS-ROW-DATE
                WHEN OTHER
                    MOVE HIGH-VALUES      TO WS-ROW-DATE
            END-EVALUATE

            IF WS-ROW-DATE < WS-FLOOR-DATE
                ADD 1 TO WS-OLDER-COUNT
            ELSE
                ADD 1 TO WS-SECTION-COUNT(WS-SECTION-IDX)
                PERFORM 2200-PRINT-REQUEST THRU 2200-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2200-PRINT-REQUEST.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "  "              DELIMITED BY SIZE
                   DCQ-REQUEST-ID    DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   DCQ-PROGRAM       DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-MAKER-OPER    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-MAKER-DATE    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-CHECKER-OPER  DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-CHECKER-DATE  DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-EXPIRE-DATE   DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-USED-OPER     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   DCQ-USED-DATE     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            IF DCQ-STATUS-DECLINED
                MOVE DCQ-REASON TO WS-PRINT-LINE(84:)
            ELSE
                MOVE DCQ-CARD-IMAGE(1:40) TO WS-PRINT-LINE(84:)
            END-IF
            IF DCQ-STATUS-APPROVED
                AND DCQ-EXPIRE-DATE < WS-TODAY-DATE
                ADD 1 TO WS-EXPIRED-COUNT
                MOVE "EXPIRED" TO WS-PRINT-LINE(126:)
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2200-EXIT.
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

                MOVE WS-SECTION-COUNT(1) TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REQUESTS PENDING:      " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SECTION-COUNT(2) TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REQUESTS APPROVED:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  OF WHICH EXPIRED:    " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SECTION-COUNT(3) TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REQUESTS DECLINED:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SECTION-COUNT(4) TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "REQUESTS USED:         " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-OLDER-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "OLDER, NOT LISTED:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-DCQ-OPEN
                CLOSE REQUEST-FILE
            END-IF.
        9000-EXIT.
            EXIT.
