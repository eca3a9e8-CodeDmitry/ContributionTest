        *>+--------------------------------------------------------------------+
        *>| HELLOSUL - aged reject suspense listing for the HELLOWORLD        |
        *>| family.  Reads the indexed reject suspense file (HELLOSUS) in     |
        *>| site order through its alternate site key and lists every item    |
        *>| still waiting on a department - open, or corrected but not yet    |
        *>| re-entered by HELLOSRE - with its age in days since the reject,   |
        *>| control-broken by site with counts in age bands and the oldest    |
        *>| item per site.  Items older than the days on the optional control |
        *>| card (HELLOSLP, default 7) are flagged overdue and end the run    |
        *>| with RETURN-CODE 4 so the morning shift chases them.              |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellosul.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL CTL-FILE ASSIGN TO "HELLOSLP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT SUSPENSE-FILE ASSIGN TO "HELLOSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUS-KEY
                ALTERNATE RECORD KEY IS SUS-SITE-KEY WITH DUPLICATES
                FILE STATUS IS WS-SUS-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOSLR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CTL-FILE
            LABEL RECORDS ARE STANDARD.
        01 SLP-RECORD.
            05 SLP-AGE-DAYS            PIC 9(3).
            05 FILLER                  PIC X(77).

        FD  SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "susrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOSUL".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".
            88 WS-CTL-FILE-OPEN-OK         VALUE "00" "05".

        01 WS-SUS-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SUS-FILE-OK              VALUE "00".
            88 WS-SUS-FILE-EOF             VALUE "10".
            88 WS-SUS-FILE-NOT-FOUND       VALUE "35".

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

        01 WS-SUS-EOF-SW            PIC X VALUE "N".
            88 WS-SUS-EOF                  VALUE "Y".
        01 WS-SUS-OPEN-SW           PIC X VALUE "N".
            88 WS-SUS-OPEN                 VALUE "Y".
        01 WS-SITE-STARTED-SW       PIC X VALUE "N".
            88 WS-SITE-STARTED             VALUE "Y".

        01 WS-AGE-DAYS              PIC 9(3) VALUE 7.
        01 WS-TODAY-DATE            PIC X(8).
        01 WS-TODAY-DATE-NUM        PIC 9(8).
        01 WS-TODAY-INTEGER         PIC 9(8).
        01 WS-REJ-DATE-NUM          PIC 9(8).
        01 WS-ITEM-AGE              PIC 9(5).
        01 WS-STATUS-TEXT           PIC X(10).

        01 WS-CURRENT-SITE          PIC X(4) VALUE SPACES.
        01 WS-SITE-ITEMS            PIC 9(5) VALUE 0.
        01 WS-SITE-OLDEST           PIC 9(5) VALUE 0.
        01 WS-SITE-BANDS.
            05 WS-SITE-BAND-COUNT    PIC 9(5) OCCURS 4 TIMES.
        01 WS-GRAND-ITEMS           PIC 9(5) VALUE 0.
        01 WS-GRAND-OVERDUE         PIC 9(5) VALUE 0.
        01 WS-GRAND-BANDS.
            05 WS-GRAND-BAND-COUNT   PIC 9(5) OCCURS 4 TIMES.
        01 WS-BAND-IDX              PIC 9(1).
        01 WS-SITE-COUNT            PIC 9(5) VALUE 0.
        01 WS-SUS-READ-COUNT        PIC 9(5) VALUE 0.

        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.
        01 WS-AGE-EDIT              PIC ZZ,ZZ9.

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
                AND NOT WS-SUS-EOF
                PERFORM 2000-LIST-SUSPENSE THRU 2000-EXIT
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
            INITIALIZE WS-GRAND-BANDS

            OPEN INPUT CTL-FILE
            IF WS-CTL-FILE-OPEN-OK
                READ CTL-FILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF SLP-AGE-DAYS IS NUMERIC
                            MOVE SLP-AGE-DAYS TO WS-AGE-DAYS
                        ELSE
                            DISPLAY "HELLOSUL: age days not "
                                    "numeric: " SLP-AGE-DAYS
                            MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                        END-IF
                END-READ
                CLOSE CTL-FILE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
                    DISPLAY "HELLOSUL: unable to open report file, "
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
                OPEN INPUT SUSPENSE-FILE
                IF WS-SUS-FILE-OK
                    SET WS-SUS-OPEN TO TRUE
                    MOVE LOW-VALUES TO SUS-SITE-KEY
                    START SUSPENSE-FILE
                        KEY IS NOT LESS THAN SUS-SITE-KEY
                        INVALID KEY
                            SET WS-SUS-EOF TO TRUE
                    END-START
                ELSE
                    SET WS-SUS-EOF TO TRUE
                    IF WS-SUS-FILE-NOT-FOUND
                        DISPLAY "HELLOSUL: no suspense file on system "
                                "- nothing to list"
                    ELSE
                        DISPLAY "HELLOSUL: unable to open suspense "
                                "file, status " WS-SUS-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-SUS-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD AGED REJECT SUSPENSE BY SITE"
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

        2000-LIST-SUSPENSE.
            PERFORM UNTIL WS-SUS-EOF
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        SET WS-SUS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-SUS-READ-COUNT
                        IF SUS-STATUS-OPEN OR SUS-STATUS-CORRECTED
                            IF NOT WS-SITE-STARTED
                                OR SUS-SITE-CODE NOT = WS-CURRENT-SITE
                                IF WS-SITE-STARTED
                                    PERFORM 2300-PRINT-SITE-TOTALS
                                        THRU 2300-EXIT
                                END-IF
                                PERFORM 2100-START-NEW-SITE
                                    THRU 2100-EXIT
                            END-IF
                            PERFORM 2200-PRINT-ITEM-LINE
                                THRU 2200-EXIT
                        END-IF
                END-READ
            END-PERFORM

            IF WS-SITE-STARTED
                PERFORM 2300-PRINT-SITE-TOTALS THRU 2300-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

        2100-START-NEW-SITE.
            SET WS-SITE-STARTED TO TRUE
            MOVE SUS-SITE-CODE TO WS-CURRENT-SITE
            MOVE 0 TO WS-SITE-ITEMS
            MOVE 0 TO WS-SITE-OLDEST
            INITIALIZE WS-SITE-BANDS
            ADD 1 TO WS-SITE-COUNT

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            IF WS-CURRENT-SITE = SPACES
                MOVE "NO SITE CODE - MESSAGE TEXT CARDS"
                    TO WS-PRINT-LINE
            ELSE
                STRING "SITE " DELIMITED BY SIZE
                       WS-CURRENT-SITE DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING "  REJ DATE    AGE  STATUS     REASON"
                                     DELIMITED BY SIZE
                   "                          CARD"
                                     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2100-EXIT.
            EXIT.

        2200-PRINT-ITEM-LINE.
            MOVE SUS-REJECT-DATE TO WS-REJ-DATE-NUM
            COMPUTE WS-ITEM-AGE = WS-TODAY-INTEGER
                - FUNCTION INTEGER-OF-DATE(WS-REJ-DATE-NUM)

            IF WS-ITEM-AGE < 3
                MOVE 1 TO WS-BAND-IDX
            ELSE
                IF WS-ITEM-AGE < 8
                    MOVE 2 TO WS-BAND-IDX
                ELSE
                    IF WS-ITEM-AGE < 31
                        MOVE 3 TO WS-BAND-IDX
                    ELSE
                        MOVE 4 TO WS-BAND-IDX
                    END-IF
                END-IF
            END-IF
            ADD 1 TO WS-SITE-BAND-COUNT(WS-BAND-IDX)
            ADD 1 TO WS-SITE-ITEMS
            IF WS-ITEM-AGE > WS-SITE-OLDEST
                MOVE WS-ITEM-AGE TO WS-SITE-OLDEST
            END-IF

            IF SUS-STATUS-OPEN
                MOVE "OPEN"      TO WS-STATUS-TEXT
            ELSE
                MOVE "CORRECTED" TO WS-STATUS-TEXT
            END-IF

            MOVE WS-ITEM-AGE TO WS-AGE-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "  "              DELIMITED BY SIZE
                   SUS-REJECT-DATE   DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-AGE-EDIT       DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-STATUS-TEXT    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   SUS-REJECT-REASON DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   SUS-TRAN-IMAGE(1:41)
                                     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            IF WS-ITEM-AGE > WS-AGE-DAYS
                ADD 1 TO WS-GRAND-OVERDUE
                MOVE "OVERDUE" TO WS-PRINT-LINE(106:)
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2200-EXIT.
            EXIT.

        2300-PRINT-SITE-TOTALS.
            ADD WS-SITE-ITEMS TO WS-GRAND-ITEMS
            PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 4
                ADD WS-SITE-BAND-COUNT(WS-BAND-IDX)
                    TO WS-GRAND-BAND-COUNT(WS-BAND-IDX)
            END-PERFORM

            MOVE SPACES TO WS-PRINT-LINE
            MOVE WS-SITE-ITEMS TO WS-COUNT-EDIT
            STRING "  SITE " DELIMITED BY SIZE
                   WS-CURRENT-SITE DELIMITED BY SIZE
                   " ITEMS " DELIMITED BY SIZE
                   WS-COUNT-EDIT   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            MOVE WS-SITE-BAND-COUNT(1) TO WS-COUNT-EDIT
            STRING "  0-2 DAYS " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE(25:)
            END-STRING
            MOVE WS-SITE-BAND-COUNT(2) TO WS-COUNT-EDIT
            STRING "  3-7 " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE(42:)
            END-STRING
            MOVE WS-SITE-BAND-COUNT(3) TO WS-COUNT-EDIT
            STRING "  8-30 " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE(54:)
            END-STRING
            MOVE WS-SITE-BAND-COUNT(4) TO WS-COUNT-EDIT
            STRING "  OVER 30 " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE(67:)
            END-STRING
            MOVE WS-SITE-OLDEST TO WS-AGE-EDIT
            STRING "  OLDEST " DELIMITED BY SIZE
                   WS-AGE-EDIT DELIMITED BY SIZE
                   " DAYS"     DELIMITED BY SIZE
                INTO WS-PRINT-LINE(83:)
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2300-EXIT.
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

                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-GRAND-ITEMS TO WS-COUNT-EDIT
                STRING "ALL SITES ITEMS " DELIMITED BY SIZE
                       WS-COUNT-EDIT      DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                MOVE WS-GRAND-BAND-COUNT(1) TO WS-COUNT-EDIT
                STRING "  0-2 DAYS " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(25:)
                END-STRING
                MOVE WS-GRAND-BAND-COUNT(2) TO WS-COUNT-EDIT
                STRING "  3-7 " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(42:)
                END-STRING
                MOVE WS-GRAND-BAND-COUNT(3) TO WS-COUNT-EDIT
                STRING "  8-30 " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(54:)
                END-STRING
                MOVE WS-GRAND-BAND-COUNT(4) TO WS-COUNT-EDIT
                STRING "  OVER 30 " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(67:)
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SITE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "SITES WITH ITEMS:      " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-GRAND-OVERDUE TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ITEMS OVERDUE:         " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-SUS-OPEN
                CLOSE SUSPENSE-FILE
            END-IF

            IF WS-GRAND-OVERDUE > 0
                MOVE WS-GRAND-OVERDUE TO WS-COUNT-EDIT
                DISPLAY "HELLOSUL: " WS-COUNT-EDIT
                        " suspense items older than " WS-AGE-DAYS
                        " days"
                IF WS-RC-WARNING > RETURN-CODE
                    MOVE WS-RC-WARNING TO RETURN-CODE
                END-IF
            END-IF.
        9000-EXIT.
            EXIT.
