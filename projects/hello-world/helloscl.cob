        *>+--------------------------------------------------------------------+
        *>| HELLOSCL - forward-looking site message schedule listing.  Reads  |
        *>| the site message schedule (HELLOSCH) in site and effective-from   |
        *>| order and prints on HELLOSCW, for every site with a row still in  |
        *>| force today or later, the standing greeting from the site master  |
        *>| (HELLOSTM) followed by each scheduled greeting with its from and  |
        *>| to dates, marked IN EFFECT or SCHEDULED.  Wherever the schedule   |
        *>| leaves a gap, or the last row has a to date, a line shows the     |
        *>| date the site goes back to its standing greeting.  Rows that      |
        *>| ended before today are counted but not listed.                    |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. helloscl.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SCHEDULE-FILE ASSIGN TO "HELLOSCH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SCH-KEY
                FILE STATUS IS WS-SCH-FILE-STATUS.

            SELECT OPTIONAL SITE-MASTER ASSIGN TO "HELLOSTM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SITM-SITE-CODE
                FILE STATUS IS WS-SITM-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOSCW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SCHEDULE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "schrec.cpy".

        FD  SITE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY "sitemst.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOSCL".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-SCH-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SCH-FILE-OK              VALUE "00".
            88 WS-SCH-FILE-EOF             VALUE "10".
            88 WS-SCH-FILE-NOT-FOUND       VALUE "35".

        01 WS-SITM-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-SITM-FILE-OK             VALUE "00".
            88 WS-SITM-FILE-OPEN-OK        VALUE "00" "05".

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

        01 WS-SCH-EOF-SW            PIC X VALUE "N".
            88 WS-SCH-EOF                  VALUE "Y".
        01 WS-SCH-OPEN-SW           PIC X VALUE "N".
            88 WS-SCH-OPEN                 VALUE "Y".
        01 WS-SITM-OPEN-SW          PIC X VALUE "N".
            88 WS-SITM-OPEN                VALUE "Y".

        01 WS-CURRENT-SITE          PIC X(4) VALUE SPACES.
        01 WS-STANDING-MESSAGE      PIC X(20).
        01 WS-PREV-TO-DATE          PIC X(8).
        01 WS-REVERT-DATE           PIC X(8).
        01 WS-DATE-NUM              PIC 9(8).
        01 WS-DATE-INTEGER          PIC 9(8).
        01 WS-ROW-STATUS            PIC X(10).

        01 WS-TODAY-DATE            PIC X(8).

        01 WS-SITE-COUNT            PIC 9(5) VALUE 0.
        01 WS-IN-EFFECT-COUNT       PIC 9(5) VALUE 0.
        01 WS-SCHEDULED-COUNT       PIC 9(5) VALUE 0.
        01 WS-ENDED-COUNT           PIC 9(5) VALUE 0.
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
                AND WS-SCH-OPEN
                PERFORM 2000-LIST-SCHEDULE THRU 2000-EXIT
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
                DISPLAY "HELLOSCL: unable to open report file, status "
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
                OPEN INPUT SITE-MASTER
                IF WS-SITM-FILE-OPEN-OK
                    SET WS-SITM-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOSCL: unable to open site master, "
                            "status " WS-SITM-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-SITM-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT SCHEDULE-FILE
                IF WS-SCH-FILE-OK
                    SET WS-SCH-OPEN TO TRUE
                ELSE
                    IF WS-SCH-FILE-NOT-FOUND
                        DISPLAY "HELLOSCL: no site message schedule "
                                "on system - nothing to list"
                    ELSE
                        DISPLAY "HELLOSCL: unable to open schedule "
                                "file, status " WS-SCH-FILE-STATUS
                        MOVE "1000-INITIALIZE"
                            TO WS-ERR-PARAGRAPH
                        MOVE WS-SCH-FILE-STATUS TO WS-ERR-FILE-STATUS
                        MOVE "E" TO WS-ERR-SEVERITY
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD SITE MESSAGE SCHEDULE LISTING"
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

            MOVE SPACES TO WS-PRINT-LINE
            STRING "SITE  FROM     TO       MESSAGE              "
                                     DELIMITED BY SIZE
                   "STATUS"          DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-LIST-SCHEDULE.
            PERFORM UNTIL WS-SCH-EOF
                READ SCHEDULE-FILE NEXT RECORD
                    AT END
                        SET WS-SCH-EOF TO TRUE
                    NOT AT END
                        IF SCH-EFF-TO < WS-TODAY-DATE
                            ADD 1 TO WS-ENDED-COUNT
                        ELSE
                            PERFORM 2100-LIST-ONE-ROW THRU 2100-EXIT
                        END-IF
                END-READ
            END-PERFORM

            IF WS-CURRENT-SITE NOT = SPACES
                PERFORM 2400-END-SITE THRU 2400-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

        2100-LIST-ONE-ROW.
            IF SCH-SITE-CODE NOT = WS-CURRENT-SITE
                IF WS-CURRENT-SITE NOT = SPACES
                    PERFORM 2400-END-SITE THRU 2400-EXIT
                END-IF
                PERFORM 2200-START-SITE THRU 2200-EXIT
            ELSE
                PERFORM 2500-NEXT-DAY THRU 2500-EXIT
                IF WS-REVERT-DATE < SCH-EFF-FROM
                    PERFORM 2600-WRITE-REVERT-LINE THRU 2600-EXIT
                END-IF
            END-IF

            IF SCH-EFF-FROM > WS-TODAY-DATE
                MOVE "SCHEDULED" TO WS-ROW-STATUS
                ADD 1 TO WS-SCHEDULED-COUNT
            ELSE
                MOVE "IN EFFECT" TO WS-ROW-STATUS
                ADD 1 TO WS-IN-EFFECT-COUNT
            END-IF

            MOVE SPACES TO WS-PRINT-LINE
            STRING "      "          DELIMITED BY SIZE
                   SCH-EFF-FROM      DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   SCH-EFF-TO        DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   SCH-MESSAGE-TEXT  DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-ROW-STATUS     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SCH-EFF-TO TO WS-PREV-TO-DATE.
        2100-EXIT.
            EXIT.

        2200-START-SITE.
            MOVE SCH-SITE-CODE TO WS-CURRENT-SITE
            ADD 1 TO WS-SITE-COUNT
            MOVE "(NOT ON SITE MASTER)" TO WS-STANDING-MESSAGE
            IF WS-SITM-OPEN
                MOVE SCH-SITE-CODE TO SITM-SITE-CODE
                READ SITE-MASTER
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-SITM-FILE-OK
                    MOVE SITM-MESSAGE-TEXT TO WS-STANDING-MESSAGE
                END-IF
            END-IF

            MOVE SPACES TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE

            MOVE SPACES TO WS-PRINT-LINE
            STRING WS-CURRENT-SITE   DELIMITED BY SIZE
                   "  STANDING MESSAGE:  " DELIMITED BY SIZE
                   WS-STANDING-MESSAGE DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2200-EXIT.
            EXIT.

        2400-END-SITE.
            IF WS-PREV-TO-DATE NOT = "99999999"
                PERFORM 2500-NEXT-DAY THRU 2500-EXIT
                PERFORM 2600-WRITE-REVERT-LINE THRU 2600-EXIT
            END-IF.
        2400-EXIT.
            EXIT.

        2500-NEXT-DAY.
            IF WS-PREV-TO-DATE = "99999999"
                MOVE HIGH-VALUES TO WS-REVERT-DATE
            ELSE
                MOVE WS-PREV-TO-DATE TO WS-DATE-NUM
                COMPUTE WS-DATE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
                MOVE WS-DATE-NUM TO WS-REVERT-DATE
            END-IF.
        2500-EXIT.
            EXIT.

        2600-WRITE-REVERT-LINE.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "      "          DELIMITED BY SIZE
                   WS-REVERT-DATE    DELIMITED BY SIZE
                   "          "      DELIMITED BY SIZE
                   "REVERTS TO STANDING MESSAGE"
                                     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2600-EXIT.
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

                MOVE WS-SITE-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "SITES LISTED:          " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-IN-EFFECT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ROWS IN EFFECT:        " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-SCHEDULED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ROWS SCHEDULED:        " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-ENDED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "ENDED ROWS NOT LISTED: " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-SCH-OPEN
                CLOSE SCHEDULE-FILE
            END-IF
            IF WS-SITM-OPEN
                CLOSE SITE-MASTER
            END-IF.
        9000-EXIT.
            EXIT.
