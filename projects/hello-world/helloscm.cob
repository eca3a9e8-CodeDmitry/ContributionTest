        *>+--------------------------------------------------------------------+
        *>| HELLOSCM - site message schedule maintenance for the HELLOWORLD   |
        *>| family.  Applies ADD/CHG/DEL transaction cards to the indexed     |
        *>| site message schedule (HELLOSCH), keyed on site code and          |
        *>| effective-from date.  An ADD or CHG card carries the              |
        *>| effective-to date (blank = until further notice) and the          |
        *>| greeting; a CHG replaces both on the row starting on the given    |
        *>| from date, a DEL removes that row.  Adds need the site on the     |
        *>| site master (HELLOSTM); dates must be real, the to date may not   |
        *>| be before the from date, and no two rows for one site may cover   |
        *>| the same day.  Every card - applied or rejected - is listed on    |
        *>| the maintenance report with the before and after dates and        |
        *>| greeting, and applied rows are stamped with the maintenance       |
        *>| date, action, and operator.  The operator on each card signs on   |
        *>| through HELLOSGN; DEL cards need destructive authority, ADD/CHG   |
        *>| cards update authority.                                           |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. helloscm.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRAN-FILE ASSIGN TO "HELLOSCX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT SCHEDULE-FILE ASSIGN TO "HELLOSCH"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SCH-KEY
                FILE STATUS IS WS-SCH-FILE-STATUS.

            SELECT OPTIONAL SITE-MASTER ASSIGN TO "HELLOSTM"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SITM-SITE-CODE
                FILE STATUS IS WS-SITM-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOSCR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD.
        01 SCX-RECORD.
            05 SCX-ACTION              PIC X(3).
                88 SCX-ACTION-ADD            VALUE "ADD".
                88 SCX-ACTION-CHG            VALUE "CHG".
                88 SCX-ACTION-DEL            VALUE "DEL".
            05 SCX-SITE-CODE           PIC X(4).
            05 SCX-EFF-FROM            PIC X(8).
            05 SCX-EFF-TO              PIC X(8).
            05 SCX-MESSAGE-TEXT        PIC X(20).
            05 SCX-OPERATOR-ID         PIC X(8).
            05 FILLER                  PIC X(29).

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
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOSCM".
        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-VERIFIED-OPER         PIC X(8) VALUE SPACES.
        01 WS-VERIFIED-LEVEL        PIC 9(1) VALUE 0.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-TRAN-FILE-STATUS      PIC XX VALUE SPACES.
            88 WS-TRAN-FILE-OK             VALUE "00".
            88 WS-TRAN-FILE-EOF            VALUE "10".

        01 WS-SCH-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SCH-FILE-OK              VALUE "00".
            88 WS-SCH-FILE-NOT-FOUND       VALUE "35".
            88 WS-SCH-FILE-NO-RECORD       VALUE "23".
            88 WS-SCH-FILE-DUP             VALUE "22".

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

        01 WS-TRAN-EOF-SW           PIC X VALUE "N".
            88 WS-TRAN-EOF                 VALUE "Y".
        01 WS-TRAN-REJECTED-SW      PIC X VALUE "N".
            88 WS-TRAN-REJECTED            VALUE "Y".
        01 WS-SCH-OPEN-SW           PIC X VALUE "N".
            88 WS-SCH-OPEN                 VALUE "Y".
        01 WS-SITM-OPEN-SW          PIC X VALUE "N".
            88 WS-SITM-OPEN                VALUE "Y".
        01 WS-SCAN-END-SW           PIC X VALUE "N".
            88 WS-SCAN-END                 VALUE "Y".
        01 WS-OVERLAP-SW            PIC X VALUE "N".
            88 WS-OVERLAP-FOUND            VALUE "Y".

        01 WS-TRAN-READ-COUNT       PIC 9(5) VALUE 0.
        01 WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
        01 WS-REJECT-COUNT          PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

        01 WS-REJECT-REASON         PIC X(30).
        01 WS-BEFORE-TO             PIC X(8).
        01 WS-BEFORE-MESSAGE        PIC X(20).
        01 WS-AFTER-TO              PIC X(8).
        01 WS-AFTER-MESSAGE         PIC X(20).

        01 WS-NEW-FROM              PIC X(8).
        01 WS-NEW-TO                PIC X(8).
        01 WS-OPEN-ENDED-DATE       PIC X(8) VALUE "99999999".
        01 WS-OVERLAP-FROM          PIC X(8).

        01 WS-CHECK-DATE            PIC X(8).
        01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
            05 WS-CHECK-YYYY         PIC X(4).
            05 WS-CHECK-MM           PIC X(2).
            05 WS-CHECK-DD           PIC X(2).
        01 WS-CHECK-DATE-SW         PIC X VALUE "Y".
            88 WS-CHECK-DATE-VALID         VALUE "Y".

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
                PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
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
                DISPLAY "HELLOSCM: unable to open report file, status "
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
                OPEN INPUT TRAN-FILE
                IF NOT WS-TRAN-FILE-OK
                    DISPLAY "HELLOSCM: unable to open transaction "
                            "file, status " WS-TRAN-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN I-O SCHEDULE-FILE
                IF WS-SCH-FILE-NOT-FOUND
                    OPEN OUTPUT SCHEDULE-FILE
                    CLOSE SCHEDULE-FILE
                    OPEN I-O SCHEDULE-FILE
                END-IF
                IF WS-SCH-FILE-OK
                    SET WS-SCH-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOSCM: unable to open schedule file, "
                            "status " WS-SCH-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-SCH-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN INPUT SITE-MASTER
                IF WS-SITM-FILE-OPEN-OK
                    SET WS-SITM-OPEN TO TRUE
                ELSE
                    DISPLAY "HELLOSCM: unable to open site master, "
                            "status " WS-SITM-FILE-STATUS
                    MOVE "1000-INITIALIZE"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-SITM-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        1100-WRITE-PAGE-HEADERS.
            MOVE SPACES TO WS-PRINT-LINE
            STRING "HELLOWORLD SITE MESSAGE SCHEDULE MAINTENANCE"
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
            STRING "ACT SITE FROM     BEFORE TO BEFORE MESSAGE      "
                                     DELIMITED BY SIZE
                   "  AFTER TO AFTER MESSAGE         STATUS"
                                     DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-PROCESS-TRANS.
            PERFORM UNTIL WS-TRAN-EOF
                READ TRAN-FILE
                    AT END
                        SET WS-TRAN-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-TRAN-READ-COUNT
                        PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
                END-READ
            END-PERFORM.
        2000-EXIT.
            EXIT.

        2100-APPLY-ONE-TRAN.
            MOVE "N" TO WS-TRAN-REJECTED-SW
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-BEFORE-TO
            MOVE SPACES TO WS-BEFORE-MESSAGE
            MOVE SPACES TO WS-AFTER-TO
            MOVE SPACES TO WS-AFTER-MESSAGE

            IF NOT SCX-ACTION-ADD
                AND NOT SCX-ACTION-CHG
                AND NOT SCX-ACTION-DEL
                MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND SCX-SITE-CODE = SPACES
                MOVE "BLANK SITE CODE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE SCX-EFF-FROM TO WS-CHECK-DATE
                PERFORM 2700-CHECK-DATE THRU 2700-EXIT
                IF NOT WS-CHECK-DATE-VALID
                    MOVE "INVALID EFFECTIVE-FROM DATE"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND (SCX-ACTION-ADD OR SCX-ACTION-CHG)
                PERFORM 2150-EDIT-NEW-VALUES THRU 2150-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2180-SIGN-ON-CARD THRU 2180-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                IF SCX-ACTION-ADD
                    PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                ELSE
                    IF SCX-ACTION-CHG
                        PERFORM 2300-APPLY-CHANGE THRU 2300-EXIT
                    ELSE
                        PERFORM 2400-APPLY-DELETE THRU 2400-EXIT
                    END-IF
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 2950-WRITE-TRAN-LINE THRU 2950-EXIT
            END-IF.
        2100-EXIT.
            EXIT.

        2150-EDIT-NEW-VALUES.
            MOVE SCX-EFF-FROM TO WS-NEW-FROM
            IF SCX-EFF-TO = SPACES
                MOVE WS-OPEN-ENDED-DATE TO WS-NEW-TO
            ELSE
                MOVE SCX-EFF-TO TO WS-NEW-TO
                MOVE SCX-EFF-TO TO WS-CHECK-DATE
                PERFORM 2700-CHECK-DATE THRU 2700-EXIT
                IF NOT WS-CHECK-DATE-VALID
                    MOVE "INVALID EFFECTIVE-TO DATE"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND WS-NEW-TO < WS-NEW-FROM
                MOVE "TO DATE BEFORE FROM DATE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                AND SCX-MESSAGE-TEXT = SPACES
                MOVE "BLANK MESSAGE TEXT" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2150-EXIT.
            EXIT.

        2180-SIGN-ON-CARD.
            IF SCX-ACTION-DEL
                MOVE WS-LEVEL-DESTRUCTIVE TO WS-SIGNON-REQ-LEVEL
            ELSE
                MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
            END-IF

            IF SCX-OPERATOR-ID = WS-VERIFIED-OPER
                AND WS-VERIFIED-OPER NOT = SPACES
                AND WS-SIGNON-REQ-LEVEL <= WS-VERIFIED-LEVEL
                MOVE SCX-OPERATOR-ID TO WS-OPERATOR-ID
            ELSE
                MOVE SCX-OPERATOR-ID TO WS-SIGNON-OPER-ID
                CALL "hellosgn" USING WS-SIGNON-OPER-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS < WS-RC-DATA-PROBLEM
                    MOVE SCX-OPERATOR-ID TO WS-OPERATOR-ID
                    MOVE SCX-OPERATOR-ID TO WS-VERIFIED-OPER
                    MOVE WS-SIGNON-REQ-LEVEL TO WS-VERIFIED-LEVEL
                ELSE
                    MOVE "OPERATOR NOT AUTHORIZED"
                        TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF.
        2180-EXIT.
            EXIT.

        2200-APPLY-ADD.
            MOVE SCX-SITE-CODE TO SITM-SITE-CODE
            READ SITE-MASTER
                INVALID KEY
                    CONTINUE
            END-READ
            IF NOT WS-SITM-FILE-OK
                MOVE "SITE CODE NOT ON MASTER" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE SCX-SITE-CODE TO SCH-SITE-CODE
                MOVE SCX-EFF-FROM  TO SCH-EFF-FROM
                READ SCHEDULE-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-SCH-FILE-OK
                    MOVE SCH-EFF-TO       TO WS-BEFORE-TO
                    MOVE SCH-MESSAGE-TEXT TO WS-BEFORE-MESSAGE
                    MOVE "DUPLICATE SCHEDULE ROW" TO WS-REJECT-REASON
                    PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-IF
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2500-CHECK-OVERLAP THRU 2500-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE SCX-SITE-CODE    TO SCH-SITE-CODE
                MOVE WS-NEW-FROM      TO SCH-EFF-FROM
                MOVE WS-NEW-TO        TO SCH-EFF-TO
                MOVE SCX-MESSAGE-TEXT TO SCH-MESSAGE-TEXT
                PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
                MOVE WS-NEW-TO        TO WS-AFTER-TO
                MOVE SCX-MESSAGE-TEXT TO WS-AFTER-MESSAGE
                WRITE SCH-RECORD
                    INVALID KEY
                        MOVE "SCHEDULE WRITE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-WRITE
            END-IF.
        2200-EXIT.
            EXIT.

        2300-APPLY-CHANGE.
            PERFORM 2600-READ-TARGET-ROW THRU 2600-EXIT

            IF NOT WS-TRAN-REJECTED
                PERFORM 2500-CHECK-OVERLAP THRU 2500-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                PERFORM 2600-READ-TARGET-ROW THRU 2600-EXIT
            END-IF

            IF NOT WS-TRAN-REJECTED
                MOVE WS-NEW-TO        TO SCH-EFF-TO
                MOVE SCX-MESSAGE-TEXT TO SCH-MESSAGE-TEXT
                PERFORM 2800-STAMP-MAINT-FIELDS THRU 2800-EXIT
                MOVE WS-NEW-TO        TO WS-AFTER-TO
                MOVE SCX-MESSAGE-TEXT TO WS-AFTER-MESSAGE
                REWRITE SCH-RECORD
                    INVALID KEY
                        MOVE "SCHEDULE REWRITE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-REWRITE
            END-IF.
        2300-EXIT.
            EXIT.

        2400-APPLY-DELETE.
            PERFORM 2600-READ-TARGET-ROW THRU 2600-EXIT

            IF NOT WS-TRAN-REJECTED
                DELETE SCHEDULE-FILE RECORD
                    INVALID KEY
                        MOVE "SCHEDULE DELETE FAILED"
                            TO WS-REJECT-REASON
                        PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
                END-DELETE
            END-IF.
        2400-EXIT.
            EXIT.

        2500-CHECK-OVERLAP.
            MOVE "N" TO WS-OVERLAP-SW
            MOVE "N" TO WS-SCAN-END-SW
            MOVE SCX-SITE-CODE TO SCH-SITE-CODE
            MOVE LOW-VALUES    TO SCH-EFF-FROM
            START SCHEDULE-FILE
                KEY IS NOT LESS THAN SCH-KEY
                INVALID KEY
                    SET WS-SCAN-END TO TRUE
            END-START

            PERFORM UNTIL WS-SCAN-END OR WS-OVERLAP-FOUND
                READ SCHEDULE-FILE NEXT RECORD
                    AT END
                        SET WS-SCAN-END TO TRUE
                    NOT AT END
                        IF SCH-SITE-CODE NOT = SCX-SITE-CODE
                            OR SCH-EFF-FROM > WS-NEW-TO
                            SET WS-SCAN-END TO TRUE
                        ELSE
                            IF SCH-EFF-FROM NOT = WS-NEW-FROM
                                AND SCH-EFF-TO NOT < WS-NEW-FROM
                                SET WS-OVERLAP-FOUND TO TRUE
                                MOVE SCH-EFF-FROM TO WS-OVERLAP-FROM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            IF WS-OVERLAP-FOUND
                MOVE SPACES TO WS-REJECT-REASON
                STRING "OVERLAPS ROW FROM " DELIMITED BY SIZE
                       WS-OVERLAP-FROM      DELIMITED BY SIZE
                    INTO WS-REJECT-REASON
                END-STRING
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2500-EXIT.
            EXIT.

        2600-READ-TARGET-ROW.
            MOVE SCX-SITE-CODE TO SCH-SITE-CODE
            MOVE SCX-EFF-FROM  TO SCH-EFF-FROM
            READ SCHEDULE-FILE
                INVALID KEY
                    CONTINUE
            END-READ
            IF WS-SCH-FILE-OK
                MOVE SCH-EFF-TO       TO WS-BEFORE-TO
                MOVE SCH-MESSAGE-TEXT TO WS-BEFORE-MESSAGE
            ELSE
                MOVE "SCHEDULE ROW NOT ON FILE" TO WS-REJECT-REASON
                PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
            END-IF.
        2600-EXIT.
            EXIT.

        2700-CHECK-DATE.
            MOVE "Y" TO WS-CHECK-DATE-SW
            IF WS-CHECK-DATE NOT NUMERIC
                MOVE "N" TO WS-CHECK-DATE-SW
            ELSE
                IF WS-CHECK-MM < "01" OR WS-CHECK-MM > "12"
                    OR WS-CHECK-DD < "01" OR WS-CHECK-DD > "31"
                    MOVE "N" TO WS-CHECK-DATE-SW
                END-IF
            END-IF.
        2700-EXIT.
            EXIT.

        2800-STAMP-MAINT-FIELDS.
            MOVE WS-TODAY-DATE  TO SCH-LAST-MAINT-DATE
            MOVE SCX-ACTION     TO SCH-LAST-MAINT-ACTION
            MOVE WS-OPERATOR-ID TO SCH-LAST-MAINT-OPER.
        2800-EXIT.
            EXIT.

        2900-REJECT-TRAN.
            SET WS-TRAN-REJECTED TO TRUE
            ADD 1 TO WS-REJECT-COUNT
            IF WS-RC-WARNING > RETURN-CODE
                MOVE WS-RC-WARNING TO RETURN-CODE
            END-IF
            PERFORM 2950-WRITE-TRAN-LINE THRU 2950-EXIT.
        2900-EXIT.
            EXIT.

        2950-WRITE-TRAN-LINE.
            MOVE SPACES TO WS-PRINT-LINE
            STRING SCX-ACTION        DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   SCX-SITE-CODE     DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   SCX-EFF-FROM      DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-BEFORE-TO      DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-BEFORE-MESSAGE DELIMITED BY SIZE
                   "  "              DELIMITED BY SIZE
                   WS-AFTER-TO       DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-AFTER-MESSAGE  DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            END-STRING
            IF WS-TRAN-REJECTED
                STRING "  REJECTED - "   DELIMITED BY SIZE
                       WS-REJECT-REASON  DELIMITED BY SIZE
                    INTO WS-PRINT-LINE(89:)
                END-STRING
            ELSE
                MOVE "  APPLIED" TO WS-PRINT-LINE(89:)
            END-IF
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        2950-EXIT.
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

                MOVE WS-TRAN-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTIONS READ:     " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTIONS APPLIED:  " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-TRAN-FILE-OK OR WS-TRAN-FILE-EOF
                CLOSE TRAN-FILE
            END-IF
            IF WS-SCH-OPEN
                CLOSE SCHEDULE-FILE
            END-IF
            IF WS-SITM-OPEN
                CLOSE SITE-MASTER
            END-IF.
        9000-EXIT.
            EXIT.
