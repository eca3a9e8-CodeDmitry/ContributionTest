        *>+--------------------------------------------------------------------+
        *>| HELLOSRE - reject suspense re-entry for the HELLOWORLD family.    |
        *>| Runs ahead of HELLOEDT and HELLOWORLD in the nightly cycle.       |
        *>| Reads the indexed reject suspense file (HELLOSUS) and appends     |
        *>| the corrected card of every item HELLOSUC has marked corrected    |
        *>| onto the transaction deck (HELLOTRN), then marks the item         |
        *>| re-entered with tonight's date so it is released only once.  A    |
        *>| card HELLOWORLD rejects again comes back into suspense under the  |
        *>| new reject date.  Every released card is listed on the re-entry   |
        *>| report.                                                           |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellosre.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUSPENSE-FILE ASSIGN TO "HELLOSUS"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUS-KEY
                ALTERNATE RECORD KEY IS SUS-SITE-KEY WITH DUPLICATES
                FILE STATUS IS WS-SUS-FILE-STATUS.

            SELECT TRAN-FILE ASSIGN TO "HELLOTRN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOSRR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SUSPENSE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "susrec.cpy".

        FD  TRAN-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "tranrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-JOB-NAME              PIC X(8) VALUE "HELLOSRE".
        01 WS-PRINT-LINE            PIC X(132).

        01 WS-SUS-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-SUS-FILE-OK              VALUE "00".
            88 WS-SUS-FILE-EOF             VALUE "10".
            88 WS-SUS-FILE-NOT-FOUND       VALUE "35".

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

        01 WS-SUS-EOF-SW            PIC X VALUE "N".
            88 WS-SUS-EOF                  VALUE "Y".
        01 WS-SUS-OPEN-SW           PIC X VALUE "N".
            88 WS-SUS-OPEN                 VALUE "Y".
        01 WS-TRAN-OPEN-SW          PIC X VALUE "N".
            88 WS-TRAN-OPEN                VALUE "Y".

        01 WS-SUS-READ-COUNT        PIC 9(5) VALUE 0.
        01 WS-RELEASED-COUNT        PIC 9(5) VALUE 0.
        01 WS-FAILED-COUNT          PIC 9(5) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ,ZZ9.

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
                AND NOT WS-SUS-EOF
                PERFORM 2000-RELEASE-CORRECTIONS THRU 2000-EXIT
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
                DISPLAY "HELLOSRE: unable to open report file, status "
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
                OPEN I-O SUSPENSE-FILE
                IF WS-SUS-FILE-OK
                    SET WS-SUS-OPEN TO TRUE
                ELSE
                    SET WS-SUS-EOF TO TRUE
                    IF WS-SUS-FILE-NOT-FOUND
                        DISPLAY "HELLOSRE: no suspense file on system "
                                "- nothing to re-enter"
                    ELSE
                        DISPLAY "HELLOSRE: unable to open suspense "
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
            STRING "HELLOWORLD REJECT SUSPENSE RE-ENTRY"
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

            MOVE "REJ DATE CORR DATE CORR BY  CARD RE-ENTERED"
                TO WS-PRINT-LINE
            WRITE RPT-LINE FROM WS-PRINT-LINE
                AFTER ADVANCING 1 LINE.
        1100-EXIT.
            EXIT.

        2000-RELEASE-CORRECTIONS.
            PERFORM UNTIL WS-SUS-EOF
                READ SUSPENSE-FILE NEXT RECORD
                    AT END
                        SET WS-SUS-EOF TO TRUE
                    NOT AT END
                        ADD 1 TO WS-SUS-READ-COUNT
                        IF SUS-STATUS-CORRECTED
                            PERFORM 2100-RELEASE-ONE-ITEM
                                THRU 2100-EXIT
                        END-IF
                END-READ
            END-PERFORM.
        2000-EXIT.
            EXIT.

        2100-RELEASE-ONE-ITEM.
            IF NOT WS-TRAN-OPEN
                PERFORM 2200-OPEN-TRAN-DECK THRU 2200-EXIT
            END-IF

            IF WS-TRAN-OPEN
                MOVE SUS-CORRECTED-IMAGE TO TRAN-RECORD
                WRITE TRAN-RECORD
                IF NOT WS-TRAN-FILE-OK
                    DISPLAY "HELLOSRE: deck write failed, status "
                            WS-TRAN-FILE-STATUS
                    MOVE "2100-RELEASE-ONE-ITM"
                        TO WS-ERR-PARAGRAPH
                    MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                    MOVE "E" TO WS-ERR-SEVERITY
                    PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    ADD 1 TO WS-FAILED-COUNT
                    SET WS-SUS-EOF TO TRUE
                ELSE
                    SET SUS-STATUS-RELEASED TO TRUE
                    MOVE WS-TODAY-DATE TO SUS-RELEASE-DATE
                    REWRITE SUS-RECORD
                        INVALID KEY
                            DISPLAY "HELLOSRE: suspense rewrite "
                                    "failed, status "
                                    WS-SUS-FILE-STATUS
                            MOVE "2100-RELEASE-ONE-ITM"
                                TO WS-ERR-PARAGRAPH
                            MOVE WS-SUS-FILE-STATUS
                                TO WS-ERR-FILE-STATUS
                            MOVE "W" TO WS-ERR-SEVERITY
                            PERFORM 7000-LOG-FILE-ERROR
                                THRU 7000-EXIT
                    END-REWRITE
                    ADD 1 TO WS-RELEASED-COUNT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING SUS-REJECT-DATE     DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           SUS-ACTION-DATE     DELIMITED BY SIZE
                           "  "                DELIMITED BY SIZE
                           SUS-ACTION-OPER     DELIMITED BY SIZE
                           " "                 DELIMITED BY SIZE
                           SUS-CORRECTED-IMAGE DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF
            ELSE
                ADD 1 TO WS-FAILED-COUNT
                SET WS-SUS-EOF TO TRUE
            END-IF.
        2100-EXIT.
            EXIT.

        2200-OPEN-TRAN-DECK.
            OPEN EXTEND TRAN-FILE
            IF NOT WS-TRAN-FILE-OK
                OPEN OUTPUT TRAN-FILE
            END-IF
            IF WS-TRAN-FILE-OK
                SET WS-TRAN-OPEN TO TRUE
            ELSE
                DISPLAY "HELLOSRE: unable to open transaction deck, "
                        "status " WS-TRAN-FILE-STATUS
                MOVE "2200-OPEN-TRAN-DECK"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-TRAN-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
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

                MOVE WS-SUS-READ-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "SUSPENSE ITEMS READ:   " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "CARDS RE-ENTERED:      " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "CARDS NOT RE-ENTERED:  " DELIMITED BY SIZE
                       WS-COUNT-EDIT             DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                CLOSE REPORT-FILE
            END-IF

            IF WS-TRAN-OPEN
                CLOSE TRAN-FILE
            END-IF
            IF WS-SUS-OPEN
                CLOSE SUSPENSE-FILE
            END-IF

            MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
            DISPLAY "HELLOSRE: CARDS RE-ENTERED " WS-COUNT-EDIT.
        9000-EXIT.
            EXIT.
