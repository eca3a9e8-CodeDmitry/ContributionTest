        *>| holiday date.  Generates a full year of CAL-RECORD rows with      |
        *>| weekends marked S and listed holidays marked H, validates the     |
        *>| result for gaps, duplicate dates, and out-of-sequence rows, and   |
        *>| prints the year-at-a-glance proof listing (HELLOCMR).  Once the   |
        *>| proof is signed off, the same deck is rerun with load option L    |
        *>| and an operator id on the YR card: the operator signs on through  |
        *>| HELLOSGN with update authority and the year is written straight   |
        *>| into the indexed production calendar (HELLOCAL), adding new       |
        *>| dates and replacing that year's existing ones, so the calendar    |
        *>| can carry as many years as are generated.  Also checks the        |
        *>| calendar currently in production and warns when it is about to    |
        *>| run out, well before HELLOWORLD hits "NO BUSINESS DAY TO ROLL     |
        *>| TO".                                                              |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-FILE-STATUS.

            SELECT CAL-FILE ASSIGN TO "HELLOCAL"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAL-DATE
                FILE STATUS IS WS-CAL-FILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HELLOCMR"
                ORGANIZATION IS LINE SEQUENTIAL
            05 CMPY-YEAR               PIC X(4).
            05 CMPY-WEEKEND-DAY-1      PIC X(1).
            05 CMPY-WEEKEND-DAY-2      PIC X(1).
            05 CMPY-LOAD-OPTION        PIC X(1).
                88 CMPY-LOAD-CALENDAR        VALUE "L".
            05 CMPY-OPERATOR-ID        PIC X(8).
            05 FILLER                  PIC X(62).
        01 CMP-HOL-CARD-R.
            05 FILLER                  PIC X(3).
            05 CMPH-DATE               PIC X(8).
            05 FILLER                  PIC X(69).

        FD  CAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "calrec.cpy".

        FD  REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01 RPT-LINE                 PIC X(132).
            88 WS-CTL-FILE-OK              VALUE "00".
            88 WS-CTL-FILE-EOF             VALUE "10".

        01 WS-CAL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CAL-FILE-OK              VALUE "00".
            88 WS-CAL-FILE-NOT-FOUND       VALUE "35".
            88 WS-CAL-FILE-DUP             VALUE "22".

        01 WS-RPT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-RPT-FILE-OK              VALUE "00".
            88 WS-CAL-VALID                VALUE "Y".
        01 WS-CURCAL-EOF-SW         PIC X VALUE "N".
            88 WS-CURCAL-EOF               VALUE "Y".
        01 WS-LOAD-SW               PIC X VALUE "N".
            88 WS-LOAD-REQUESTED           VALUE "Y".
        01 WS-LOADED-SW             PIC X VALUE "N".
            88 WS-CALENDAR-LOADED          VALUE "Y".

        01 WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
        01 WS-SIGNON-OPER-ID        PIC X(8).
        01 WS-SIGNON-REQ-LEVEL      PIC 9(1).
        01 WS-SIGNON-OPER-NAME      PIC X(20).
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-UPDATE          PIC 9 VALUE 2.

        01 WS-GEN-YEAR              PIC 9(4) VALUE 0.
        01 WS-WEEKEND-DAY-1         PIC 9(1) VALUE 6.
        01 WS-PROC-COUNT            PIC 9(3) VALUE 0.
        01 WS-HOLIDAY-COUNT         PIC 9(3) VALUE 0.
        01 WS-SHUTDOWN-COUNT        PIC 9(3) VALUE 0.
        01 WS-ADDED-COUNT           PIC 9(3) VALUE 0.
        01 WS-REPLACED-COUNT        PIC 9(3) VALUE 0.
        01 WS-COUNT-EDIT            PIC ZZ9.

        01 WS-TODAY-DATE            PIC X(8).
            END-IF
            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-CAL-VALID
                IF WS-LOAD-REQUESTED
                    PERFORM 4000-WRITE-NEW-CALENDAR THRU 4000-EXIT
                END-IF
                PERFORM 5000-PRINT-PROOF-LISTING THRU 5000-EXIT
            END-IF
            PERFORM 6000-CHECK-CURRENT-CALENDAR THRU 6000-EXIT
                AND NOT WS-YEAR-SEEN
                DISPLAY "HELLOCMT: no YR card on control deck"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-LOAD-REQUESTED
                MOVE WS-OPERATOR-ID  TO WS-SIGNON-OPER-ID
                MOVE WS-LEVEL-UPDATE TO WS-SIGNON-REQ-LEVEL
                CALL "hellosgn" USING WS-SIGNON-OPER-ID
                                       WS-SIGNON-REQ-LEVEL
                                       WS-SIGNON-OPER-NAME
                                       WS-SIGNON-STATUS
                END-CALL
                IF WS-SIGNON-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOCMT: operator " WS-OPERATOR-ID
                            " sign-on refused - calendar not loaded"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.
                        AND CMPY-WEEKEND-DAY-2 <= "7"
                        MOVE CMPY-WEEKEND-DAY-2 TO WS-WEEKEND-DAY-2
                    END-IF
                    IF CMPY-LOAD-CALENDAR
                        SET WS-LOAD-REQUESTED TO TRUE
                        MOVE CMPY-OPERATOR-ID TO WS-OPERATOR-ID
                    END-IF
                ELSE
                    DISPLAY "HELLOCMT: YR card year not numeric: "
                            CMPY-YEAR
            EXIT.

        4000-WRITE-NEW-CALENDAR.
            OPEN I-O CAL-FILE
            IF WS-CAL-FILE-NOT-FOUND
                OPEN OUTPUT CAL-FILE
                CLOSE CAL-FILE
                OPEN I-O CAL-FILE
            END-IF
            IF NOT WS-CAL-FILE-OK
                DISPLAY "HELLOCMT: unable to open production "
                        "calendar, status " WS-CAL-FILE-STATUS
                MOVE "4000-WRITE-NEW-CAL"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CAL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            ELSE
                PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                        UNTIL WS-GEN-IDX > WS-GEN-COUNT
                    PERFORM 4100-WRITE-ONE-DAY THRU 4100-EXIT
                END-PERFORM
                CLOSE CAL-FILE
                IF RETURN-CODE < WS-RC-DATA-PROBLEM
                    SET WS-CALENDAR-LOADED TO TRUE
                END-IF
            END-IF.
        4000-EXIT.
            EXIT.

        4100-WRITE-ONE-DAY.
            MOVE SPACES TO CAL-RECORD
            MOVE WS-GEN-DATE(WS-GEN-IDX) TO CAL-DATE
            MOVE WS-GEN-TYPE(WS-GEN-IDX) TO CAL-DAY-TYPE
            WRITE CAL-RECORD
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WS-ADDED-COUNT
            END-WRITE
            IF WS-CAL-FILE-DUP
                REWRITE CAL-RECORD
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD 1 TO WS-REPLACED-COUNT
                END-REWRITE
            END-IF
            IF NOT WS-CAL-FILE-OK
                DISPLAY "HELLOCMT: calendar write failed for "
                        CAL-DATE ", status " WS-CAL-FILE-STATUS
                MOVE "4100-WRITE-ONE-DAY"
                    TO WS-ERR-PARAGRAPH
                MOVE WS-CAL-FILE-STATUS TO WS-ERR-FILE-STATUS
                MOVE "E" TO WS-ERR-SEVERITY
                PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
            END-IF.
        4100-EXIT.
            EXIT.

        5000-PRINT-PROOF-LISTING.
            IF NOT WS-RPT-FILE-OK
                CONTINUE
                END-STRING
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-PRINT-LINE
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                MOVE SPACES TO WS-PRINT-LINE
                IF WS-CALENDAR-LOADED
                    STRING "LOADED TO HELLOCAL BY " DELIMITED BY SIZE
                           WS-OPERATOR-ID           DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                ELSE
                    MOVE "PROOF ONLY - HELLOCAL NOT UPDATED"
                        TO WS-PRINT-LINE
                END-IF
                WRITE RPT-LINE FROM WS-PRINT-LINE
                    AFTER ADVANCING 1 LINE

                IF WS-CALENDAR-LOADED
                    MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "DAYS ADDED:      " DELIMITED BY SIZE
                           WS-COUNT-EDIT       DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE

                    MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "DAYS REPLACED:   " DELIMITED BY SIZE
                           WS-COUNT-EDIT       DELIMITED BY SIZE
                        INTO WS-PRINT-LINE
                    END-STRING
                    WRITE RPT-LINE FROM WS-PRINT-LINE
                        AFTER ADVANCING 1 LINE
                END-IF
            END-IF.
        5000-EXIT.
            EXIT.

        6000-CHECK-CURRENT-CALENDAR.
            MOVE SPACES TO WS-CURCAL-MAX-DATE
            OPEN INPUT CAL-FILE
            IF WS-CAL-FILE-OK
                PERFORM UNTIL WS-CURCAL-EOF
                    READ CAL-FILE NEXT RECORD
                        AT END
                            SET WS-CURCAL-EOF TO TRUE
                        NOT AT END
                            MOVE CAL-DATE TO WS-CURCAL-MAX-DATE
                    END-READ
                END-PERFORM
                CLOSE CAL-FILE
            END-IF

            IF WS-CURCAL-MAX-DATE = SPACES
