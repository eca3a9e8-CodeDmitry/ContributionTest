        *>+--------------------------------------------------------------------+
        *>| HELLOPRD - callable closed-period check for the HELLOWORLD family |
        *>| of jobs.  Any program that adds, restores or backs out run        |
        *>| history can CALL this with the run date (YYYYMMDD) it is about    |
        *>| to touch; it reads the indexed period control file (HELLOPCF)     |
        *>| written by the month-end close and returns a period status:       |
        *>|    0 - period is open (never closed, or closed and reopened)      |
        *>|    4 - period control file not on the system; no period has       |
        *>|        been closed yet, so the date is treated as open            |
        *>|    8 - period has been closed; the caller must refuse the update  |
        *>| The last period looked up is kept so a deck of cards for the      |
        *>| same month reads the control file only once.                      |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. helloprd.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PERIOD-CONTROL-FILE ASSIGN TO "HELLOPCF"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PCT-PERIOD
                FILE STATUS IS WS-PCT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PERIOD-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "pctrec.cpy".

        WORKING-STORAGE SECTION.
        01 WS-PCT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-PCT-FILE-OK              VALUE "00".
            88 WS-PCT-FILE-NOT-FOUND       VALUE "35".
            88 WS-PCT-FILE-NO-RECORD       VALUE "23".

        01 WS-RC-NORMAL             PIC 9 VALUE 0.
        01 WS-RC-WARNING            PIC 9 VALUE 4.
        01 WS-RC-DATA-PROBLEM       PIC 9 VALUE 8.

        01 WS-LAST-PERIOD           PIC X(6) VALUE SPACES.
        01 WS-LAST-STATUS           PIC 9(2) VALUE 0.

        LINKAGE SECTION.
        01 LK-RUN-DATE-IN           PIC X(8).
        01 LK-PERIOD-STATUS-OUT     PIC 9(2).

        PROCEDURE DIVISION USING LK-RUN-DATE-IN
                                  LK-PERIOD-STATUS-OUT.
        0000-MAIN-PROCESS.
            MOVE WS-RC-NORMAL TO LK-PERIOD-STATUS-OUT

            IF LK-RUN-DATE-IN = SPACES
                GOBACK
            END-IF

            IF LK-RUN-DATE-IN(1:6) = WS-LAST-PERIOD
                MOVE WS-LAST-STATUS TO LK-PERIOD-STATUS-OUT
                GOBACK
            END-IF

            OPEN INPUT PERIOD-CONTROL-FILE
            IF NOT WS-PCT-FILE-OK
                IF WS-PCT-FILE-NOT-FOUND
                    MOVE WS-RC-WARNING TO LK-PERIOD-STATUS-OUT
                ELSE
                    DISPLAY "HELLOPRD: UNABLE TO OPEN PERIOD CONTROL "
                            "FILE, STATUS " WS-PCT-FILE-STATUS
                            " - UPDATE REFUSED"
                    MOVE WS-RC-DATA-PROBLEM TO LK-PERIOD-STATUS-OUT
                    GOBACK
                END-IF
            ELSE
                MOVE LK-RUN-DATE-IN(1:6) TO PCT-PERIOD
                READ PERIOD-CONTROL-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF WS-PCT-FILE-OK
                    IF PCT-STATUS-CLOSED
                        MOVE WS-RC-DATA-PROBLEM
                            TO LK-PERIOD-STATUS-OUT
                    END-IF
                ELSE
                    IF NOT WS-PCT-FILE-NO-RECORD
                        DISPLAY "HELLOPRD: PERIOD CONTROL FILE READ "
                                "FAILED, STATUS " WS-PCT-FILE-STATUS
                                " - UPDATE REFUSED"
                        MOVE WS-RC-DATA-PROBLEM
                            TO LK-PERIOD-STATUS-OUT
                        CLOSE PERIOD-CONTROL-FILE
                        GOBACK
                    END-IF
                END-IF
                CLOSE PERIOD-CONTROL-FILE
            END-IF

            MOVE LK-RUN-DATE-IN(1:6) TO WS-LAST-PERIOD
            MOVE LK-PERIOD-STATUS-OUT TO WS-LAST-STATUS

            GOBACK.
