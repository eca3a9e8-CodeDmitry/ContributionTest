        *>+--------------------------------------------------------------------+
        *>| HELLODCK - callable dual-control check for the destructive        |
        *>| programs of the HELLOWORLD family (HELLOBKO, HELLOPRG, HELLOVFY   |
        *>| mode R, HELLOSMT DEL, HELLOOPM DEL).  The caller passes its own   |
        *>| program name, the control card exactly as read and the operator   |
        *>| running it; the pending-request file (HELLODCQ) must hold a       |
        *>| request for that program and that card image, approved through    |
        *>| HELLODCM by a second level-3 operator and not yet expired or      |
        *>| used.  Function "C" checks and returns the request number,        |
        *>| function "U" marks that request used by the operator once the     |
        *>| caller acts on it.  Returned status:                              |
        *>|    0 - approved request found (C) or marked used (U)              |
        *>|    8 - no approved, unexpired, unused request matches the card,   |
        *>|        or the pending-request file could not be read or updated   |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellodck.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REQUEST-FILE ASSIGN TO "HELLODCQ"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DCQ-REQUEST-ID
                FILE STATUS IS WS-DCQ-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
            COPY "dcqrec.cpy".

        WORKING-STORAGE SECTION.
        01 WS-DCQ-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-DCQ-FILE-OK              VALUE "00".
            88 WS-DCQ-FILE-NOT-FOUND       VALUE "35".

        01 WS-RC-NORMAL             PIC 9 VALUE 0.
        01 WS-RC-DATA-PROBLEM       PIC 9 VALUE 8.

        01 WS-SCAN-END-SW           PIC X VALUE "N".
            88 WS-SCAN-END                 VALUE "Y".
        01 WS-MATCH-FOUND-SW        PIC X VALUE "N".
            88 WS-MATCH-FOUND              VALUE "Y".

        01 WS-TODAY-DATE            PIC X(8).
        01 WS-NOW-TIME              PIC X(6).
        01 WS-CURRENT-DATE-TIME     PIC X(21).

        LINKAGE SECTION.
        01 LK-FUNCTION-IN           PIC X(1).
            88 LK-FUNCTION-CHECK           VALUE "C".
            88 LK-FUNCTION-USE             VALUE "U".
        01 LK-PROGRAM-IN            PIC X(8).
        01 LK-CARD-IMAGE-IN         PIC X(80).
        01 LK-OPERATOR-ID-IN        PIC X(8).
        01 LK-REQUEST-ID            PIC 9(6).
        01 LK-STATUS-OUT            PIC 9(2).

        PROCEDURE DIVISION USING LK-FUNCTION-IN
                                  LK-PROGRAM-IN
                                  LK-CARD-IMAGE-IN
                                  LK-OPERATOR-ID-IN
                                  LK-REQUEST-ID
                                  LK-STATUS-OUT.
        0000-MAIN-PROCESS.
            MOVE WS-RC-NORMAL TO LK-STATUS-OUT
            MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
            MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
            MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-NOW-TIME

            IF LK-FUNCTION-USE
                PERFORM 2000-MARK-USED THRU 2000-EXIT
            ELSE
                PERFORM 1000-FIND-REQUEST THRU 1000-EXIT
            END-IF

            GOBACK.

        1000-FIND-REQUEST.
            MOVE 0 TO LK-REQUEST-ID
            MOVE "N" TO WS-MATCH-FOUND-SW
            MOVE "N" TO WS-SCAN-END-SW

            OPEN INPUT REQUEST-FILE
            IF NOT WS-DCQ-FILE-OK
                IF WS-DCQ-FILE-NOT-FOUND
                    DISPLAY "HELLODCK: NO DUAL-CONTROL REQUEST FILE "
                            "ON SYSTEM - " LK-PROGRAM-IN " REFUSED"
                ELSE
                    DISPLAY "HELLODCK: UNABLE TO OPEN DUAL-CONTROL "
                            "REQUEST FILE, STATUS " WS-DCQ-FILE-STATUS
                END-IF
                MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
            ELSE
                MOVE 1 TO DCQ-REQUEST-ID
                START REQUEST-FILE
                    KEY IS NOT LESS THAN DCQ-REQUEST-ID
                    INVALID KEY
                        SET WS-SCAN-END TO TRUE
                END-START
                PERFORM UNTIL WS-SCAN-END OR WS-MATCH-FOUND
                    READ REQUEST-FILE NEXT RECORD
                        AT END
                            SET WS-SCAN-END TO TRUE
                        NOT AT END
                            IF DCQ-STATUS-APPROVED
                                AND DCQ-PROGRAM = LK-PROGRAM-IN
                                AND DCQ-CARD-IMAGE = LK-CARD-IMAGE-IN
                                AND DCQ-EXPIRE-DATE >= WS-TODAY-DATE
                                SET WS-MATCH-FOUND TO TRUE
                                MOVE DCQ-REQUEST-ID TO LK-REQUEST-ID
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE REQUEST-FILE

                IF NOT WS-MATCH-FOUND
                    DISPLAY "HELLODCK: NO APPROVED DUAL-CONTROL "
                            "REQUEST MATCHES THIS " LK-PROGRAM-IN
                            " CARD - REFUSED"
                    MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        2000-MARK-USED.
            OPEN I-O REQUEST-FILE
            IF NOT WS-DCQ-FILE-OK
                DISPLAY "HELLODCK: UNABLE TO OPEN DUAL-CONTROL "
                        "REQUEST FILE, STATUS " WS-DCQ-FILE-STATUS
                MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
            ELSE
                MOVE LK-REQUEST-ID TO DCQ-REQUEST-ID
                READ REQUEST-FILE
                    INVALID KEY
                        CONTINUE
                END-READ
                IF NOT WS-DCQ-FILE-OK
                    OR NOT DCQ-STATUS-APPROVED
                    OR DCQ-PROGRAM NOT = LK-PROGRAM-IN
                    OR DCQ-CARD-IMAGE NOT = LK-CARD-IMAGE-IN
                    DISPLAY "HELLODCK: REQUEST " LK-REQUEST-ID
                            " IS NO LONGER APPROVED FOR THIS "
                            LK-PROGRAM-IN " CARD - REFUSED"
                    MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                ELSE
                    SET DCQ-STATUS-USED TO TRUE
                    MOVE LK-OPERATOR-ID-IN TO DCQ-USED-OPER
                    MOVE WS-TODAY-DATE     TO DCQ-USED-DATE
                    MOVE WS-NOW-TIME       TO DCQ-USED-TIME
                    REWRITE DCQ-RECORD
                        INVALID KEY
                            CONTINUE
                    END-REWRITE
                    IF NOT WS-DCQ-FILE-OK
                        DISPLAY "HELLODCK: REQUEST " LK-REQUEST-ID
                                " COULD NOT BE MARKED USED, STATUS "
                                WS-DCQ-FILE-STATUS
                        MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                    END-IF
                END-IF
                CLOSE REQUEST-FILE
            END-IF.
        2000-EXIT.
            EXIT.
