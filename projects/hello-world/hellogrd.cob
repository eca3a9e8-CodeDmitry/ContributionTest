        *>+--------------------------------------------------------------------+
        *>| HELLOGRD - callable reader for the rolled generations of the      |
        *>| append-only logs (HELLOAUD, HELLOERL, HELLOJRN, HELLOCYS).        |
        *>| A program that used to read a log from the beginning CALLs this   |
        *>| first, once per record, with the log id and its selection, and    |
        *>| gets back the archived record images from the generation store    |
        *>| (HELLOGEN) in the order they were logged, oldest generation       |
        *>| first; it then reads the current log itself as before.  The       |
        *>| generation catalog (HELLOGCT) decides which generations qualify:  |
        *>|    generation range given  - active generations in the range      |
        *>|    date range given        - active generations whose record      |
        *>|                              dates overlap the range              |
        *>|    neither                 - every active generation              |
        *>| Request "N" returns the next record, request "C" ends a scan      |
        *>| early.  Returned status:                                          |
        *>|    0 - record returned in the image, generation number set        |
        *>|    4 - no more records (or no generations on the system); the     |
        *>|        files are closed and the next "N" starts a new scan        |
        *>|    8 - generation store or catalog failed, or a generation did    |
        *>|        not agree with its trailer count; the scan is ended        |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        ID DIVISION.
        PROGRAM-ID. hellogrd.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

        DATA DIVISION.
        FILE SECTION.
        FD  GEN-CATALOG
            LABEL RECORDS ARE STANDARD.
            COPY "gctrec.cpy".

        FD  GEN-STORE
            LABEL RECORDS ARE STANDARD.
            COPY "genrec.cpy".

        WORKING-STORAGE SECTION.
        01 WS-GCT-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-GCT-FILE-OK              VALUE "00".
            88 WS-GCT-FILE-NOT-FOUND       VALUE "35".

        01 WS-GEN-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-GEN-FILE-OK              VALUE "00".

        01 WS-RC-NORMAL             PIC 9 VALUE 0.
        01 WS-RC-WARNING            PIC 9 VALUE 4.
        01 WS-RC-DATA-PROBLEM       PIC 9 VALUE 8.

        01 WS-SCAN-SW               PIC X VALUE "N".
            88 WS-SCAN-OPEN                VALUE "Y".
        01 WS-GEN-POSITIONED-SW     PIC X VALUE "N".
            88 WS-GEN-POSITIONED           VALUE "Y".
        01 WS-CATALOG-END-SW        PIC X VALUE "N".
            88 WS-CATALOG-END              VALUE "Y".
        01 WS-RECORD-READY-SW       PIC X VALUE "N".
            88 WS-RECORD-READY             VALUE "Y".

        01 WS-SEL-LOG-ID            PIC X(8).
        01 WS-SEL-GEN-FROM          PIC 9(5).
        01 WS-SEL-GEN-TO            PIC 9(5).
        01 WS-SEL-DATE-FROM         PIC X(8).
        01 WS-SEL-DATE-TO           PIC X(8).

        01 WS-CUR-GEN               PIC 9(5).
        01 WS-CUR-GEN-COUNT         PIC 9(7).
        01 WS-CUR-GEN-RETURNED      PIC 9(7).

        LINKAGE SECTION.
        01 LK-REQUEST-IN            PIC X(1).
            88 LK-REQUEST-CLOSE            VALUE "C".
        01 LK-LOG-ID-IN             PIC X(8).
        01 LK-GEN-FROM-IN           PIC 9(5).
        01 LK-GEN-TO-IN             PIC 9(5).
        01 LK-DATE-FROM-IN          PIC X(8).
        01 LK-DATE-TO-IN            PIC X(8).
        01 LK-GEN-NUMBER-OUT        PIC 9(5).
        01 LK-IMAGE-OUT             PIC X(200).
        01 LK-STATUS-OUT            PIC 9(2).

        PROCEDURE DIVISION USING LK-REQUEST-IN
                                  LK-LOG-ID-IN
                                  LK-GEN-FROM-IN
                                  LK-GEN-TO-IN
                                  LK-DATE-FROM-IN
                                  LK-DATE-TO-IN
                                  LK-GEN-NUMBER-OUT
                                  LK-IMAGE-OUT
                                  LK-STATUS-OUT.
        0000-MAIN-PROCESS.
            MOVE WS-RC-NORMAL TO LK-STATUS-OUT

            IF LK-REQUEST-CLOSE
                PERFORM 8000-END-SCAN THRU 8000-EXIT
                GOBACK
            END-IF

            IF NOT WS-SCAN-OPEN
                PERFORM 1000-START-SCAN THRU 1000-EXIT
            END-IF

            IF WS-SCAN-OPEN
                PERFORM 2000-NEXT-RECORD THRU 2000-EXIT
            END-IF

            GOBACK.

        1000-START-SCAN.
            MOVE LK-LOG-ID-IN    TO WS-SEL-LOG-ID
            MOVE LK-DATE-FROM-IN TO WS-SEL-DATE-FROM
            MOVE LK-DATE-TO-IN   TO WS-SEL-DATE-TO
            IF LK-GEN-FROM-IN > 0
                MOVE LK-GEN-FROM-IN TO WS-SEL-GEN-FROM
                IF LK-GEN-TO-IN < LK-GEN-FROM-IN
                    MOVE LK-GEN-FROM-IN TO WS-SEL-GEN-TO
                ELSE
                    MOVE LK-GEN-TO-IN TO WS-SEL-GEN-TO
                END-IF
            ELSE
                MOVE 1     TO WS-SEL-GEN-FROM
                MOVE 99999 TO WS-SEL-GEN-TO
            END-IF
            IF WS-SEL-DATE-TO = SPACES
                MOVE HIGH-VALUES TO WS-SEL-DATE-TO
            END-IF

            OPEN INPUT GEN-CATALOG
            IF NOT WS-GCT-FILE-OK
                IF WS-GCT-FILE-NOT-FOUND
                    MOVE WS-RC-WARNING TO LK-STATUS-OUT
                ELSE
                    DISPLAY "HELLOGRD: UNABLE TO OPEN GENERATION "
                            "CATALOG, STATUS " WS-GCT-FILE-STATUS
                    MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                END-IF
            ELSE
                OPEN INPUT GEN-STORE
                IF WS-GEN-FILE-OK
                    SET WS-SCAN-OPEN TO TRUE
                    MOVE "N" TO WS-GEN-POSITIONED-SW
                    MOVE "N" TO WS-CATALOG-END-SW
                    COMPUTE WS-CUR-GEN = WS-SEL-GEN-FROM - 1
                ELSE
                    DISPLAY "HELLOGRD: UNABLE TO OPEN GENERATION "
                            "STORE, STATUS " WS-GEN-FILE-STATUS
                    MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                    CLOSE GEN-CATALOG
                END-IF
            END-IF.
        1000-EXIT.
            EXIT.

        2000-NEXT-RECORD.
            MOVE "N" TO WS-RECORD-READY-SW
            PERFORM UNTIL WS-RECORD-READY
                       OR WS-CATALOG-END
                       OR LK-STATUS-OUT NOT = WS-RC-NORMAL
                IF NOT WS-GEN-POSITIONED
                    PERFORM 2100-NEXT-GENERATION THRU 2100-EXIT
                END-IF
                IF WS-GEN-POSITIONED
                    PERFORM 2200-READ-GENERATION THRU 2200-EXIT
                END-IF
            END-PERFORM

            IF WS-CATALOG-END AND LK-STATUS-OUT = WS-RC-NORMAL
                MOVE WS-RC-WARNING TO LK-STATUS-OUT
            END-IF
            IF NOT WS-RECORD-READY
                PERFORM 8000-END-SCAN THRU 8000-EXIT
            END-IF.
        2000-EXIT.
            EXIT.

        2100-NEXT-GENERATION.
            MOVE WS-SEL-LOG-ID TO GCT-LOG-ID
            MOVE WS-CUR-GEN    TO GCT-GEN-NUMBER
            START GEN-CATALOG
                KEY IS GREATER THAN GCT-KEY
                INVALID KEY
                    SET WS-CATALOG-END TO TRUE
            END-START

            PERFORM UNTIL WS-CATALOG-END OR WS-GEN-POSITIONED
                READ GEN-CATALOG NEXT RECORD
                    AT END
                        SET WS-CATALOG-END TO TRUE
                    NOT AT END
                        IF GCT-LOG-ID NOT = WS-SEL-LOG-ID
                            OR GCT-GEN-NUMBER > WS-SEL-GEN-TO
                            SET WS-CATALOG-END TO TRUE
                        ELSE
                            MOVE GCT-GEN-NUMBER TO WS-CUR-GEN
                            IF GCT-STATUS-ACTIVE
                                AND GCT-LAST-DATE >= WS-SEL-DATE-FROM
                                AND GCT-FIRST-DATE <= WS-SEL-DATE-TO
                                PERFORM 2150-POSITION-GENERATION
                                    THRU 2150-EXIT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
        2100-EXIT.
            EXIT.

        2150-POSITION-GENERATION.
            MOVE GCT-RECORD-COUNT TO WS-CUR-GEN-COUNT
            MOVE 0 TO WS-CUR-GEN-RETURNED
            MOVE WS-SEL-LOG-ID TO GEN-LOG-ID
            MOVE WS-CUR-GEN    TO GEN-NUMBER
            MOVE 1             TO GEN-SEQ
            START GEN-STORE
                KEY IS NOT LESS THAN GEN-KEY
                INVALID KEY
                    CONTINUE
            END-START
            IF WS-GEN-FILE-OK
                SET WS-GEN-POSITIONED TO TRUE
            ELSE
                DISPLAY "HELLOGRD: " WS-SEL-LOG-ID " GENERATION "
                        WS-CUR-GEN " CATALOGED BUT NOT ON STORE"
                MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                SET WS-CATALOG-END TO TRUE
            END-IF.
        2150-EXIT.
            EXIT.

        2200-READ-GENERATION.
            READ GEN-STORE NEXT RECORD
                AT END
                    MOVE "10" TO WS-GEN-FILE-STATUS
            END-READ
            IF NOT WS-GEN-FILE-OK
                OR GEN-LOG-ID NOT = WS-SEL-LOG-ID
                OR GEN-NUMBER NOT = WS-CUR-GEN
                DISPLAY "HELLOGRD: " WS-SEL-LOG-ID " GENERATION "
                        WS-CUR-GEN " HAS NO TRAILER - GENERATION "
                        "INCOMPLETE"
                MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
            ELSE
                IF GEN-TRAILER
                    MOVE "N" TO WS-GEN-POSITIONED-SW
                    IF GEN-T-RECORD-COUNT NOT = WS-CUR-GEN-RETURNED
                        OR WS-CUR-GEN-COUNT NOT = WS-CUR-GEN-RETURNED
                        DISPLAY "HELLOGRD: " WS-SEL-LOG-ID
                                " GENERATION " WS-CUR-GEN
                                " RECORD COUNT " WS-CUR-GEN-RETURNED
                                " DISAGREES WITH TRAILER "
                                GEN-T-RECORD-COUNT
                        MOVE WS-RC-DATA-PROBLEM TO LK-STATUS-OUT
                    END-IF
                ELSE
                    ADD 1 TO WS-CUR-GEN-RETURNED
                    MOVE GEN-IMAGE  TO LK-IMAGE-OUT
                    MOVE GEN-NUMBER TO LK-GEN-NUMBER-OUT
                    SET WS-RECORD-READY TO TRUE
                END-IF
            END-IF.
        2200-EXIT.
            EXIT.

        8000-END-SCAN.
            IF WS-SCAN-OPEN
                CLOSE GEN-CATALOG
                CLOSE GEN-STORE
            END-IF
            MOVE "N" TO WS-SCAN-SW
            MOVE "N" TO WS-GEN-POSITIONED-SW
            MOVE "N" TO WS-CATALOG-END-SW.
        8000-EXIT.
            EXIT.
