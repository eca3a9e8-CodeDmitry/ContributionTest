        *>| (HELLOVFP) additionally unloads the file to a sequential copy     |
        *>| (HELLOVFU) and reloads it fresh to rebuild the index; rebuild     |
        *>| is destructive and needs a level-3 operator sign-on through       |
        *>| HELLOSGN, plus a request for this exact control card filed and    |
        *>| approved by two different level-3 operators through HELLODCM.     |
        *>| HELLODCK checks the request at start-up and marks it used just    |
        *>| before the reload begins.                                         |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        01 WS-LEVEL-INQUIRY         PIC 9 VALUE 1.
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-DCK-FUNCTION          PIC X(1).
        01 WS-DCK-CARD-IMAGE        PIC X(80) VALUE SPACES.
        01 WS-DCK-REQUEST-ID        PIC 9(6) VALUE 0.
        01 WS-DCK-STATUS            PIC 9(2) VALUE 0.

        01 WS-PRIOR-KEY             PIC X(12) VALUE LOW-VALUES.
        01 WS-PRIOR-KEY-R REDEFINES WS-PRIOR-KEY.
            05 WS-PRIOR-RUN-DATE     PIC X(8).
                PERFORM 3000-UNLOAD-HISTORY THRU 3000-EXIT
                IF WS-UNLOAD-OK
                    AND WS-UNLOADED-COUNT = WS-READ-COUNT
                    PERFORM 3900-MARK-REQUEST-USED THRU 3900-EXIT
                    IF WS-DCK-STATUS < WS-RC-DATA-PROBLEM
                        PERFORM 4000-RELOAD-HISTORY THRU 4000-EXIT
                    END-IF
                ELSE
                    DISPLAY "HELLOVFY: unload incomplete - rebuild "
                            "abandoned, history file left as is"
                        DISPLAY "HELLOVFY: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        MOVE VFY-RECORD      TO WS-DCK-CARD-IMAGE
                        MOVE VFY-OPERATOR-ID TO WS-OPERATOR-ID
                        MOVE VFY-MODE        TO WS-VFY-MODE
                        IF VFY-MODE-REBUILD
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND WS-REBUILD-MODE
                MOVE "C" TO WS-DCK-FUNCTION
                CALL "hellodck" USING WS-DCK-FUNCTION
                                       WS-JOB-NAME
                                       WS-DCK-CARD-IMAGE
                                       WS-OPERATOR-ID
                                       WS-DCK-REQUEST-ID
                                       WS-DCK-STATUS
                END-CALL
                IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOVFY: rebuild refused - no approved "
                            "dual-control request for this card"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                OPEN OUTPUT REPORT-FILE
                IF NOT WS-RPT-FILE-OK
        3000-EXIT.
            EXIT.

        3900-MARK-REQUEST-USED.
            MOVE RETURN-CODE TO WS-SAVE-RETURN-CODE
            MOVE "U" TO WS-DCK-FUNCTION
            CALL "hellodck" USING WS-DCK-FUNCTION
                                   WS-JOB-NAME
                                   WS-DCK-CARD-IMAGE
                                   WS-OPERATOR-ID
                                   WS-DCK-REQUEST-ID
                                   WS-DCK-STATUS
            END-CALL
            MOVE WS-SAVE-RETURN-CODE TO RETURN-CODE
            IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                DISPLAY "HELLOVFY: dual-control request "
                        WS-DCK-REQUEST-ID " could not be marked used "
                        "- rebuild abandoned, history file left as is"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        3900-EXIT.
            EXIT.

        4000-RELOAD-HISTORY.
            OPEN INPUT UNLOAD-FILE
            IF NOT WS-UNL-FILE-OK
