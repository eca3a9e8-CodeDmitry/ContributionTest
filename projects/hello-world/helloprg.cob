        *>| archive extract, deletes it from the history file, and prints a   |
        *>| purge report (records examined / archived / deleted / retained)   |
        *>| so the history file stays inside the nightly backup window.       |
        *>| A purge needs a request for this exact control card filed and     |
        *>| approved by two different level-3 operators through HELLODCM;     |
        *>| HELLODCK checks it at start-up and marks it used once the history |
        *>| file is open for the purge.                                       |
        *>|                                                                    |
        *>| Written by Dmitry Makhnin.                                         |
        *>+--------------------------------------------------------------------+
        01 WS-SIGNON-STATUS         PIC 9(2).
        01 WS-LEVEL-DESTRUCTIVE     PIC 9 VALUE 3.

        01 WS-DCK-FUNCTION          PIC X(1).
        01 WS-DCK-CARD-IMAGE        PIC X(80) VALUE SPACES.
        01 WS-DCK-REQUEST-ID        PIC 9(6) VALUE 0.
        01 WS-DCK-STATUS            PIC 9(2) VALUE 0.

        01 WS-CTL-FILE-STATUS       PIC XX VALUE SPACES.
            88 WS-CTL-FILE-OK              VALUE "00".

                        DISPLAY "HELLOPRG: control file is empty"
                        MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                    NOT AT END
                        MOVE CTL-RECORD      TO WS-DCK-CARD-IMAGE
                        MOVE CTL-OPERATOR-ID TO WS-OPERATOR-ID
                        IF CTL-RETENTION-DAYS IS NUMERIC
                            MOVE CTL-RETENTION-DAYS
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                MOVE "C" TO WS-DCK-FUNCTION
                CALL "hellodck" USING WS-DCK-FUNCTION
                                       WS-JOB-NAME
                                       WS-DCK-CARD-IMAGE
                                       WS-OPERATOR-ID
                                       WS-DCK-REQUEST-ID
                                       WS-DCK-STATUS
                END-CALL
                IF WS-DCK-STATUS >= WS-RC-DATA-PROBLEM
                    DISPLAY "HELLOPRG: purge refused - no approved "
                            "dual-control request for this card"
                    MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                COMPUTE WS-TODAY-INTEGER =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE-NUM)
                        PERFORM 7000-LOG-FILE-ERROR THRU 7000-EXIT
                    END-IF
                END-IF
            END-IF

            IF RETURN-CODE < WS-RC-DATA-PROBLEM
                AND NOT WS-EOF
                PERFORM 1500-MARK-REQUEST-USED THRU 1500-EXIT
            END-IF.
        1000-EXIT.
            EXIT.

        1500-MARK-REQUEST-USED.
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
                DISPLAY "HELLOPRG: dual-control request "
                        WS-DCK-REQUEST-ID " could not be marked used "
                        "- purge abandoned, nothing changed"
                MOVE WS-RC-DATA-PROBLEM TO RETURN-CODE
            END-IF.
        1500-EXIT.
            EXIT.

        2000-PURGE-HISTORY.
            PERFORM UNTIL WS-EOF
                READ HISTORY-FILE NEXT RECORD
