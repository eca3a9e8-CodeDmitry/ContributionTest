       *>+--------------------------------------------------------------------+
       *>| GENREC - one row per archived log record on the indexed log       |
       *>| generation store (HELLOGEN) written by HELLOROL.  Keyed by log    |
       *>| id, generation number and record sequence, so a generation reads  |
       *>| back in the order it was logged.  The record image holds the      |
       *>| original log row exactly as it was written (sized for the widest  |
       *>| log layout, JRNREC).  Each generation ends with a trailer row at  |
       *>| sequence 9999999 carrying its record count and date range, which  |
       *>| HELLOGRD checks when the generation is read back.                 |
       *>+--------------------------------------------------------------------+
        01 GEN-RECORD.
            05 GEN-KEY.
                10 GEN-LOG-ID          PIC X(8).
                10 GEN-NUMBER          PIC 9(5).
                10 GEN-SEQ             PIC 9(7).
                    88 GEN-TRAILER-SEQ       VALUE 9999999.
            05 GEN-REC-TYPE            PIC X(1).
                88 GEN-DETAIL                VALUE "D".
                88 GEN-TRAILER               VALUE "T".
            05 GEN-IMAGE               PIC X(200).
            05 GEN-TRAILER-DATA REDEFINES GEN-IMAGE.
                10 GEN-T-RECORD-COUNT  PIC 9(7).
                10 GEN-T-FIRST-DATE    PIC X(8).
                10 GEN-T-LAST-DATE     PIC X(8).
                10 GEN-T-CREATE-TS     PIC X(26).
                10 GEN-T-CREATE-OPER   PIC X(8).
                10 FILLER              PIC X(143).
