       *>+--------------------------------------------------------------------+
       *>| GCTREC - one row per log generation on the indexed generation     |
       *>| catalog (HELLOGCT) kept by HELLOROL for the append-only logs      |
       *>| HELLOAUD, HELLOERL, HELLOJRN and HELLOCYS.  Generation 00000 of   |
       *>| each log is the control row: its retention limit (generations     |
       *>| kept) and the last generation number issued.  Every other row     |
       *>| describes one rolled generation held on HELLOGEN - when it was    |
       *>| cut, the first and last record dates it covers, and its record    |
       *>| count - and stays on the catalog marked expired once retention    |
       *>| drops it.                                                         |
       *>+--------------------------------------------------------------------+
        01 GCT-RECORD.
            05 GCT-KEY.
                10 GCT-LOG-ID          PIC X(8).
                10 GCT-GEN-NUMBER      PIC 9(5).
                    88 GCT-CONTROL-ROW       VALUE 0.
            05 GCT-STATUS              PIC X(1).
                88 GCT-STATUS-ACTIVE         VALUE "A".
                88 GCT-STATUS-EXPIRED        VALUE "X".
                88 GCT-STATUS-CONTROL        VALUE "C".
            05 GCT-GEN-DATA.
                10 GCT-CREATE-DATE     PIC X(8).
                10 GCT-CREATE-TIME     PIC X(6).
                10 GCT-FIRST-DATE      PIC X(8).
                10 GCT-LAST-DATE       PIC X(8).
                10 GCT-RECORD-COUNT    PIC 9(7).
                10 GCT-CREATE-OPER     PIC X(8).
                10 GCT-EXPIRE-DATE     PIC X(8).
            05 GCT-CONTROL-DATA REDEFINES GCT-GEN-DATA.
                10 GCT-C-RETENTION     PIC 9(3).
                10 GCT-C-LAST-GEN      PIC 9(5).
                10 GCT-C-LAST-ROLL-DATE PIC X(8).
                10 GCT-C-MAINT-OPER    PIC X(8).
                10 FILLER              PIC X(29).
            05 FILLER                  PIC X(13).
