       *>+--------------------------------------------------------------------+
       *>| DCQREC - one row per dual-control request on the indexed pending- |
       *>| request file (HELLODCQ).  A destructive run - a HELLOBKO backout, |
       *>| a HELLOPRG purge, a HELLOVFY rebuild, a HELLOSMT site delete or a |
       *>| HELLOOPM profile delete - is filed here by one level-3 operator   |
       *>| through HELLODCM, naming the program and the exact control card   |
       *>| it will be run with, and approved or declined there by a second,  |
       *>| different level-3 operator.  The destructive program checks the   |
       *>| request through HELLODCK and marks it used when it acts on it.    |
       *>| Request 000000 is the control row carrying the last request       |
       *>| number issued.                                                    |
       *>+--------------------------------------------------------------------+
        01 DCQ-RECORD.
            05 DCQ-REQUEST-ID          PIC 9(6).
                88 DCQ-CONTROL-ROW           VALUE 0.
            05 DCQ-STATUS              PIC X(1).
                88 DCQ-STATUS-PENDING        VALUE "P".
                88 DCQ-STATUS-APPROVED       VALUE "A".
                88 DCQ-STATUS-DECLINED       VALUE "D".
                88 DCQ-STATUS-USED           VALUE "U".
                88 DCQ-STATUS-CONTROL        VALUE "C".
            05 DCQ-REQUEST-DATA.
                10 DCQ-PROGRAM         PIC X(8).
                10 DCQ-CARD-IMAGE      PIC X(80).
                10 DCQ-VALID-DAYS      PIC 9(2).
                10 DCQ-MAKER-OPER      PIC X(8).
                10 DCQ-MAKER-DATE      PIC X(8).
                10 DCQ-MAKER-TIME      PIC X(6).
                10 DCQ-CHECKER-OPER    PIC X(8).
                10 DCQ-CHECKER-DATE    PIC X(8).
                10 DCQ-CHECKER-TIME    PIC X(6).
                10 DCQ-EXPIRE-DATE     PIC X(8).
                10 DCQ-REASON          PIC X(30).
                10 DCQ-USED-OPER       PIC X(8).
                10 DCQ-USED-DATE       PIC X(8).
                10 DCQ-USED-TIME       PIC X(6).
            05 DCQ-CONTROL-DATA REDEFINES DCQ-REQUEST-DATA.
                10 DCQ-C-LAST-ID       PIC 9(6).
                10 FILLER              PIC X(188).
