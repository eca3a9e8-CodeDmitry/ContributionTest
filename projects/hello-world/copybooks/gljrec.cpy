       *>+--------------------------------------------------------------------+
       *>| GLJREC - general-ledger journal interface file (HELLOGLJ)         |
       *>| written by the chargeback billing run (HELLOBIL) for finance      |
       *>| to load.  One header, any number of detail postings, and one      |
       *>| trailer whose detail count and debit and credit totals must       |
       *>| agree with the details; the trailer is written only when the      |
       *>| run completes, so a file without one must not be loaded.          |
       *>+--------------------------------------------------------------------+
        01 GLJ-HEADER-RECORD.
            05 GLJ-H-REC-TYPE          PIC X(1).
                88 GLJ-H-HEADER              VALUE "H".
            05 GLJ-H-SOURCE            PIC X(8).
            05 GLJ-H-PERIOD            PIC X(6).
            05 GLJ-H-CREATE-DATE       PIC X(8).
            05 GLJ-H-BATCH-TYPE        PIC X(1).
                88 GLJ-H-BATCH-BILL          VALUE "B".
                88 GLJ-H-BATCH-REBILL        VALUE "R".
            05 FILLER                  PIC X(56).
        01 GLJ-DETAIL-RECORD.
            05 GLJ-D-REC-TYPE          PIC X(1).
                88 GLJ-D-DETAIL              VALUE "D".
            05 GLJ-D-COST-CENTER       PIC X(8).
            05 GLJ-D-DR-CR             PIC X(1).
                88 GLJ-D-DEBIT               VALUE "D".
                88 GLJ-D-CREDIT              VALUE "C".
            05 GLJ-D-AMOUNT            PIC 9(9)V99.
            05 GLJ-D-PERIOD            PIC X(6).
            05 GLJ-D-SITE-CODE         PIC X(4).
            05 GLJ-D-DESCRIPTION       PIC X(30).
            05 FILLER                  PIC X(19).
        01 GLJ-TRAILER-RECORD.
            05 GLJ-T-REC-TYPE          PIC X(1).
                88 GLJ-T-TRAILER             VALUE "T".
            05 GLJ-T-DETAIL-COUNT      PIC 9(7).
            05 GLJ-T-DEBIT-TOTAL       PIC 9(11)V99.
            05 GLJ-T-CREDIT-TOTAL      PIC 9(11)V99.
            05 FILLER                  PIC X(46).
