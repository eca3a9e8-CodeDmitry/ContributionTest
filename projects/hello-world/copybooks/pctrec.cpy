       *>+--------------------------------------------------------------------+
       *>| PCTREC - one row per accounting period on the indexed period      |
       *>| control file (HELLOPCF), keyed by the period as YYYYMM.  Written  |
       *>| by the month-end close (HELLOPCL) and flipped back to open by     |
       *>| the reopen utility (HELLOPRO).  The HELLOPRD subroutine reads it  |
       *>| so HELLOWORLD, HELLOEDT, HELLORST and HELLOBKO refuse to add,     |
       *>| restore or back out run history dated in a closed period.  A      |
       *>| period with no row has never been closed and is open.             |
       *>+--------------------------------------------------------------------+
        01 PCT-RECORD.
            05 PCT-PERIOD              PIC X(6).
            05 PCT-STATUS              PIC X(1).
                88 PCT-STATUS-CLOSED         VALUE "C".
                88 PCT-STATUS-REOPENED       VALUE "O".
            05 PCT-CLOSE-DATE          PIC X(8).
            05 PCT-CLOSE-OPER          PIC X(8).
            05 PCT-REOPEN-DATE         PIC X(8).
            05 PCT-REOPEN-OPER         PIC X(8).
            05 PCT-CLOSE-COUNT         PIC 9(3).
            05 PCT-REOPEN-REASON       PIC X(30).
            05 FILLER                  PIC X(8).
