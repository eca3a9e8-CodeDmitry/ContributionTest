       *>| control card, so a parm card can be promoted to a deck record     |
       *>| without rekeying.  When HELLOTRN is present the whole deck is     |
       *>| processed in one execution instead of one job submission per     |
       *>| greeting.  Cards fed from the service desk by HELLOINB carry the  |
       *>| desk's ticket number so the HELLOHST row each one produces can    |
       *>| be traced back through the ticket register (HELLOTKT).            |
       *>+--------------------------------------------------------------------+
        01 TRAN-RECORD.
            05 TRAN-MESSAGE-TEXT       PIC X(20).
            05 TRAN-DATE-OPTION        PIC X(1).
                88 TRAN-ROLL-FORWARD         VALUE "R".
            05 TRAN-OPERATOR-ID        PIC X(8).
            05 TRAN-TICKET-NO          PIC X(10).
            05 FILLER                  PIC X(21).
