       *>+--------------------------------------------------------------------+
       *>| HSQREC - one row per run date on the indexed history sequence     |
       *>| control file (HELLOHSQ), holding the last HIST-RUN-SEQ given out  |
       *>| for that date on HELLOHST.  HELLOWORLD takes the next sequence    |
       *>| from here instead of reading the day's history rows for every     |
       *>| greeting; a date with no row yet is seeded once from the          |
       *>| history file itself.  Numbers are never handed out twice, so a    |
       *>| backed-out run leaves a gap rather than having its key reused.    |
       *>+--------------------------------------------------------------------+
        01 HSQ-RECORD.
            05 HSQ-RUN-DATE            PIC X(8).
            05 HSQ-LAST-SEQ            PIC 9(4).
            05 HSQ-LAST-TIMESTAMP      PIC X(26).
