       *>+--------------------------------------------------------------------+
       *>| CALREC - one row per date on the optional business-day calendar   |
       *>| file (HELLOCAL), indexed on CAL-DATE so any number of years can   |
       *>| be held and a date is looked up by key.  Carries the day-type     |
       *>| code HELLOWORLD uses to validate a requested run date: only       |
       *>| processing days are accepted, holidays and plant shutdown days    |
       *>| are rejected (or rolled forward to the next processing day when   |
       *>| the control card asks for it).  Written one year at a time by     |
       *>| HELLOCMT.                                                         |
       *>+--------------------------------------------------------------------+
        01 CAL-RECORD.
            05 CAL-DATE                PIC X(8).
