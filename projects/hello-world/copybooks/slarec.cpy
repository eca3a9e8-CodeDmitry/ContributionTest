       *>+--------------------------------------------------------------------+
       *>| SLAREC - one row per HELLOCYC step on the service-level control   |
       *>| file (HELLOSLA) read by the morning status board (HELLOBRD).      |
       *>| Gives the latest acceptable completion time for the step as a     |
       *>| time of day and a number of days after the cycle date, so a       |
       *>| night cycle that runs past midnight is measured correctly.        |
       *>| The business-day flag says whether the deadline is held only      |
       *>| when the cycle date is a processing day on the business-day       |
       *>| calendar (HELLOCAL) - on holidays and shutdown days such a        |
       *>| step is shown on the board but is not held to its deadline.       |
       *>+--------------------------------------------------------------------+
        01 SLA-RECORD.
            05 SLA-STEP-NAME           PIC X(8).
            05 SLA-DEADLINE-TIME.
                10 SLA-DEADLINE-HH     PIC X(2).
                10 SLA-DEADLINE-MM     PIC X(2).
            05 SLA-DAY-OFFSET          PIC X(1).
            05 SLA-BUSINESS-DAY-FLAG   PIC X(1).
                88 SLA-BUSINESS-DAYS-ONLY    VALUE "Y".
                88 SLA-EVERY-DAY             VALUE "N".
            05 FILLER                  PIC X(66).
