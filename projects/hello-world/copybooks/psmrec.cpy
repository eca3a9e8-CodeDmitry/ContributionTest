       *>+--------------------------------------------------------------------+
       *>| PSMREC - one row per site per closed period on the indexed        |
       *>| period-summary file (HELLOPSF), keyed by period (YYYYMM) and      |
       *>| site code.  Written by the month-end close (HELLOPCL) from the    |
       *>| site activity file (HELLOSAF); the row under site code "*ALL"     |
       *>| carries the period totals together with the run-history           |
       *>| (HELLOHST) row count and worst return code for the month, so      |
       *>| the figures reported to management survive purges and restores.   |
       *>| Rows are rewritten when a reopened period is closed again.        |
       *>+--------------------------------------------------------------------+
        01 PSM-RECORD.
            05 PSM-KEY.
                10 PSM-PERIOD          PIC X(6).
                10 PSM-SITE-CODE       PIC X(4).
                    88 PSM-SITE-ALL          VALUE "*ALL".
            05 PSM-RUN-COUNT           PIC 9(7).
            05 PSM-REJECT-COUNT        PIC 9(7).
            05 PSM-WORST-RC            PIC 9(3).
            05 PSM-ACTIVE-DAYS         PIC 9(3).
            05 PSM-HIST-ROWS           PIC 9(7).
            05 PSM-HIST-WORST-RC       PIC 9(3).
            05 PSM-CLOSE-DATE          PIC X(8).
            05 PSM-CLOSE-OPER          PIC X(8).
            05 FILLER                  PIC X(14).
