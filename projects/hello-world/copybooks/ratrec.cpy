       *>+--------------------------------------------------------------------+
       *>| RATREC - one row per billable site on the indexed chargeback rate |
       *>| table (HELLORAT), keyed on the site code.  Carries the billing    |
       *>| name and the cost center the site's charges are debited to, the   |
       *>| per-run and per-reject charges, and the monthly minimum.          |
       *>| Maintained only through HELLORTM, which stamps each applied       |
       *>| change with the maintenance date, action and operator; read by    |
       *>| the chargeback billing run (HELLOBIL).                            |
       *>+--------------------------------------------------------------------+
        01 RAT-RECORD.
            05 RAT-SITE-CODE           PIC X(4).
            05 RAT-SITE-NAME           PIC X(30).
            05 RAT-COST-CENTER         PIC X(8).
            05 RAT-RUN-CHARGE          PIC 9(3)V99.
            05 RAT-REJECT-CHARGE       PIC 9(3)V99.
            05 RAT-MONTHLY-MINIMUM     PIC 9(5)V99.
            05 RAT-LAST-MAINT-DATE     PIC X(8).
            05 RAT-LAST-MAINT-ACTION   PIC X(3).
            05 RAT-LAST-MAINT-OPER     PIC X(8).
            05 FILLER                  PIC X(2).
