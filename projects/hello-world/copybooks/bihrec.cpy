       *>+--------------------------------------------------------------------+
       *>| BIHREC - one row per site per billed period on the indexed        |
       *>| chargeback billing history file (HELLOBIH), keyed by period       |
       *>| (YYYYMM) and site code, written by HELLOBIL.  The row under       |
       *>| site code "*ALL" is the period's billing control: the recovery    |
       *>| account credited, the period totals, who billed it and when,      |
       *>| and how many times it has been billed.  Its presence is what      |
       *>| stops a period being billed twice; a rebill reverses the site     |
       *>| rows it finds here on the GL journal before billing again.        |
       *>| Each site row carries the bill count of the billing that wrote    |
       *>| it, so rows a rebill no longer charges can be dropped once the    |
       *>| new billing has been recorded.                                    |
       *>+--------------------------------------------------------------------+
        01 BIH-RECORD.
            05 BIH-KEY.
                10 BIH-PERIOD          PIC X(6).
                10 BIH-SITE-CODE       PIC X(4).
                    88 BIH-PERIOD-CONTROL    VALUE "*ALL".
            05 BIH-COST-CENTER         PIC X(8).
            05 BIH-RUN-COUNT           PIC 9(7).
            05 BIH-REJECT-COUNT        PIC 9(7).
            05 BIH-USAGE-AMOUNT        PIC 9(7)V99.
            05 BIH-MINIMUM-ADJ         PIC 9(7)V99.
            05 BIH-BILLED-AMOUNT       PIC 9(7)V99.
            05 BIH-BILL-DATE           PIC X(8).
            05 BIH-BILL-OPER           PIC X(8).
            05 BIH-BILL-COUNT          PIC 9(3).
            05 FILLER                  PIC X(2).
