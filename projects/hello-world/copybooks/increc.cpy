       *>+--------------------------------------------------------------------+
       *>| INCREC - one row per inbound service-desk request file on the     |
       *>| indexed received-file register (HELLOINC), keyed by the file      |
       *>| sequence number from the file's header record.  Written by        |
       *>| HELLOINB after each file is processed.  A file whose sequence is  |
       *>| already on the register as accepted is refused whole; a file      |
       *>| refused for its control totals may be sent again under the same   |
       *>| sequence.                                                         |
       *>+--------------------------------------------------------------------+
        01 INC-RECORD.
            05 INC-FILE-SEQ            PIC 9(6).
            05 INC-SEND-DATE           PIC X(8).
            05 INC-RECEIVED-DATE       PIC X(8).
            05 INC-STATUS              PIC X(1).
                88 INC-STATUS-ACCEPTED       VALUE "A".
                88 INC-STATUS-REFUSED        VALUE "R".
            05 INC-REASON              PIC X(30).
            05 INC-DETAIL-COUNT        PIC 9(7).
            05 INC-QUEUED-COUNT        PIC 9(7).
            05 INC-REJECTED-COUNT      PIC 9(7).
            05 INC-DUPLICATE-COUNT     PIC 9(7).
