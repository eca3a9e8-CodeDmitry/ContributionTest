       *>+--------------------------------------------------------------------+
       *>| TKTREC - one row per service-desk ticket on the indexed ticket    |
       *>| register (HELLOTKT), keyed by ticket number.  Written by HELLOINB |
       *>| as each ticket is taken from the inbound request file, then       |
       *>| updated by HELLOWORLD when the card carrying the ticket is run:   |
       *>| processed tickets get the HELLOHST key of the run they produced,  |
       *>| rejected ones get the night's reject reason.  HELLOEDT rejects a  |
       *>| queued ticket the same way when it fails the deck edit.  The      |
       *>| reported date is when the current status was last sent back to    |
       *>| the service desk; HELLOEDT and HELLOWORLD clear it on every       |
       *>| change so HELLOINB reports the outcome on its next response.  A   |
       *>| ticket refused at intake may be sent again; any other status      |
       *>| makes a resend a duplicate.                                       |
       *>+--------------------------------------------------------------------+
        01 TKT-RECORD.
            05 TKT-TICKET-NO           PIC X(10).
            05 TKT-FILE-SEQ            PIC 9(6).
            05 TKT-RECEIVED-DATE       PIC X(8).
            05 TKT-STATUS              PIC X(1).
                88 TKT-STATUS-QUEUED         VALUE "Q".
                88 TKT-STATUS-REFUSED        VALUE "R".
                88 TKT-STATUS-PROCESSED      VALUE "P".
                88 TKT-STATUS-NIGHT-REJECT   VALUE "J".
            05 TKT-REASON              PIC X(30).
            05 TKT-RUN-DATE            PIC X(8).
            05 TKT-HIST-KEY.
                10 TKT-HIST-RUN-DATE   PIC X(8).
                10 TKT-HIST-RUN-SEQ    PIC 9(4).
            05 TKT-REPORTED-DATE       PIC X(8).
