       *>+--------------------------------------------------------------------+
       *>| SUSREC - one row per rejected greeting card on the indexed reject |
       *>| suspense file (HELLOSUS).  Written by HELLOWORLD's reject path    |
       *>| alongside the nightly HELLOREJ listing, keyed by the card image   |
       *>| exactly as it was read and the date it was rejected, and kept     |
       *>| across nights until the card is corrected and re-entered or       |
       *>| cancelled.  HELLOSUC applies the correction and cancel cards,     |
       *>| HELLOSRE feeds corrected cards back onto the next HELLOTRN deck,  |
       *>| and HELLOSUL prints the aged listing by site through the          |
       *>| alternate site key.                                               |
       *>+--------------------------------------------------------------------+
        01 SUS-RECORD.
            05 SUS-KEY.
                10 SUS-TRAN-IMAGE      PIC X(72).
                10 SUS-REJECT-DATE     PIC X(8).
            05 SUS-SITE-KEY.
                10 SUS-SITE-CODE       PIC X(4).
                10 SUS-SITE-REJ-DATE   PIC X(8).
            05 SUS-REJECT-REASON       PIC X(30).
            05 SUS-REJECT-COUNT        PIC 9(3).
            05 SUS-STATUS              PIC X(1).
                88 SUS-STATUS-OPEN           VALUE "O".
                88 SUS-STATUS-CORRECTED      VALUE "C".
                88 SUS-STATUS-RELEASED       VALUE "R".
                88 SUS-STATUS-CANCELLED      VALUE "X".
            05 SUS-CORRECTED-IMAGE     PIC X(72).
            05 SUS-ACTION-DATE         PIC X(8).
            05 SUS-ACTION-OPER         PIC X(8).
            05 SUS-RELEASE-DATE        PIC X(8).
