       *>+--------------------------------------------------------------------+
       *>| SCHREC - one row per scheduled greeting on the indexed site       |
       *>| message schedule file (HELLOSCH), keyed on the site code and the  |
       *>| date the greeting takes effect.  The row is in force from         |
       *>| SCH-EFF-FROM through SCH-EFF-TO inclusive (99999999 = until       |
       *>| further notice); rows for one site never overlap.  HELLOWORLD and |
       *>| HELLOEDT take the greeting in force on the run date and fall back |
       *>| to the HELLOSTM message when no row covers it.  Maintained only   |
       *>| through HELLOSCM, which stamps every applied change with the      |
       *>| maintenance date, action, and operator.                           |
       *>+--------------------------------------------------------------------+
        01 SCH-RECORD.
            05 SCH-KEY.
                10 SCH-SITE-CODE       PIC X(4).
                10 SCH-EFF-FROM        PIC X(8).
            05 SCH-EFF-TO              PIC X(8).
                88 SCH-OPEN-ENDED            VALUE "99999999".
            05 SCH-MESSAGE-TEXT        PIC X(20).
            05 SCH-LAST-MAINT-DATE     PIC X(8).
            05 SCH-LAST-MAINT-ACTION   PIC X(3).
            05 SCH-LAST-MAINT-OPER     PIC X(8).
