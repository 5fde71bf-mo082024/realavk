      *-----------------------------------------------------------*
      *  SCNREC   -  SCENARIO-FILE RECORD LAYOUT                  *
      *             STRESSTESTENS SCENARIOER. ET SCENARIO ER ALLE  *
      *             POSTENE MED SAMME SCN-NAME: EN POST MED BLANK  *
      *             VALUTA GJELDER ALLE HOLDINGER, OG POSTER MED   *
      *             VALUTAKODE OVERSTYRER DEN FOR HOLDINGER I      *
      *             DEN VALUTAEN, FELT FOR FELT. ET FELT BRUKES    *
      *             BARE NAR BRYTEREN FORAN ER J; ELLERS GJELDER   *
      *             BASISTALLET (HM-AVK, PERIODENS KPI ELLER       *
      *             HM-INF, INGEN KRONESJOKK). KRONESJOKKET ER EN  *
      *             ENDRING I KRONEKURSEN I PROSENT: POSITIVT      *
      *             TALL ER STERKERE KRONE, SA UTENLANDSKE         *
      *             HOLDINGER TAPER SATSEN AV SLUTTVERDIEN I       *
      *             KRONER. KRONEHOLDINGER BERORES IKKE AV         *
      *             SJOKKET.                                       *
      *-----------------------------------------------------------*
       01  SCENARIO-RECORD.
           05  SCN-NAME                 PIC X(12).
           05  SCN-CURRENCY-CODE        PIC X(03).
           05  SCN-AVK-SW               PIC X(01).
           05  SCN-AVK                  PIC S9(2)V99.
           05  SCN-INF-SW               PIC X(01).
           05  SCN-INF                  PIC S9(2)V99.
           05  SCN-SHOCK-SW             PIC X(01).
           05  SCN-KR-SHOCK             PIC S9(2)V99.
           05  SCN-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(08).
