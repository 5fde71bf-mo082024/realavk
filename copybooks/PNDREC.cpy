      *-----------------------------------------------------------*
      *  PNDREC   -  PENDING-CHANGE-FILE RECORD LAYOUT            *
      *             ENDRINGER TIL GODKJENNING (FIREOYNSKONTROLL).  *
      *             EN KPI-, KURS- ELLER GEBYRENDRING OG EN        *
      *             GJENAPNING AV EN LUKKET PERIODE LEGGES HER AV  *
      *             VEDLIKEHOLDSPROGRAMMET I STEDET FOR A GA RETT  *
      *             TIL MASTEREN, SOM FORST OPPDATERES NAR EN      *
      *             ANNEN BRUKERID ENN PND-MAKER-ID GODKJENNER.    *
      *             RATEIMPORT KAN LEGGE SATSER SOM FEILER         *
      *             SANNSYNLIGHETSKONTROLLEN HER (PND-SOURCE I,    *
      *             MED ARSAKEN I PND-NOTE) I STEDET FOR A AVVISE  *
      *             DEM. NOKKELEN ER FIL-ID OG MASTERNOKKEL I      *
      *             SAMME FORM SOM MNT-FILE-ID OG MNT-KEY, SA DET  *
      *             KAN LIGGE HOYST EN VENTENDE ENDRING PER        *
      *             MASTERPOST. PND-ACTION ER SOM MNT-ACTION, OG   *
      *             GAMMEL OG NY VERDI ER DE REDIGERTE BILDENE SOM *
      *             VISES FOR GODKJENNEREN; DEN NYE VERDIEN SOM    *
      *             SKRIVES TIL MASTEREN LIGGER I PND-NEW-DATA,    *
      *             MED ET BILDE PER FIL-ID. POSTEN SLETTES NAR    *
      *             ENDRINGEN ER GODKJENT ELLER AVVIST.            *
      *-----------------------------------------------------------*
       01  PENDING-CHANGE-RECORD.
           05  PND-KEY.
               10  PND-FILE-ID          PIC X(03).
               10  PND-REC-KEY          PIC X(16).
           05  PND-ACTION               PIC X(01).
           05  PND-SOURCE               PIC X(01).
               88  PND-FROM-MAINTENANCE     VALUE "V".
               88  PND-FROM-IMPORT          VALUE "I".
           05  PND-MAKER-ID             PIC X(08).
           05  PND-MAKER-DATE           PIC 9(08).
           05  PND-MAKER-TIME           PIC 9(08).
           05  PND-OLD-VALUE            PIC X(15).
           05  PND-NEW-VALUE            PIC X(15).
           05  PND-NEW-DATA             PIC X(20).
           05  PND-CPI-DATA REDEFINES PND-NEW-DATA.
               10  PND-CPI-RATE         PIC S9(2)V99.
               10  FILLER               PIC X(16).
           05  PND-FX-DATA REDEFINES PND-NEW-DATA.
               10  PND-FX-RATE          PIC 9(5)V9(4).
               10  FILLER               PIC X(11).
           05  PND-FEE-DATA REDEFINES PND-NEW-DATA.
               10  PND-FEE-PCT          PIC 9(2)V99.
               10  PND-FEE-FIXED        PIC 9(5)V99.
               10  FILLER               PIC X(09).
           05  PND-BMK-DATA REDEFINES PND-NEW-DATA.
               10  PND-BMK-OSEBX        PIC S9(2)V99.
               10  PND-BMK-GLOBAL       PIC S9(2)V99.
               10  FILLER               PIC X(12).
           05  PND-NOTE                 PIC X(45).
           05  FILLER                   PIC X(06).
