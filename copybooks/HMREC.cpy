      *-----------------------------------------------------------*
      *  HMREC    -  HOLDINGS-MASTER RECORD LAYOUT                *
      *             ONE RECORD PER POSITION, KEYED ON ACCOUNT ID   *
      *             PLUS POSITION NUMBER (HM-KEY), ONE ACCOUNT MAY *
      *             HOLD POSITIONS 01-99. FORMERLY ONE PER ACCOUNT,*
      *             REPLACING THE FULL SEQUENTIAL PORTFOLIO-FILE   *
      *             AS THE HOME OF THE HOLDINGS. THE DAILY DELTA   *
      *             RUN APPLIES TRANS-FILE CHANGES HERE AND ONLY   *
      *             RECOMPUTES THE ACCOUNTS TOUCHED THAT DAY; THE  *
      *             MONTH-END FULL REVALUATION READS THE MASTER    *
      *             FROM START TO END. THE FIELDS ARE THE SAME AS  *
      *             THE OLD PORTFOLIO-FILE RECORD (PFREC), BUT THE *
      *             POSITION NUMBER SITS IN THE KEY SO THE TWO     *
      *             LAYOUTS MUST BE MOVED FIELD BY FIELD. MASTERE  *
      *             I DET GAMLE FORMATET KONVERTERES MED HMKONV    *
      *             (ALLE HOLDINGER BLIR POSISJON 01).             *
      *             HM-MOVEMENT-FLAG ER J NAR SISTE DELTABEREGNING *
      *             AV HM-PERIOD-YM BLE GJORT MED TIDSVEKTEDE      *
      *             BEVEGELSER - FULL REVALUERING HOPPER DA OVER   *
      *             I BADE HOVEDBOK OG ARSOPPGAVE.                 *
      *-----------------------------------------------------------*
       01  HOLDING-MASTER-RECORD.
           05  HM-KEY.
               10  HM-ACCOUNT-ID       PIC X(10).
               10  HM-POSITION-NUM     PIC 9(02).
           05  HM-INV                  PIC 9(7)V99.
           05  HM-AVK                  PIC S9(2)V99.
           05  HM-INF                  PIC S9(2)V99.
           05  HM-CURRENCY-CODE        PIC X(03).
           05  HM-SKATT                PIC S9(2)V99.
           05  HM-MOVEMENT-FLAG        PIC X(01).
           05  FILLER                  PIC X(04).
