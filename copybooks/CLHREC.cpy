      *-----------------------------------------------------------*
      *  CLHREC   -  CLOSED-HOLDINGS-FILE RECORD LAYOUT           *
      *             EN POST PER AVSLUTTET HOLDING, NOKLET PA       *
      *             KONTO + AVSLUTNINGSDATO + KLOKKESLETT, SA EN   *
      *             KONTO SOM GJENAPNES OG AVSLUTTES PA NYTT FAR   *
      *             EN NY POST. S-TRANSAKSJONEN I DAGLIG BATCH     *
      *             SKRIVER POSTEN FOR HOLDINGEN SLETTES FRA       *
      *             HOLDINGS-MASTER, MED MASTERBILDET, KLIENTEN    *
      *             PA AVSLUTNINGSTIDSPUNKTET OG SLUTTOPPGJORET    *
      *             FOR DELPERIODEN FRA MANEDSSTART TIL            *
      *             AVSLUTNINGSDATO (VEKT = DAGER / 30).           *
      *             CLH-STATEMENT-FLAG ER N TIL SLUTTOPPGJORET ER  *
      *             SKREVET TIL SLUTTOPP, DERETTER J.              *
      *             ARSOPPGAVE, KVARTALSRAPPORT OG KONTOOPPSLAG    *
      *             LESER FILEN FOR A FINNE KONTOER AVSLUTTET I    *
      *             LOPET AV PERIODEN. CLH-POSITION-NUM ER DEN     *
      *             AVSLUTTEDE POSISJONEN INNENFOR KONTOEN, OG ER  *
      *             SISTE DEL AV NOKKELEN, SA TO POSISJONER PA     *
      *             SAMME KONTO AVSLUTTET I SAMME HUNDREDEDEL FAR  *
      *             HVER SIN POST. OPPSLAG PER KONTO STARTER MED   *
      *             DATO, KLOKKESLETT OG POSISJON NULL.            *
      *-----------------------------------------------------------*
       01  CLOSED-HOLDING-RECORD.
           05  CLH-KEY.
               10  CLH-ACCOUNT-ID       PIC X(10).
               10  CLH-CLOSE-DATE       PIC 9(08).
               10  CLH-CLOSE-TIME       PIC 9(08).
               10  CLH-POSITION-NUM     PIC 9(02).
           05  CLH-INV                  PIC 9(7)V99.
           05  CLH-AVK                  PIC S9(2)V99.
           05  CLH-INF                  PIC S9(2)V99.
           05  CLH-PERIOD-YM            PIC 9(06).
           05  CLH-CURRENCY-CODE        PIC X(03).
           05  CLH-SKATT                PIC S9(2)V99.
           05  CLH-MOVEMENT-FLAG        PIC X(01).
           05  CLH-CLIENT-NUM           PIC 9(06).
           05  CLH-CLIENT-NAME          PIC X(30).
           05  CLH-STUB-PERIOD-YM       PIC 9(06).
           05  CLH-STUB-DAYS            PIC 9(02).
           05  CLH-STUB-WEIGHT          PIC 9(1)V9(4).
           05  CLH-FX-RATE              PIC 9(5)V9(4).
           05  CLH-CAPITAL-BASE         PIC 9(7)V99.
           05  CLH-INF-USED             PIC S9(2)V99.
           05  CLH-REA                  PIC S9(8)V99.
           05  CLH-PRO                  PIC S9(3)V99.
           05  CLH-NOMINAL-RETURN       PIC S9(7)V99.
           05  CLH-INFLATION-DRAG       PIC S9(7)V99.
           05  CLH-TAX-EFFECT           PIC S9(7)V99.
           05  CLH-NET-REAL-RETURN      PIC S9(8)V99.
           05  CLH-FEE                  PIC S9(7)V99.
           05  CLH-NET-AFTER-FEE        PIC S9(8)V99.
           05  CLH-OPERATOR-ID          PIC X(08).
           05  CLH-STATEMENT-FLAG       PIC X(01).
           05  FILLER                   PIC X(08).
