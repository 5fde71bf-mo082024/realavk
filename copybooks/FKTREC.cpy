      *-----------------------------------------------------------*
      *  FKTREC   -  INVOICE-FILE RECORD LAYOUT                   *
      *             ONE INVOICE PER CLIENT AND FEE PERIOD,        *
      *             WRITTEN BY GEBYRFAKTURERING TO A DATED        *
      *             GENERATION (FAK + KJOREDATO) FOR THE ACCOUNTS *
      *             RECEIVABLE IMPORT. FKT-FEE-AMOUNT ER SUMMEN   *
      *             AV FORVALTNINGSGEBYRET (AUD-FEE, SISTE        *
      *             BEREGNING PER KONTO, PERIODE OG POSISJON) FOR *
      *             KLIENTENS KONTOER SOM IKKE ER FAKTURERT FOR,  *
      *             OG FKT-ACCOUNT-COUNT ANTALL KONTOER SOM       *
      *             INNGAR. FKT-INVOICE-SEQ ER ET LOPENUMMER OVER *
      *             HELE FILEN (1, 2, 3 ...), SA RESKONTRO KAN    *
      *             KVITTERE PER FAKTURA. SISTE POST ER TRAILEREN *
      *             (SE FKTTRL).                                  *
      *-----------------------------------------------------------*
       01  INVOICE-RECORD.
           05  FKT-CLIENT-NUM           PIC 9(06).
           05  FKT-CLIENT-NAME          PIC X(30).
           05  FKT-PERIOD-YM            PIC 9(06).
           05  FKT-ACCOUNT-COUNT        PIC 9(04).
           05  FKT-FEE-AMOUNT           PIC S9(9)V99.
           05  FKT-RUN-DATE             PIC 9(08).
           05  FKT-INVOICE-SEQ          PIC 9(06).
           05  FILLER                   PIC X(09).
