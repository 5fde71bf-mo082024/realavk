      *-----------------------------------------------------------*
      *  FKRREC   -  INVOICE-REGISTER-FILE RECORD LAYOUT          *
      *             ONE ENTRY PER INVOICE FILE GENERATION WRITTEN *
      *             BY GEBYRFAKTURERING, KEYED ON RUN DATE (SAMME *
      *             DATO SOM INNGAR I GENERASJONSNAVNET           *
      *             FAK+DATO), SO AN INVOICE FILE IS NEVER        *
      *             OVERWRITTEN UNNOTICED: THE RUN REGISTERS      *
      *             PERIOD, COUNT AND FEE TOTAL WITH STATUS U     *
      *             (UBEKREFTET), OG RESKONTRO SETTER B           *
      *             (BEKREFTET) ELLER A (AVVIK) MED DATO NAR      *
      *             FILEN ER LEST INN, SOM FOR EKSTRAKTREGISTERET *
      *             (GXRREC). EN NY FAKTURAKJORING SAMME DATO     *
      *             NEKTES.                                       *
      *-----------------------------------------------------------*
       01  INVOICE-REGISTER-RECORD.
           05  FKR-RUN-DATE             PIC 9(08).
           05  FKR-PERIOD-YM            PIC 9(06).
           05  FKR-FILE-NAME            PIC X(12).
           05  FKR-RECORD-COUNT         PIC 9(08).
           05  FKR-FEE-TOTAL            PIC S9(11)V99.
           05  FKR-STATUS               PIC X(01).
           05  FKR-CONF-DATE            PIC 9(08).
           05  FILLER                   PIC X(09).
