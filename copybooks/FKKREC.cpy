      *-----------------------------------------------------------*
      *  FKKREC   -  INVOICED-CONTROL-FILE RECORD LAYOUT          *
      *             EN POST PER KONTO OG PERIODE SOM ER           *
      *             FAKTURERT, KEYED ON ACCOUNT ID PLUS           *
      *             YEAR-MONTH THE SAME WAY FEE-FILE IS KEYED.    *
      *             GEBYRFAKTURERING HOPPER OVER EN KONTO/PERIODE *
      *             SOM ALLEREDE STAR HER, SA EN PERIODE SOM      *
      *             BEREGNES PA NYTT ELLER EN NY FAKTURAKJORING   *
      *             ALDRI FAKTURERER DEN TO GANGER. BELOPET,      *
      *             KJOREDATOEN OG FILNAVNET VISER HVILKEN        *
      *             FAKTURAFIL KONTOEN GIKK UT PA.                *
      *-----------------------------------------------------------*
       01  INVOICED-CONTROL-RECORD.
           05  FKK-KEY.
               10  FKK-ACCOUNT-ID       PIC X(10).
               10  FKK-PERIOD-YM        PIC 9(06).
           05  FKK-CLIENT-NUM           PIC 9(06).
           05  FKK-FEE-AMOUNT           PIC S9(9)V99.
           05  FKK-RUN-DATE             PIC 9(08).
           05  FKK-FILE-NAME            PIC X(12).
           05  FILLER                   PIC X(07).
