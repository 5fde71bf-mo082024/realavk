      *             BLE TRUKKET FRA NETTO REALAVKASTNING ETTER     *
      *             SKATT FOR DENNE BEREGNINGEN - BLANK PA ELDRE   *
      *             POSTER OG REGNES DA SOM 0, SOM AUD-SKATT.      *
      *             AUD-POSITION-NUM ER POSISJONEN INNENFOR KONTOEN *
      *             (HM-POSITION-NUM). SISTE TIDSSTEMPEL GJELDER DA *
      *             PER KONTO, POSISJON OG PERIODE; BLANK PA ELDRE  *
      *             POSTER REGNES SOM POSISJON 01.                 *
      *             AUD-FX-START-RATE ER KURSEN VED PERIODENS     *
      *             START (FORRIGE PERIODES KURS, MED SAMME       *
      *             RESERVE); SLUTTKURSEN ER DEN SOM GA AUD-INV.  *
      *             AUD-LOCAL-REA ER REALAVKASTNINGEN I           *
      *             HOLDINGENS EGEN VALUTA, REGNET OM TIL         *
      *             STARTKURSEN, OG AUD-FX-EFFECT ER              *
      *             VALUTAEFFEKTEN MELLOM START- OG SLUTTKURS.    *
      *             FOR KRONER ER AUD-LOCAL-REA = AUD-REA OG      *
      *             EFFEKTEN 0; BLANKE FELT PA ELDRE POSTER       *
      *             REGNES PA SAMME MATE.                         *
      *-----------------------------------------------------------*
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP.
           05  AUD-PERIOD-YM               PIC 9(06).
           05  AUD-MOVEMENT-COUNT          PIC 9(02).
           05  AUD-RECORD-TYPE             PIC X(01).
           05  AUD-POSITION-NUM            PIC 9(02).
           05  AUD-POSITION-X REDEFINES AUD-POSITION-NUM
                                           PIC X(02).
           05  FILLER                      PIC X(01).
           05  AUD-FEE                     PIC S9(7)V99.
           05  AUD-FX-START-RATE           PIC 9(5)V9(4).
           05  AUD-LOCAL-REA               PIC S9(8)V99.
           05  AUD-FX-EFFECT               PIC S9(8)V99.
