      *-----------------------------------------------------------*
      *  CTRREC   -  CLIENT-TRANSFER-FILE RECORD LAYOUT           *
      *             EN POST PER OVERFORING AV EN KONTO FRA ETT    *
      *             KLIENTNUMMER TIL ET ANNET, NOKLET PA KONTO +  *
      *             FRA-PERIODE (AAAAMM). FRA OG MED              *
      *             CTR-EFFECTIVE-YM TILHORER KONTOENS            *
      *             BEREGNINGER DEN NYE KLIENTEN. EN BEREGNING    *
      *             FOR EN PERIODE TILHORER DEN GAMLE KLIENTEN PA *
      *             DEN FORSTE OVERFORINGEN MED SENERE            *
      *             FRA-PERIODE; FINNES INGEN SLIK GJELDER        *
      *             KLIENTEN PA CUSTOMER-MASTER. POSTEN SKRIVES   *
      *             AV KUNDEVEDLIKEHOLDET SAMTIDIG MED AT         *
      *             KUNDEPOSTEN FAR NYTT KLIENTNUMMER, OG LOGGES  *
      *             TIL MAINT-AUDIT-FILE. KVARTALSOPPGAVE OG      *
      *             ARSOPPGAVE LESER FILEN FOR A PLASSERE HVER    *
      *             BEREGNING PA RIKTIG KLIENT.                   *
      *-----------------------------------------------------------*
       01  CLIENT-TRANSFER-RECORD.
           05  CTR-KEY.
               10  CTR-ACCOUNT-ID       PIC X(10).
               10  CTR-EFFECTIVE-YM     PIC 9(06).
           05  CTR-OLD-CLIENT-NUM       PIC 9(06).
           05  CTR-OLD-CLIENT-NAME      PIC X(30).
           05  CTR-NEW-CLIENT-NUM       PIC 9(06).
           05  CTR-NEW-CLIENT-NAME      PIC X(30).
           05  CTR-REG-DATE             PIC 9(08).
           05  CTR-REG-TIME             PIC 9(08).
           05  CTR-OPERATOR-ID          PIC X(08).
           05  FILLER                   PIC X(08).
