      *               65     FOR MANGE BEVEGELSER FOR KONTOEN      *
      *               66     BEVEGELSE UTENFOR PERIODEN/UGYLDIG    *
      *               67     VEKTET KAPITALBASE UTENFOR OMRADET    *
      *               68     UGYLDIG POSISJONSNUMMER (IKKE 01-99)  *
      *               70     PERIODEN ER LUKKET FOR OMBEREGNING    *
      *                      (SE PERIOD-CONTROL-FILE/PCTREC)       *
      *             THE SAME LAYOUT IS READ BACK IN RESUBMIT MODE  *
      *             (COPY ... REPLACING LEADING SUS BY RSB).       *
      *             SUS-REJECT-DATE ER DATOEN POSTEN FORST BLE     *
      *             AVVIST; EN POST SOM AVVISES PA NYTT I RESUBMIT *
      *             BEHOLDER DATOEN, SA SUSPENSALDRINGEN VISER     *
      *             HVOR LENGE FEILEN FAKTISK HAR STATT.           *
      *             SUS-POSITION-NUM ER POSISJONEN INNENFOR KONTOEN *
      *             (BLANK PA ELDRE POSTER - REGNES SOM 01).       *
      *-----------------------------------------------------------*
       01  SUS-RECORD.
           05  SUS-PORTFOLIO-DATA       PIC X(47).
           05  SUS-REJECT-REASON        PIC X(02).
           05  SUS-REJECT-DATE          PIC 9(08).
           05  SUS-POSITION-NUM         PIC 9(02).
           05  SUS-POSITION-X REDEFINES SUS-POSITION-NUM
                                        PIC X(02).
           05  FILLER                   PIC X(01).
