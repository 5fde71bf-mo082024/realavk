      *             RUN AGAINST HOLDINGS-MASTER. TRN-ACTION:       *
      *               N  NY HOLDING - LEGGES TIL OG BEREGNES       *
      *               E  ENDRET HOLDING - SKRIVES OM OG BEREGNES   *
      *               S  SLUTTET HOLDING - SLUTTOPPGJOR, FLYTTES   *
      *                  TIL CLOSED-HOLDINGS-FILE OG SLETTES FRA   *
      *                  MASTEREN                                  *
      *               B  BEVEGELSE - INNSKUDD (+) ELLER UTTAK (-)  *
      *                  I PERIODEN FOR HOLDINGEN PA LINJEN(E)     *
      *                  RETT FORAN; BELOPET TIDSVEKTES I          *
      *             POSTBILDET FOR N/E/S (FOR S TRENGS BARE        *
      *             KONTONUMMERET); FOR B GJELDER REDEFINES-       *
      *             BILDET TRN-MOVEMENT-DATA.                      *
      *             TRN-POSITION-NUM ER POSISJONEN INNENFOR KONTOEN *
      *             (01-99) OG GJELDER ALLE KODER; BLANKT (ELDRE   *
      *             POSTER) REGNES SOM POSISJON 01.                *
      *-----------------------------------------------------------*
       01  TRN-RECORD.
           05  TRN-ACTION              PIC X(01).
               10  TRN-MOV-AMOUNT      PIC S9(7)V99.
               10  TRN-MOV-CURRENCY    PIC X(03).
               10  FILLER              PIC X(17).
           05  TRN-POSITION-NUM        PIC 9(02).
           05  TRN-POSITION-X REDEFINES TRN-POSITION-NUM
                                       PIC X(02).
