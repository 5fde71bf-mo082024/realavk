001870*                OG LOGGES TIL MAINT-AUDIT-FILE. EN PERIODE
001880*                UTEN POST, ELLER ET KONTROLLREGISTER SOM ENNA
001890*                IKKE ER OPPRETTET, REGNES SOM APEN.
001900* 15-10-26  OPR  AVSLUTTEDE HOLDINGER: S-TRANSAKSJONEN SLETTER
001910*                IKKE LENGER BARE MASTERPOSTEN. DELPERIODEN FRA
001920*                MANEDSSTART TIL AVSLUTNINGSDATO BEREGNES MED
001930*                GEBYR OG SKATT, POSTERES OG LOGGES SOM ANDRE
001940*                BEREGNINGER, OG HOLDINGEN FLYTTES TIL DEN NYE
001950*                CLOSED-HOLDINGS-FILE MED KLIENT OG SLUTTALL.
001960*                VED KJORINGENS SLUTT SKRIVES ET SLUTTOPPGJOR
001970*                PER NY AVSLUTTET HOLDING TIL SLUTTOPP, MED
001980*                KONTOENS HISTORIKK FRA AUDIT-FILE.
001990* 15-10-26  OPR  SUSPENSPOSTEN FAR AVVISNINGSDATO. EN POST SOM
002000*                AVVISES PA NYTT I RESUBMIT BEHOLDER DATOEN DEN
002010*                FORST BLE AVVIST, SA SUSPENSALDRINGEN KAN VISE
002020*                HVOR LENGE FEILEN HAR STATT.
002030* 15-10-26  OPR  FLERE POSISJONER PER KONTO: HOLDINGS-MASTER ER
002040*                NA NOKLET PA KONTO OG POSISJONSNUMMER (HM-KEY),
002050*                OG TRANS-FILE, SUSPENSFILEN, AUDIT-FILE, GL-
002060*                EKSTRAKTET OG CLOSED-HOLDINGS-FILE BARER
002070*                POSISJONEN. HVER POSISJON BEREGNES FOR SEG, OG
002080*                RAPPORTEN FAR EN KONTOSUM NAR FLERE POSISJONER
002090*                PA SAMME KONTO BEREGNES ETTER HVERANDRE.
002100*                GEBYRET ER FORTSATT PER KONTO: PROSENTSATSEN
002110*                GJELDER HVER POSISJONS KAPITALBASE, MENS DET
002120*                FASTE KRONEBELOPET BARE BELASTES POSISJON 01.
002130*                UGYLDIG POSISJONSNUMMER AVVISES MED KODE 68.
002140* 15-10-26  OPR  LOKAL AVKASTNING OG VALUTAEFFEKT: FOR EN
002150*                UTENLANDSK HOLDING DELES REALAVKASTNINGEN I
002160*                AVKASTNINGEN I HOLDINGENS EGEN VALUTA OG
002170*                VALUTAEFFEKTEN MELLOM KURSEN VED PERIODENS START
002180*                (FORRIGE PERIODES KURS) OG SLUTTKURSEN. BEGGE
002190*                VISES PA DETALJLINJEN OG SKRIVES TIL AUDIT-FILE,
002200*                OG BATCHRAPPORTEN FAR EN OVERSIKT OVER VALUTA-
002210*                EKSPONERINGEN PER HM-CURRENCY-CODE.
002220* 15-10-26  OPR  SLUTTOPPGJOR: DET OPPRINNELIGE VALUTABELOPET
002230*                VEKTES NA MED DELPERIODEN SOM KRONEBASEN, SA
002240*                AUD-ORIGINAL-INV OG AUD-INV PA AVSLUTNINGS-
002250*                POSTEN HENGER SAMMEN NAR SATSREV REGNER NY
002260*                KRONEBASE. HISTORIKKEN PA OPPGJORET TAR OGSA MED
002270*                BEREGNINGER MED BLANK POSTTYPE FRA FOR FELTET.
002280* 15-10-26  OPR  DET FASTE GEBYRBELOPET BELASTES NA KONTOENS
002290*                LAVESTE POSISJON PA HOLDINGS-MASTER I STEDET FOR
002300*                POSISJON 01, SA EN KONTO UTEN POSISJON 01 OGSA
002310*                BETALER DET EN GANG. EN POSISJON SOM AVSLUTTES
002320*                BARER DET BARE NAR KONTOEN IKKE HAR ANDRE
002330*                POSISJONER IGJEN.
002340*----------------------------------------------------------------
002350 ENVIRONMENT DIVISION.
002360 INPUT-OUTPUT SECTION.
002370 FILE-CONTROL.
002380     SELECT HOLDINGS-MASTER ASSIGN TO "HOLDMAST"
002390         ORGANIZATION IS INDEXED
002400         ACCESS MODE IS DYNAMIC
002410         RECORD KEY IS HM-KEY
002420         FILE STATUS IS WS-HOLDMAST-STATUS.
002430     SELECT TRANS-FILE ASSIGN TO "TRANFILE"
002440         ORGANIZATION IS LINE SEQUENTIAL
002450         FILE STATUS IS WS-TRANS-STATUS.
002460     SELECT PRINT-FILE ASSIGN TO "PRINTOUT"
002470         ORGANIZATION IS LINE SEQUENTIAL
002480         FILE STATUS IS WS-PRINT-STATUS.
002490     SELECT CPI-MASTER ASSIGN TO "CPIMAST"
002500         ORGANIZATION IS INDEXED
002510         ACCESS MODE IS RANDOM
002520         RECORD KEY IS CPI-PERIOD-KEY
002530         FILE STATUS IS WS-CPI-STATUS.
002540     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
002550         ORGANIZATION IS INDEXED
002560         ACCESS MODE IS DYNAMIC
002570         RECORD KEY IS FX-RATE-KEY
002580         FILE STATUS IS WS-FX-STATUS.
002590     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
002600         ORGANIZATION IS LINE SEQUENTIAL
002610         FILE STATUS IS WS-AUDIT-STATUS.
002620     SELECT GL-EXTRACT-FILE ASSIGN TO WS-GL-EXTRACT-NAME
002630         ORGANIZATION IS LINE SEQUENTIAL
002640         FILE STATUS IS WS-GLX-STATUS.
002650     SELECT EXTRACT-REGISTER-FILE ASSIGN TO "GLXREGST"
002660         ORGANIZATION IS INDEXED
002670         ACCESS MODE IS RANDOM
002680         RECORD KEY IS GXR-REG-KEY
002690         FILE STATUS IS WS-GXREG-STATUS.
002700     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPOINT"
002710         ORGANIZATION IS LINE SEQUENTIAL
002720         FILE STATUS IS WS-CHECKPOINT-STATUS.
002730     SELECT RUN-PARAM-FILE ASSIGN TO "RUNPARAM"
002740         ORGANIZATION IS LINE SEQUENTIAL
002750         FILE STATUS IS WS-PARAM-STATUS.
002760     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
002770         ORGANIZATION IS LINE SEQUENTIAL
002780         FILE STATUS IS WS-SUSPENSE-STATUS.
002790     SELECT RESUBMIT-FILE ASSIGN TO "SUSPIN"
002800         ORGANIZATION IS LINE SEQUENTIAL
002810         FILE STATUS IS WS-RESUBMIT-STATUS.
002820     SELECT BENCHMARK-FILE ASSIGN TO "BENCHMRK"
002830         ORGANIZATION IS INDEXED
002840         ACCESS MODE IS RANDOM
002850         RECORD KEY IS BMK-PERIOD-KEY
002860         FILE STATUS IS WS-BMK-STATUS.
002870     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
002880         ORGANIZATION IS INDEXED
002890         ACCESS MODE IS RANDOM
002900         RECORD KEY IS CUS-ACCOUNT-ID
002910         FILE STATUS IS WS-CUST-STATUS.
002920     SELECT FEE-FILE ASSIGN TO "FEEMAST"
002930         ORGANIZATION IS INDEXED
002940         ACCESS MODE IS RANDOM
002950         RECORD KEY IS FEE-KEY
002960         FILE STATUS IS WS-FEE-STATUS.
002970     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
002980         ORGANIZATION IS INDEXED
002990         ACCESS MODE IS RANDOM
003000         RECORD KEY IS PCT-PERIOD-YM
003010         FILE STATUS IS WS-PCT-STATUS.
003020     SELECT CLOSED-HOLDINGS-FILE ASSIGN TO "CLOSHOLD"
003030         ORGANIZATION IS INDEXED
003040         ACCESS MODE IS DYNAMIC
003050         RECORD KEY IS CLH-KEY
003060         FILE STATUS IS WS-CLOSHOLD-STATUS.
003070     SELECT SETTLEMENT-FILE ASSIGN TO "SLUTTOPP"
003080         ORGANIZATION IS LINE SEQUENTIAL
003090         FILE STATUS IS WS-SETTLE-STATUS.
003100     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDITLOG"
003110         ORGANIZATION IS LINE SEQUENTIAL
003120         FILE STATUS IS WS-AUDHIST-STATUS.
003130     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS WS-RUNLOG-STATUS.
003160
003170 DATA DIVISION.
003180 FILE SECTION.
003190 FD  HOLDINGS-MASTER
003200     LABEL RECORD IS STANDARD.
003210     COPY HMREC.
003220
003230 FD  TRANS-FILE
003240     LABEL RECORD IS STANDARD.
003250     COPY TRNREC.
003260
003270 FD  SUSPENSE-FILE
003280     LABEL RECORD IS STANDARD.
003290     COPY SUSREC.
003300
003310 FD  RESUBMIT-FILE
003320     LABEL RECORD IS STANDARD.
003330     COPY SUSREC REPLACING LEADING ==SUS== BY ==RSB==.
003340
003350 FD  CUSTOMER-MASTER
003360     LABEL RECORD IS STANDARD.
003370     COPY CUSREC.
003380
003390 FD  BENCHMARK-FILE
003400     LABEL RECORD IS STANDARD.
003410     COPY BMKREC.
003420
003430 FD  PRINT-FILE
003440     LABEL RECORD IS STANDARD.
003450 01  PRINT-RECORD                PIC X(80).
003460
003470 FD  CPI-MASTER
003480     LABEL RECORD IS STANDARD.
003490     COPY CPIREC.
003500
003510 FD  FX-RATE-FILE
003520     LABEL RECORD IS STANDARD.
003530     COPY FXREC.
003540
003550 FD  AUDIT-FILE
003560     LABEL RECORD IS STANDARD.
003570     COPY AUDREC.
003580     COPY AUDMOV.
003590
003600 FD  GL-EXTRACT-FILE
003610     LABEL RECORD IS STANDARD.
003620     COPY GLXREC.
003630     COPY GLXTRL.
003640
003650 FD  EXTRACT-REGISTER-FILE
003660     LABEL RECORD IS STANDARD.
003670     COPY GXRREC.
003680
003690 FD  CHECKPOINT-FILE
003700     LABEL RECORD IS STANDARD.
003710     COPY CHKREC.
003720
003730 FD  RUN-PARAM-FILE
003740     LABEL RECORD IS STANDARD.
003750     COPY PRMREC.
003760
003770 FD  FEE-FILE
003780     LABEL RECORD IS STANDARD.
003790     COPY FEEREC.
003800
003810 FD  PERIOD-CONTROL-FILE
003820     LABEL RECORD IS STANDARD.
003830     COPY PCTREC.
003840
003850 FD  CLOSED-HOLDINGS-FILE
003860     LABEL RECORD IS STANDARD.
003870     COPY CLHREC.
003880
003890 FD  SETTLEMENT-FILE
003900     LABEL RECORD IS STANDARD.
003910 01  SETTLEMENT-RECORD           PIC X(80).
003920
003930 FD  AUDIT-HISTORY-FILE
003940     LABEL RECORD IS STANDARD.
003950     COPY AUDREC REPLACING ==AUDIT-RECORD== BY
003960         ==AUDIT-HISTORY-RECORD== LEADING ==AUD== BY ==AHS==.
003970     COPY AUDMOV REPLACING ==AUDIT-MOVEMENT-RECORD== BY
003980         ==AUDIT-HISTORY-MOVEMENT== LEADING ==AUDM== BY ==AHSM==.
003990     COPY AUDTRL REPLACING ==AUDIT-ARCHIVE-TRAILER== BY
004000         ==AUDIT-HISTORY-TRAILER== LEADING ==AUT== BY ==AHT==.
004010
004020 FD  RUN-LOG-FILE
004030     LABEL RECORD IS STANDARD.
004040     COPY RUNREC.
004050
004060 WORKING-STORAGE SECTION.
004070 01  WS-MODE                     PIC X(01).
004080     88  WS-BATCH-MODE                VALUE "B".
004090     88  WS-INTERACTIVE-MODE          VALUE "I".
004100     88  WS-PROJECTION-MODE           VALUE "P".
004110     88  WS-RESUBMIT-MODE             VALUE "R".
004120     88  WS-FULL-REVAL-MODE           VALUE "F".
004130
004140 01  WS-SWITCHES.
004150     05  WS-PORTFOLIO-EOF-SW     PIC X(01) VALUE "N".
004160         88  WS-PORTFOLIO-EOF        VALUE "Y".
004170     05  WS-TRANS-READY-SW       PIC X(01) VALUE "N".
004180         88  WS-TRANS-READY          VALUE "Y".
004190     05  WS-PENDING-HOLDING-SW   PIC X(01) VALUE "N".
004200         88  WS-PENDING-HOLDING      VALUE "Y".
004210     05  WS-TRN-HELD-SW          PIC X(01) VALUE "N".
004220         88  WS-TRN-HELD             VALUE "Y".
004230     05  WS-TRANS-DRAINED-SW     PIC X(01) VALUE "N".
004240         88  WS-TRANS-DRAINED        VALUE "Y".
004250     05  WS-MOV-OVERFLOW-SW      PIC X(01) VALUE "N".
004260         88  WS-MOV-OVERFLOW         VALUE "Y".
004270     05  WS-MASTER-FOUND-SW      PIC X(01) VALUE "N".
004280         88  WS-MASTER-FOUND         VALUE "Y".
004290     05  WS-VALID-SW             PIC X(01) VALUE "N".
004300         88  WS-INPUT-VALID          VALUE "Y".
004310     05  WS-CPI-FOUND-SW         PIC X(01) VALUE "N".
004320         88  WS-CPI-FOUND            VALUE "Y".
004330     05  WS-SAME-RATE-SW         PIC X(01) VALUE "N".
004340         88  WS-SAME-RATE            VALUE "J".
004350     05  WS-FX-FOUND-SW          PIC X(01) VALUE "N".
004360         88  WS-FX-FOUND             VALUE "Y".
004370     05  WS-RESTART-SW           PIC X(01) VALUE "N".
004380         88  WS-RESTART-PENDING      VALUE "Y".
004390     05  WS-BALANCE-OVERFLOW-SW   PIC X(01) VALUE "N".
004400         88  WS-BALANCE-OVERFLOW     VALUE "Y".
004410     05  WS-PARAM-FOUND-SW       PIC X(01) VALUE "N".
004420         88  WS-PARAM-FOUND          VALUE "Y".
004430     05  WS-REPORT-OUTPUT-SW     PIC X(01) VALUE "J".
004440         88  WS-REPORT-OUTPUT        VALUE "J".
004450     05  WS-GL-OUTPUT-SW         PIC X(01) VALUE "J".
004460         88  WS-GL-OUTPUT            VALUE "J".
004470
004480 01  WS-ERROR-MSG                PIC X(45).
004490
004500 01  inv PIC 9(7)V99.
004510 01  avk PIC S9(2)V99.
004520 01  inf PIC S9(2)V99.
004530 01  rea PIC S9(8)V99.
004540 01  pro PIC S9(3)V99.
004550 01  rea-edited PIC -(7)9.99.
004560 01  pro-edited PIC -(2)9.99.
004570 01  skatt PIC S9(2)V99.
004580
004590 01  WS-ACCOUNT-ID               PIC X(10).
004600 01  WS-POSITION-NUM             PIC 9(02) VALUE 1.
004610 01  WS-POSITION-VALID-SW        PIC X(01) VALUE "Y".
004620     88  WS-POSITION-VALID           VALUE "Y".
004630 01  WS-OPERATOR-ID              PIC X(08).
004640 01  WS-RUN-DATE                 PIC 9(08).
004650 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
004660 01  WS-PERIOD-YM                PIC 9(06) VALUE ZERO.
004670
004680 01  WS-PROJECTION-YEARS         PIC 9(02).
004690 01  WS-YEAR-IX                  PIC 9(02).
004700 01  WS-YEAR-IX-EDITED           PIC Z9.
004710
004720 01  WS-YEAR-TABLE.
004730     05  WS-YEAR-ENTRY           OCCURS 30 TIMES.
004740         10  WS-YEAR-AVK             PIC S9(2)V99.
004750         10  WS-YEAR-INF             PIC S9(2)V99.
004760
004770 01  WS-BALANCE                  PIC S9(9)V99.
004780 01  WS-BALANCE-EDITED           PIC -(8)9.99.
004790 01  WS-CUMULATIVE-REA           PIC S9(9)V99.
004800 01  WS-CUMULATIVE-REA-EDITED    PIC -(8)9.99.
004810 01  WS-MAX-PROJECTION-BALANCE   PIC 9(7)V99 VALUE 9999999.99.
004820
004830 01  WS-CURRENCY-CODE            PIC X(03) VALUE "KR ".
004840 01  WS-FX-RATE                  PIC 9(5)V9(4) VALUE 1.0000.
004850 01  WS-FX-RATE-EDITED           PIC 9(5).9(4).
004860
004870*----------------------------------------------------------------
004880* RESERVEOPPSLAGET NAR PERIODENS KURS MANGLER: VALUTAENS
004890* PERIODER LESES FORFRA OG SISTE PERIODE SOM IKKE LIGGER ETTER
004900* HOLDINGENS PERIODE HUSKES HER. DEN NYESTE TIDLIGERE KURSEN
004910* ER DEN DEFINERTE RESERVEN - ALDRI EN SENERE KURS, SOM VILLE
004920* GITT EN OMREGNING INGEN RAPPORT HAR SETT FOR.
004930*----------------------------------------------------------------
004940 01  WS-FX-SCAN-DONE-SW          PIC X(01) VALUE "N".
004950     88  WS-FX-SCAN-DONE             VALUE "Y".
004960 01  WS-FX-FALLBACK-SW           PIC X(01) VALUE "N".
004970     88  WS-FX-FALLBACK-FOUND        VALUE "Y".
004980 01  WS-FX-FALLBACK-RATE         PIC 9(5)V9(4).
004990 01  WS-ORIGINAL-INV             PIC 9(7)V99.
005000 01  WS-ORIGINAL-INV-EDITED     PIC Z(6)9.99.
005010*----------------------------------------------------------------
005020* LOKAL AVKASTNING OG VALUTAEFFEKT (3920). STARTKURSEN ER KURSEN
005030* FOR PERIODEN FOR HOLDINGENS PERIODE, SLATT OPP MED SAMME
005040* RESERVE SOM SLUTTKURSEN (WS-FX-RATE).
005050*----------------------------------------------------------------
005060 01  WS-FX-START-RATE            PIC 9(5)V9(4) VALUE 1.0000.
005070 01  WS-FX-START-EDITED          PIC 9(5).9(4).
005080 01  WS-FX-END-RATE              PIC 9(5)V9(4).
005090 01  WS-SAVE-PERIOD-YM           PIC 9(06).
005100 01  WS-START-PERIOD.
005110     05  WS-START-YEAR           PIC 9(04).
005120     05  WS-START-MONTH          PIC 9(02).
005130 01  WS-START-PERIOD-YM REDEFINES WS-START-PERIOD
005140                                 PIC 9(06).
005150 01  WS-LOCAL-REA                PIC S9(8)V99 VALUE ZERO.
005160 01  WS-LOCAL-REA-EDITED         PIC -(7)9.99.
005170 01  WS-FX-EFFECT                PIC S9(8)V99 VALUE ZERO.
005180 01  WS-FX-EFFECT-EDITED         PIC -(7)9.99.
005190
005200 01  WS-AUDIT-TIME                PIC 9(08).
005210
005220*----------------------------------------------------------------
005230* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
005240* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIENE,
005250* MED UTFALLSTEKST OG RETURKODEKLASSEN SATT AV KALLEREN FORST.
005260* RETURKODEN LEGGES OGSA I RETURN-CODE FOR STOP RUN, SA
005270* SCHEDULEREN SER SAMME KLASSE SOM RUNLOGGEN.
005280*----------------------------------------------------------------
005290 01  WS-START-TIME                PIC 9(08).
005300 01  WS-END-TIME                  PIC 9(08).
005310 01  WS-END-DATE                  PIC 9(08).
005320 01  WS-RUN-OUTCOME               PIC X(12).
005330 01  WS-RETURN-CODE               PIC 9(02) VALUE ZERO.
005340 01  WS-RUNLOG-STATUS             PIC X(02).
005350
005360 01  WS-CHECKPOINT-STATUS         PIC X(02).
005370 01  WS-HOLDMAST-STATUS           PIC X(02).
005380 01  WS-TRANS-STATUS              PIC X(02).
005390 01  WS-TRANS-ACTION              PIC X(01).
005400 01  WS-CLOSED-COUNT              PIC 9(08) COMP VALUE ZERO.
005410 01  WS-HELD-TRN-AREA             PIC X(50).
005420 01  WS-MOVSKIP-COUNT             PIC 9(08) COMP VALUE ZERO.
005430 01  WS-HOLDING-RECORD-NUM        PIC 9(08) COMP VALUE ZERO.
005440 01  WS-REJECT-RECORD-NUM         PIC 9(08) COMP VALUE ZERO.
005450 01  WS-SAVE-PORTFOLIO            PIC X(47).
005460 01  WS-SAVE-POSITION-NUM         PIC 9(02).
005470 01  WS-POSITION-IN               PIC X(02).
005480 01  WS-POSITION-IN-NUM REDEFINES WS-POSITION-IN
005490                                  PIC 9(02).
005500 01  WS-POSITION-OUT              PIC 9(02).
005510 01  WS-POSITION-OUT-SW           PIC X(01).
005520     88  WS-POSITION-OUT-VALID        VALUE "Y".
005530
005540*----------------------------------------------------------------
005550* KONTOSUMMEN: POSISJONENE PA EN KONTO KOMMER ETTER HVERANDRE I
005560* FULL REVALUERING (MASTEREN LESES I NOKKELREKKEFOLGE) OG NORMALT
005570* OGSA PA TRANS-FILE, SA ET KONTROLLBRUDD PA KONTONUMMERET GIR
005580* SUMMEN OVER KONTOENS POSISJONER. LINJEN SKRIVES BARE NAR MER
005590* ENN EN POSISJON ER BEREGNET - ELLERS ER DETALJLINJEN SUMMEN.
005600*----------------------------------------------------------------
005610 01  WS-ACCT-PREV-ID              PIC X(10) VALUE SPACES.
005620 01  WS-ACCT-POS-COUNT            PIC 9(04) COMP VALUE ZERO.
005630 01  WS-ACCT-POS-EDITED           PIC Z9.
005640 01  WS-ACCT-REA                  PIC S9(11)V99 VALUE ZERO.
005650 01  WS-ACCT-NET                  PIC S9(11)V99 VALUE ZERO.
005660 01  WS-ACCT-FEE                  PIC S9(11)V99 VALUE ZERO.
005670 01  WS-ACCT-NET-AFTER-FEE        PIC S9(11)V99 VALUE ZERO.
005680 01  WS-ACCT-FEE-EDITED           PIC -(10)9.99.
005690
005700*----------------------------------------------------------------
005710* BEVEGELSENE FOR HOLDINGEN UNDER BEHANDLING. VEKTEN REGNES
005720* ETTER 30/360-KONVENSJONEN: ET BELOP SATT INN DAG DD STAR
005730* (31 - DD)/30 AV PERIODEN, OG VEKTET BELOP ER BELOP I KRONER
005740* GANGER VEKTEN. VEKT OG VEKTET BELOP FYLLES AV 5910 OG GAR
005750* VIDERE TIL BEVEGELSESPOSTENE PA AUDIT-FILE.
005760*----------------------------------------------------------------
005770 01  WS-MOVEMENT-COUNT            PIC 9(02) COMP VALUE ZERO.
005780 01  WS-MOV-IX                    PIC 9(02) COMP.
005790 01  WS-MOVEMENT-TABLE.
005800     05  WS-MOVEMENT-ENTRY        OCCURS 20 TIMES.
005810         10  WS-MOV-DATE.
005820             15  WS-MOV-DATE-YM   PIC 9(06).
005830             15  WS-MOV-DATE-DD   PIC 9(02).
005840         10  WS-MOV-AMOUNT        PIC S9(7)V99.
005850         10  WS-MOV-CURRENCY      PIC X(03).
005860         10  WS-MOV-WEIGHT        PIC 9(1)V9(4).
005870         10  WS-MOV-WEIGHTED      PIC S9(7)V99.
005880 01  WS-WEIGHTED-INV              PIC S9(10)V99.
005890 01  WS-MOV-KR                    PIC S9(7)V99.
005900 01  WS-SAVE-CURRENCY             PIC X(03).
005910 01  WS-SAVE-FX-RATE              PIC 9(5)V9(4).
005920 01  WS-PRINT-STATUS              PIC X(02).
005930 01  WS-CPI-STATUS                PIC X(02).
005940 01  WS-FX-STATUS                 PIC X(02).
005950 01  WS-AUDIT-STATUS              PIC X(02).
005960 01  WS-GLX-STATUS                PIC X(02).
005970 01  WS-GXREG-STATUS              PIC X(02).
005980
005990*----------------------------------------------------------------
006000* GENERASJONSNAVNET FOR HOVEDBOKSEKSTRAKTET: GLX + KJOREDATO +
006010* KJOREMODUS. NESTE KJORING SKRIVER SIN EGEN GENERASJON OG LAR
006020* GARSDAGENS FIL STA TIL IMPORTEN HAR BEKREFTET DEN I
006030* EKSTRAKTREGISTERET.
006040*----------------------------------------------------------------
006050 01  WS-GL-EXTRACT-NAME.
006060     05  FILLER                   PIC X(03) VALUE "GLX".
006070     05  WS-GLX-NAME-DATE         PIC 9(08) VALUE ZERO.
006080     05  WS-GLX-NAME-MODE         PIC X(01) VALUE SPACE.
006090 01  WS-PARAM-STATUS              PIC X(02).
006100 01  WS-SUSPENSE-STATUS           PIC X(02).
006110 01  WS-RESUBMIT-STATUS           PIC X(02).
006120 01  WS-REJECT-REASON             PIC X(02).
006130 01  WS-CUST-STATUS               PIC X(02).
006140 01  WS-BMK-STATUS                PIC X(02).
006150
006160 01  WS-BMK-FOUND-SW              PIC X(01) VALUE "N".
006170     88  WS-BMK-FOUND                 VALUE "Y".
006180 01  WS-BMK-NAME                  PIC X(06).
006190 01  WS-BMK-AVK                   PIC S9(2)V99.
006200 01  WS-BMK-PRO                   PIC S9(3)V99.
006210 01  WS-BMK-PRO-EDITED            PIC -(2)9.99.
006220 01  WS-EXCESS-PRO                PIC S9(3)V99.
006230 01  WS-EXCESS-PRO-EDITED         PIC -(2)9.99.
006240 01  WS-BMK-COMPARED-COUNT        PIC 9(08) COMP VALUE ZERO.
006250 01  WS-BMK-MISSING-COUNT         PIC 9(08) COMP VALUE ZERO.
006260 01  WS-EXCESS-SUM                PIC S9(9)V99 VALUE ZERO.
006270 01  WS-AVG-EXCESS                PIC S9(3)V99.
006280
006290 01  WS-CUST-FOUND-SW             PIC X(01) VALUE "N".
006300     88  WS-CUST-FOUND                VALUE "Y".
006310 01  WS-CLIENT-FOUND-SW           PIC X(01) VALUE "N".
006320     88  WS-CLIENT-TABLED                VALUE "Y".
006330 01  WS-CLIENT-NUM                PIC 9(06).
006340 01  WS-CLIENT-NAME               PIC X(30).
006350
006360*----------------------------------------------------------------
006370* KLIENTSUMMENE SAMLES I EN TABELL UNDER KJORINGEN OG SKRIVES
006380* SOM EN KONSOLIDERT GRUPPE PER KLIENT PA SLUTTEN AV RAPPORTEN,
006390* MED SIDESKIFT MELLOM KLIENTENE. INPUTEN KOMMER I TRANSAKSJONS-
006400* ELLER KONTONUMMERREKKEFOLGE, IKKE KLIENTREKKEFOLGE, SA ET
006410* KONTROLLBRUDD UNDERVEIS VILLE SPLITTET KLIENTENE I FLERE
006420* FRAGMENTER. BLIR TABELLEN FULL SAMLES RESTEN I EN EGEN
006430* OVRIGE-POST SA INGENTING FALLER UT AV SUMMENE.
006440*----------------------------------------------------------------
006450 01  WS-CLIENT-COUNT              PIC 9(03) COMP VALUE ZERO.
006460 01  WS-CLIENT-IX                 PIC 9(03) COMP.
006470 01  WS-CLIENT-FOUND-IX           PIC 9(03) COMP.
006480 01  WS-CLIENT-TABLE.
006490     05  WS-CLIENT-ENTRY          OCCURS 500 TIMES.
006500         10  CT-NUM               PIC 9(06).
006510         10  CT-NAME              PIC X(30).
006520         10  CT-COUNT             PIC 9(04) COMP.
006530         10  CT-REA               PIC S9(11)V99.
006540         10  CT-NET               PIC S9(11)V99.
006550 01  WS-UNKNOWN-CLIENT-COUNT      PIC 9(08) VALUE ZERO.
006560*----------------------------------------------------------------
006570* VALUTAEKSPONERINGEN SAMLES PER HM-CURRENCY-CODE I EN TABELL
006580* UNDER KJORINGEN, SOM KLIENTSUMMENE, OG SKRIVES ETTER KLIENT-
006590* GRUPPENE. BLIR TABELLEN FULL SAMLES RESTEN I SISTE INNSLAG.
006600*----------------------------------------------------------------
006610 01  WS-CCY-COUNT                 PIC 9(03) COMP VALUE ZERO.
006620 01  WS-CCY-IX                    PIC 9(03) COMP.
006630 01  WS-CCY-FOUND-IX              PIC 9(03) COMP.
006640 01  WS-CCY-FOUND-SW              PIC X(01) VALUE "N".
006650     88  WS-CCY-TABLED                VALUE "Y".
006660 01  WS-CCY-TABLE.
006670     05  WS-CCY-ENTRY             OCCURS 50 TIMES.
006680         10  CY-CODE              PIC X(03).
006690         10  CY-COUNT             PIC 9(04) COMP.
006700         10  CY-ORIGINAL          PIC S9(11)V99.
006710         10  CY-INV               PIC S9(11)V99.
006720         10  CY-LOCAL             PIC S9(11)V99.
006730         10  CY-FX-EFFECT         PIC S9(11)V99.
006740 01  WS-CCY-COUNT-EDITED          PIC Z(5)9.
006750 01  WS-CCY-ORIGINAL-EDITED       PIC -(8)9.99.
006760 01  WS-CCY-INV-EDITED            PIC -(8)9.99.
006770 01  WS-CCY-LOCAL-EDITED          PIC -(8)9.99.
006780 01  WS-CCY-FX-EDITED             PIC -(8)9.99.
006790 01  WS-RESTART-ACCOUNT-ID        PIC X(10).
006800 01  WS-RESTART-RECORD-COUNT      PIC 9(08) VALUE ZERO.
006810 01  WS-RECORDS-READ              PIC 9(08) COMP VALUE ZERO.
006820 01  WS-FIRST-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
006830 01  WS-CHECKPOINT-COUNT          PIC 9(04) VALUE ZERO.
006840 01  WS-CHECKPOINT-INTERVAL       PIC 9(04) VALUE 10.
006850 01  WS-CHECKPOINT-INT-EDITED     PIC ZZZ9.
006860 01  WS-GL-SEQ-NUM                PIC 9(02) VALUE ZERO.
006870 01  WS-PROCESSED-COUNT           PIC 9(08) COMP VALUE ZERO.
006880 01  WS-REJECTED-COUNT            PIC 9(08) COMP VALUE ZERO.
006890 01  WS-COUNT-EDITED              PIC Z(7)9.
006900 01  WS-TOTAL-REA                 PIC S9(11)V99 VALUE ZERO.
006910 01  WS-TOTAL-NOMINAL             PIC S9(11)V99 VALUE ZERO.
006920 01  WS-TOTAL-TAX                 PIC S9(11)V99 VALUE ZERO.
006930 01  WS-TOTAL-NET                 PIC S9(11)V99 VALUE ZERO.
006940 01  WS-TOTAL-FEE                 PIC S9(11)V99 VALUE ZERO.
006950 01  WS-TOTAL-NET-AFTER-FEE       PIC S9(11)V99 VALUE ZERO.
006960 01  WS-TOTAL-EDITED              PIC -(10)9.99.
006970 01  WS-GL-RECORD-COUNT           PIC 9(08) VALUE ZERO.
006980 01  WS-GL-REA-TOTAL              PIC S9(11)V99 VALUE ZERO.
006990
007000*----------------------------------------------------------------
007010* THE PORTFOLIO RECORD IS HELD IN WORKING-STORAGE AND FILLED BY
007020* READ ... INTO, SO THE SAME COMPUTE LOGIC RUNS WHETHER THE
007030* HOLDING CAME FROM DAGENS TRANS-FILE, FROM HOLDINGS-MASTER IN
007040* FULL REVALUATION, OR FROM A CORRECTED SUSPENSE FILE READ BACK
007050* IN RESUBMIT MODE.
007060*----------------------------------------------------------------
007070     COPY PFREC.
007080
007090 01  WS-NOMINAL-RETURN            PIC S9(7)V99.
007100 01  WS-NOMINAL-RETURN-EDITED     PIC -(6)9.99.
007110 01  WS-INFLATION-DRAG            PIC S9(7)V99.
007120 01  WS-INFLATION-DRAG-EDITED     PIC -(6)9.99.
007130 01  WS-TAX-EFFECT                PIC S9(7)V99.
007140 01  WS-TAX-EFFECT-EDITED         PIC -(6)9.99.
007150 01  WS-NET-REAL-RETURN           PIC S9(8)V99.
007160 01  WS-NET-REAL-RETURN-EDITED    PIC -(7)9.99.
007170
007180*----------------------------------------------------------------
007190* FORVALTNINGSGEBYRET FOR HOLDINGEN UNDER BEHANDLING: SLAS OPP
007200* PA FEE-FILE PER KONTO OG PERIODE AV 3910 OG TREKKES FRA NETTO
007210* REALAVKASTNING ETTER SKATT. KONTO/PERIODE UTEN GEBYRPOST
007220* REGNES UTEN GEBYR - GEBYRET ER DA NULL, IKKE EN FEIL.
007230*----------------------------------------------------------------
007240 01  WS-FEE-FOUND-SW              PIC X(01) VALUE "N".
007250     88  WS-FEE-FOUND                 VALUE "Y".
007260 01  WS-MGMT-FEE                  PIC S9(7)V99 VALUE ZERO.
007270 01  WS-MGMT-FEE-EDITED           PIC -(6)9.99.
007280 01  WS-NET-AFTER-FEE             PIC S9(8)V99.
007290 01  WS-NET-AFTER-FEE-EDITED      PIC -(7)9.99.
007300 01  WS-FEE-STATUS                PIC X(02).
007310 01  WS-FEE-FIRST-ACCOUNT         PIC X(10) VALUE SPACES.
007320 01  WS-FEE-FIRST-POSITION        PIC 9(02) VALUE ZERO.
007330 01  WS-FEE-SCAN-SW               PIC X(01) VALUE "N".
007340     88  WS-FEE-SCAN-DONE             VALUE "Y".
007350 01  WS-CLOSING-SW                PIC X(01) VALUE "N".
007360     88  WS-CLOSING-HOLDING           VALUE "Y".
007370 01  WS-HM-SAVE-AREA              PIC X(47).
007380
007390*----------------------------------------------------------------
007400* PERIODEKONTROLLEN: REGISTERET APNES BARE I BATCHMODUSENE. ET
007410* REGISTER SOM ENNA IKKE ER OPPRETTET (STATUS 35) BETYR AT ALLE
007420* PERIODER ER APNE - DET MELDES PA KONSOLLEN OG KJORINGEN GAR
007430* VIDERE UTEN KONTROLL, SOM FOR REGISTERET FANTES.
007440*----------------------------------------------------------------
007450 01  WS-PCT-STATUS                PIC X(02).
007460 01  WS-PCT-AVAILABLE-SW          PIC X(01) VALUE "N".
007470     88  WS-PCT-AVAILABLE             VALUE "Y".
007480
007490*----------------------------------------------------------------
007500* AVSLUTTEDE HOLDINGER: DELPERIODEN ER AVSLUTNINGSMANEDEN, OG
007510* KAPITALBASEN VEKTES MED DAGENE HOLDINGEN STO I MANEDEN ETTER
007520* SAMME 30/360-KONVENSJON SOM BEVEGELSENE (DAG 31 TELLER SOM
007530* 30). SLUTTOPPGJORENE SKRIVES VED KJORINGENS SLUTT FOR ALLE
007540* POSTER PA CLOSED-HOLDINGS-FILE SOM ENNA IKKE HAR FATT ETT,
007550* SA ET OPPGJOR FRA EN AVBRUTT KJORING KOMMER MED NESTE GANG.
007560*----------------------------------------------------------------
007570 01  WS-CLOSHOLD-STATUS           PIC X(02).
007580 01  WS-SETTLE-STATUS             PIC X(02).
007590 01  WS-AUDHIST-STATUS            PIC X(02).
007600 01  WS-CLOSHOLD-OPEN-SW          PIC X(01) VALUE "N".
007610     88  WS-CLOSHOLD-OPEN             VALUE "Y".
007620 01  WS-CLOSHOLD-EOF-SW           PIC X(01) VALUE "N".
007630     88  WS-CLOSHOLD-EOF              VALUE "Y".
007640 01  WS-AUDHIST-EOF-SW            PIC X(01) VALUE "N".
007650     88  WS-AUDHIST-EOF               VALUE "Y".
007660 01  WS-CLOSE-DATE-WORK.
007670     05  WS-CLOSE-YM              PIC 9(06).
007680     05  WS-CLOSE-DD              PIC 9(02).
007690 01  WS-CLOSE-DATE-EDITED         PIC 9999/99/99.
007700 01  WS-STUB-DAYS                 PIC 9(02).
007710 01  WS-STUB-WEIGHT               PIC 9(1)V9(4).
007720 01  WS-STUB-WEIGHT-EDITED        PIC 9.9(4).
007730 01  WS-SETTLEMENT-COUNT          PIC 9(08) COMP VALUE ZERO.
007740 01  WS-HISTORY-COUNT             PIC 9(08) COMP VALUE ZERO.
007750 01  WS-HIST-DATE-EDITED          PIC 9999/99/99.
007760 01  WS-HIST-AMOUNT-EDITED        PIC -(7)9.99.
007770 01  WS-HIST-FEE-EDITED           PIC -(6)9.99.
007780 01  WS-HIST-WEIGHT-EDITED        PIC 9.9(4).
007790 01  WS-HIST-POSITION             PIC 9(02).
007800 01  WS-INV-EDITED                PIC Z(6)9.99.
007810 01  WS-AVK-EDITED                PIC -(2)9.99.
007820
007830 PROCEDURE DIVISION.
007840 0000-MAINLINE.
007850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007860     EVALUATE TRUE
007870         WHEN WS-BATCH-MODE
007880         WHEN WS-RESUBMIT-MODE
007890         WHEN WS-FULL-REVAL-MODE
007900             PERFORM 2500-PROCESS-BATCH THRU 2500-EXIT
007910         WHEN WS-PROJECTION-MODE
007920             PERFORM 3500-PROJECTION-MODE THRU 3500-EXIT
007930         WHEN OTHER
007940             PERFORM 2000-PROCESS-INTERACTIVE THRU 2000-EXIT
007950     END-EVALUATE.
007960     PERFORM 9999-TERMINATE THRU 9999-EXIT.
007970
007980*----------------------------------------------------------------
007990* 1000-INITIALIZE - FIND OUT WHICH MODE TO RUN IN. A RUN-CONTROL
008000*                  RECORD ON RUN-PARAM-FILE ANSWERS THE MODE AND
008010*                  BRUKERID QUESTIONS WHEN THE JOB IS SUBMITTED BY
008020*                  THE SCHEDULER; THE CONSOLE PROMPTS ARE ONLY
008030*                  USED WHEN NO PARAMETER FILE IS ALLOCATED.
008040*----------------------------------------------------------------
008050 1000-INITIALIZE.
008060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008070     ACCEPT WS-START-TIME FROM TIME.
008080     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
008090     PERFORM 1100-READ-RUN-PARAMETERS THRU 1100-EXIT.
008100     IF NOT WS-PARAM-FOUND
008110         DISPLAY "Kjoremodus - I=Interaktiv,B=Batch-delta,"
008120             "P=Projeksjon,R=Avviste,F=Full?"
008130         ACCEPT WS-MODE
008140         DISPLAY "Skriv inn ditt brukerid?"
008150         ACCEPT WS-OPERATOR-ID
008160     END-IF.
008170     OPEN OUTPUT PRINT-FILE.
008180     IF WS-PRINT-STATUS NOT = "00"
008190         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
008200         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008210     END-IF.
008220     OPEN INPUT CPI-MASTER.
008230     IF WS-CPI-STATUS NOT = "00"
008240         MOVE "KUNNE IKKE APNE CPI-MASTER" TO WS-ERROR-MSG
008250         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008260     END-IF.
008270     OPEN INPUT FX-RATE-FILE.
008280     IF WS-FX-STATUS NOT = "00"
008290         MOVE "KUNNE IKKE APNE FX-RATE-FILE" TO WS-ERROR-MSG
008300         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008310     END-IF.
008320     OPEN INPUT BENCHMARK-FILE.
008330     IF WS-BMK-STATUS NOT = "00"
008340         MOVE "KUNNE IKKE APNE BENCHMARK-FILE" TO WS-ERROR-MSG
008350         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008360     END-IF.
008370     OPEN INPUT CUSTOMER-MASTER.
008380     IF WS-CUST-STATUS NOT = "00"
008390         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
008400         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008410     END-IF.
008420     OPEN INPUT FEE-FILE.
008430     IF WS-FEE-STATUS NOT = "00"
008440         MOVE "KUNNE IKKE APNE FEE-FILE" TO WS-ERROR-MSG
008450         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008460     END-IF.
008470     OPEN EXTEND AUDIT-FILE.
008480     IF WS-AUDIT-STATUS NOT = "00"
008490         MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
008500         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008510     END-IF.
008520     MOVE WS-RUN-DATE TO WS-GLX-NAME-DATE.
008530     MOVE WS-MODE TO WS-GLX-NAME-MODE.
008540     OPEN OUTPUT GL-EXTRACT-FILE.
008550     IF WS-GLX-STATUS NOT = "00"
008560         MOVE "KUNNE IKKE APNE GL-EXTRACT-FILE" TO WS-ERROR-MSG
008570         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
008580     END-IF.
008590     PERFORM 6000-WRITE-REPORT-HEADER THRU 6000-EXIT.
008600 1000-EXIT.
008610     EXIT.
008620
008630*----------------------------------------------------------------
008640* 1100-READ-RUN-PARAMETERS - READ THE RUN-CONTROL RECORD IF A
008650*                  RUN-PARAM-FILE IS ALLOCATED TO THE JOB. A FILE
008660*                  THAT CANNOT BE OPENED MEANS AN ORDINARY
008670*                  CONSOLE-PROMPTED RUN; A FILE THAT IS THERE BUT
008680*                  IS EMPTY (TRUNCATED BY THE SCHEDULER) OR HOLDS
008690*                  AN INVALID RECORD STOPS THE JOB, SINCE A
008700*                  SCHEDULED RUN HAS NOBODY AT THE CONSOLE TO
008710*                  CORRECT IT.
008720*----------------------------------------------------------------
008730 1100-READ-RUN-PARAMETERS.
008740     OPEN INPUT RUN-PARAM-FILE.
008750     IF WS-PARAM-STATUS = "00"
008760         READ RUN-PARAM-FILE
008770             AT END
008780                 DISPLAY "FATAL: RUN-PARAM-FILE ER TOM - "
008790                     "KJORINGEN STOPPES"
008800                 PERFORM 9980-ABORT-ON-CONTROL-ERROR
008810                     THRU 9980-EXIT
008820         END-READ
008830         IF WS-PARAM-STATUS = "00"
008840             PERFORM 1200-VALIDATE-RUN-PARAMETERS THRU 1200-EXIT
008850             IF NOT WS-INPUT-VALID
008860                 DISPLAY "FATAL: " WS-ERROR-MSG
008870                 PERFORM 9980-ABORT-ON-CONTROL-ERROR
008880                     THRU 9980-EXIT
008890             END-IF
008900             MOVE PRM-MODE TO WS-MODE
008910             MOVE PRM-OPERATOR-ID TO WS-OPERATOR-ID
008920             MOVE PRM-CHECKPOINT-INTERVAL TO
008930                 WS-CHECKPOINT-INTERVAL
008940             MOVE PRM-REPORT-SW TO WS-REPORT-OUTPUT-SW
008950             MOVE PRM-GL-EXTRACT-SW TO WS-GL-OUTPUT-SW
008960             MOVE "Y" TO WS-PARAM-FOUND-SW
008970         END-IF
008980         CLOSE RUN-PARAM-FILE
008990     END-IF.
009000 1100-EXIT.
009010     EXIT.
009020
009030*----------------------------------------------------------------
009040* 1200-VALIDATE-RUN-PARAMETERS - EDIT CHECKS ON THE RUN-CONTROL
009050*                  RECORD, ONE FIELD PER PARAGRAPH THE SAME WAY
009060*                  4000-VALIDATE-INPUT CHECKS A POSITION, SO A
009070*                  TYPO IN THE PARAMETER FILE IS REPORTED BY NAME
009080*                  INSTEAD OF QUIETLY CHANGING THE RUN.
009090*----------------------------------------------------------------
009100 1200-VALIDATE-RUN-PARAMETERS.
009110     MOVE "Y" TO WS-VALID-SW.
009120     PERFORM 1210-VALIDATE-PARAM-MODE THRU 1210-EXIT.
009130     IF WS-INPUT-VALID
009140         PERFORM 1220-VALIDATE-PARAM-OPERATOR THRU 1220-EXIT
009150     END-IF.
009160     IF WS-INPUT-VALID
009170         PERFORM 1230-VALIDATE-PARAM-INTERVAL THRU 1230-EXIT
009180     END-IF.
009190     IF WS-INPUT-VALID
009200         PERFORM 1240-VALIDATE-PARAM-OUTPUTS THRU 1240-EXIT
009210     END-IF.
009220 1200-EXIT.
009230     EXIT.
009240
009250 1210-VALIDATE-PARAM-MODE.
009260     IF PRM-MODE NOT = "I" AND PRM-MODE NOT = "B"
009270             AND PRM-MODE NOT = "P" AND PRM-MODE NOT = "R"
009280             AND PRM-MODE NOT = "F"
009290         MOVE "N" TO WS-VALID-SW
009300         MOVE "UGYLDIG MODUS - MA VERE I, B, P, R ELLER F" TO
009310             WS-ERROR-MSG
009320     END-IF.
009330 1210-EXIT.
009340     EXIT.
009350
009360 1220-VALIDATE-PARAM-OPERATOR.
009370     IF PRM-OPERATOR-ID = SPACES
009380         MOVE "N" TO WS-VALID-SW
009390         MOVE "UGYLDIG BRUKERID PA PARAMETERFIL - BLANKT" TO
009400             WS-ERROR-MSG
009410     END-IF.
009420 1220-EXIT.
009430     EXIT.
009440
009450 1230-VALIDATE-PARAM-INTERVAL.
009460     IF PRM-CHECKPOINT-INTERVAL NOT NUMERIC
009470         MOVE "N" TO WS-VALID-SW
009480         MOVE "UGYLDIG CHECKPOINT-INTERVALL - IKKE NUMERISK" TO
009490             WS-ERROR-MSG
009500     ELSE
009510     IF PRM-CHECKPOINT-INTERVAL < 1
009520         MOVE "N" TO WS-VALID-SW
009530         MOVE "UGYLDIG CHECKPOINT-INTERVALL - MA VERE 1-9999" TO
009540             WS-ERROR-MSG
009550     END-IF
009560     END-IF.
009570 1230-EXIT.
009580     EXIT.
009590
009600 1240-VALIDATE-PARAM-OUTPUTS.
009610     IF PRM-REPORT-SW NOT = "J" AND PRM-REPORT-SW NOT = "N"
009620         MOVE "N" TO WS-VALID-SW
009630         MOVE "UGYLDIG RAPPORTVALG - MA VERE J ELLER N" TO
009640             WS-ERROR-MSG
009650     END-IF.
009660     IF PRM-GL-EXTRACT-SW NOT = "J"
009670             AND PRM-GL-EXTRACT-SW NOT = "N"
009680         MOVE "N" TO WS-VALID-SW
009690         MOVE "UGYLDIG HOVEDBOKSVALG - MA VERE J ELLER N" TO
009700             WS-ERROR-MSG
009710     END-IF.
009720 1240-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760* 2000-PROCESS-INTERACTIVE - ORIGINAL SINGLE-POSITION ENTRY.
009770*----------------------------------------------------------------
009780 2000-PROCESS-INTERACTIVE.
009790     DISPLAY "Hva er kontonummeret?".
009800     ACCEPT WS-ACCOUNT-ID.
009810     DISPLAY "Hvilken periode gjelder investeringen (AAAAMM)?".
009820     ACCEPT WS-PERIOD-YM.
009830     MOVE "N" TO WS-VALID-SW.
009840     PERFORM 2100-ACCEPT-AND-VALIDATE THRU 2100-EXIT
009850         UNTIL WS-INPUT-VALID.
009860     PERFORM 3000-COMPUTE-REAL-RETURN THRU 3000-EXIT.
009870     PERFORM 3900-COMPUTE-TAX-BREAKDOWN THRU 3900-EXIT.
009880     PERFORM 3910-COMPUTE-FEE THRU 3910-EXIT.
009890     PERFORM 3920-COMPUTE-CURRENCY-SPLIT THRU 3920-EXIT.
009900     PERFORM 3950-COMPUTE-BENCHMARK THRU 3950-EXIT.
009910     DISPLAY "Realavkastning: " rea-edited "kr, " pro-edited "%".
009920     PERFORM 6100-WRITE-REPORT-DETAIL THRU 6100-EXIT.
009930     MOVE ZERO TO WS-GL-SEQ-NUM.
009940     PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT.
009950     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
009960 2000-EXIT.
009970     EXIT.
009980
009990*----------------------------------------------------------------
010000* 2100-ACCEPT-AND-VALIDATE - PROMPT FOR ONE POSITION AND REJECT
010010*                           IT WITH AN ERROR MESSAGE INSTEAD OF
010020*                           LETTING A BAD VALUE REACH COMPUTE.
010030*----------------------------------------------------------------
010040 2100-ACCEPT-AND-VALIDATE.
010050     DISPLAY "Hvilken valutakode (KR for norske kroner)?".
010060     ACCEPT WS-CURRENCY-CODE.
010070     DISPLAY "Hva er din investering?".
010080     ACCEPT inv.
010090     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
010100     IF NOT WS-FX-FOUND
010110         MOVE "N" TO WS-VALID-SW
010120         MOVE "UGYLDIG VALUTAKODE - FINNES IKKE PA FX-RATE-FILE"
010130             TO WS-ERROR-MSG
010140         MOVE "50" TO WS-REJECT-REASON
010150     ELSE
010160         PERFORM 5600-CONVERT-TO-KR THRU 5600-EXIT
010170         DISPLAY "Hva er din avkastning i prosent?"
010180         ACCEPT avk
010190         PERFORM 5000-LOOKUP-CPI THRU 5000-EXIT
010200         IF NOT WS-CPI-FOUND
010210             DISPLAY "Hvor stor er inflasjonen (prosent)?"
010220             ACCEPT inf
010230         END-IF
010240         DISPLAY "Hvilken skattesats gjelder (prosent)?"
010250         ACCEPT skatt
010260         PERFORM 4000-VALIDATE-INPUT THRU 4000-EXIT
010270     END-IF.
010280     IF NOT WS-INPUT-VALID
010290         DISPLAY "FEIL: " WS-ERROR-MSG
010300         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
010310     END-IF.
010320 2100-EXIT.
010330     EXIT.
010340
010350*----------------------------------------------------------------
010360* 2500-PROCESS-BATCH - DRIVER FOR ALL THREE FILE-DRIVEN MODES.
010370*                     BATCH-DELTA LESER DAGENS TRANS-FILE, FORER
010380*                     ENDRINGENE MOT HOLDINGS-MASTER OG BEREGNER
010390*                     BARE DE KONTOENE SOM BLE BERORT. FULL
010400*                     REVALUERING LESER HELE HOLDINGS-MASTER I
010410*                     NOKKELREKKEFOLGE (MANEDSSLUTT). RESUBMIT
010420*                     LESER DEN KORRIGERTE SUSPENSFILEN OG FORER
010430*                     RETTELSEN INN PA MASTEREN. EN RESTART
010440*                     HOPPER OVER INPUTPOSTER ETTER ANTALL, SOM
010450*                     FOR; REJECTS GAR UT PA SUSPENSFILEN.
010460*----------------------------------------------------------------
010470 2500-PROCESS-BATCH.
010480     EVALUATE TRUE
010490         WHEN WS-BATCH-MODE
010500             OPEN INPUT TRANS-FILE
010510             IF WS-TRANS-STATUS NOT = "00"
010520                 MOVE "KUNNE IKKE APNE TRANS-FILE" TO WS-ERROR-MSG
010530                 PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
010540             END-IF
010550         WHEN WS-RESUBMIT-MODE
010560             OPEN INPUT RESUBMIT-FILE
010570             IF WS-RESUBMIT-STATUS NOT = "00"
010580                 MOVE "KUNNE IKKE APNE RESUBMIT-FILE" TO
010590                     WS-ERROR-MSG
010600                 PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
010610             END-IF
010620         WHEN OTHER
010630             CONTINUE
010640     END-EVALUATE.
010650     OPEN I-O HOLDINGS-MASTER.
010660     IF WS-HOLDMAST-STATUS NOT = "00"
010670         MOVE "KUNNE IKKE APNE HOLDINGS-MASTER" TO WS-ERROR-MSG
010680         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
010690     END-IF.
010700     IF WS-FULL-REVAL-MODE
010710         MOVE LOW-VALUES TO HM-KEY
010720         START HOLDINGS-MASTER KEY NOT LESS THAN HM-KEY
010730             INVALID KEY
010740                 SET WS-PORTFOLIO-EOF TO TRUE
010750         END-START
010760     END-IF.
010770     OPEN INPUT PERIOD-CONTROL-FILE.
010780     EVALUATE TRUE
010790         WHEN WS-PCT-STATUS = "00"
010800             MOVE "Y" TO WS-PCT-AVAILABLE-SW
010810         WHEN WS-PCT-STATUS = "35"
010820             DISPLAY "PERIOD-CONTROL-FILE FINNES IKKE - ALLE "
010830                 "PERIODER REGNES SOM APNE"
010840         WHEN OTHER
010850             MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
010860                 WS-ERROR-MSG
010870             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
010880     END-EVALUATE.
010890     OPEN OUTPUT SUSPENSE-FILE.
010900     IF WS-SUSPENSE-STATUS NOT = "00"
010910         MOVE "KUNNE IKKE APNE SUSPENSE-FILE" TO WS-ERROR-MSG
010920         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
010930     END-IF.
010940     IF WS-BATCH-MODE
010950         PERFORM 2505-OPEN-CLOSED-HOLDINGS THRU 2505-EXIT
010960     END-IF.
010970     PERFORM 2450-CHECK-FOR-RESTART THRU 2450-EXIT.
010980     PERFORM 2600-READ-PORTFOLIO THRU 2600-EXIT.
010990     PERFORM 2700-PROCESS-ONE-HOLDING THRU 2700-EXIT
011000         UNTIL WS-PORTFOLIO-EOF.
011010     EVALUATE TRUE
011020         WHEN WS-BATCH-MODE
011030             CLOSE TRANS-FILE
011040         WHEN WS-RESUBMIT-MODE
011050             CLOSE RESUBMIT-FILE
011060         WHEN OTHER
011070             CONTINUE
011080     END-EVALUATE.
011090     CLOSE HOLDINGS-MASTER.
011100     IF WS-PCT-AVAILABLE
011110         CLOSE PERIOD-CONTROL-FILE
011120     END-IF.
011130     IF WS-CLOSHOLD-OPEN
011140         CLOSE CLOSED-HOLDINGS-FILE
011150         MOVE "N" TO WS-CLOSHOLD-OPEN-SW
011160     END-IF.
011170     CLOSE SUSPENSE-FILE.
011180     PERFORM 6180-WRITE-ACCOUNT-TOTAL THRU 6180-EXIT.
011190     PERFORM 6130-WRITE-CLIENT-SUMMARY THRU 6130-EXIT.
011200     PERFORM 6190-WRITE-CURRENCY-SUMMARY THRU 6190-EXIT.
011210     PERFORM 6300-WRITE-RUN-SUMMARY THRU 6300-EXIT.
011220     OPEN OUTPUT CHECKPOINT-FILE.
011230     IF WS-CHECKPOINT-STATUS NOT = "00"
011240         MOVE "KUNNE IKKE APNE CHECKPOINT-FILE" TO WS-ERROR-MSG
011250         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
011260     END-IF.
011270     MOVE SPACES TO CHK-LAST-ACCOUNT-ID.
011280     MOVE ZERO TO CHK-RECORD-COUNT.
011290     MOVE WS-MODE TO CHK-RUN-MODE.
011300     WRITE CHECKPOINT-RECORD.
011310     CLOSE CHECKPOINT-FILE.
011320 2500-EXIT.
011330     EXIT.
011340
011350*----------------------------------------------------------------
011360* 2505-OPEN-CLOSED-HOLDINGS - CLOSED-HOLDINGS-FILE APNES FOR
011370*                  OPPDATERING I DAGLIG BATCH, DER S-TRANSAK-
011380*                  SJONENE KOMMER. FILEN OPPRETTES VED FORSTE
011390*                  KJORING, SOM EKSTRAKTREGISTERET.
011400*----------------------------------------------------------------
011410 2505-OPEN-CLOSED-HOLDINGS.
011420     OPEN I-O CLOSED-HOLDINGS-FILE.
011430     IF WS-CLOSHOLD-STATUS = "35"
011440         OPEN OUTPUT CLOSED-HOLDINGS-FILE
011450         CLOSE CLOSED-HOLDINGS-FILE
011460         OPEN I-O CLOSED-HOLDINGS-FILE
011470     END-IF.
011480     IF WS-CLOSHOLD-STATUS NOT = "00"
011490         MOVE "KUNNE IKKE APNE CLOSED-HOLDINGS-FILE" TO
011500             WS-ERROR-MSG
011510         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
011520     END-IF.
011530     MOVE "Y" TO WS-CLOSHOLD-OPEN-SW.
011540 2505-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------------
011580* 2450-CHECK-FOR-RESTART - IF A CHECKPOINT FILE WAS LEFT BY A
011590*                  PRIOR RUN THAT DID NOT FINISH, REMEMBER HOW
011600*                  MANY INPUT RECORDS (TRANSAKSJONER, SUSPENS-
011610*                  POSTER ELLER MASTERPOSTER) IT HAD ALREADY
011620*                  READ, SO THE RESTART CAN SKIP PAST THEM BY
011630*                  POSITION. A POSITION COUNT IS USED INSTEAD OF
011640*                  COMPARING ACCOUNT ID VALUES SO NO SORT ORDER
011650*                  NEEDS TO BE ASSUMED OF THE INPUT. NO
011660*                  CHECKPOINT FILE MEANS A RUN FROM THE TOP. THE
011670*                  COUNT REFERS TO THE WRITING MODE'S OWN INPUT
011680*                  FILE, SO A LIVE CHECKPOINT STAMPED BY A
011690*                  DIFFERENT KJOREMODUS STOPPER KJORINGEN I
011700*                  STEDET FOR A HOPPE I FEIL FIL.
011710*----------------------------------------------------------------
011720 2450-CHECK-FOR-RESTART.
011730     OPEN INPUT CHECKPOINT-FILE.
011740     IF WS-CHECKPOINT-STATUS = "00"
011750         READ CHECKPOINT-FILE
011760             AT END
011770                 CONTINUE
011780         END-READ
011790         IF WS-CHECKPOINT-STATUS = "00"
011800                 AND CHK-RECORD-COUNT > ZERO
011810             IF CHK-RUN-MODE NOT = WS-MODE
011820                 DISPLAY "FATAL: CHECKPOINT ER SKREVET AV "
011830                     "KJOREMODUS " CHK-RUN-MODE " - FULLFOR "
011840                     "ELLER FJERN DET FOR DENNE KJORINGEN"
011850                 PERFORM 9980-ABORT-ON-CONTROL-ERROR
011860                     THRU 9980-EXIT
011870             END-IF
011880             MOVE CHK-LAST-ACCOUNT-ID TO WS-RESTART-ACCOUNT-ID
011890             MOVE CHK-RECORD-COUNT TO WS-RESTART-RECORD-COUNT
011900             MOVE "Y" TO WS-RESTART-SW
011910             DISPLAY "OMKJORING - HOPPER OVER "
011920                 WS-RESTART-RECORD-COUNT
011930                 " POSTER, SISTE FERDIGE: " WS-RESTART-ACCOUNT-ID
011940         END-IF
011950         CLOSE CHECKPOINT-FILE
011960     END-IF.
011970 2450-EXIT.
011980     EXIT.
011990
012000*----------------------------------------------------------------
012010* 2600-READ-PORTFOLIO - NEXT COMPUTABLE HOLDING INTO THE WORKING-
012020*                  STORAGE PORTFOLIO-RECORD: FRA DAGENS TRANS-
012030*                  FILE I BATCH-DELTA (SLUTT-TRANSAKSJONER
012040*                  UTFORES UNDERVEIS AV 2610), FRA DEN
012050*                  KORRIGERTE SUSPENSFILEN I RESUBMIT-MODUS,
012060*                  ELLER NESTE MASTERPOST I FULL REVALUERING.
012070*----------------------------------------------------------------
012080 2600-READ-PORTFOLIO.
012090     IF WS-PORTFOLIO-EOF
012100         GO TO 2600-EXIT
012110     END-IF.
012120     IF WS-BATCH-MODE
012130         MOVE "N" TO WS-TRANS-READY-SW
012140         PERFORM 2610-READ-APPLY-TRANS THRU 2610-EXIT
012150             UNTIL WS-PORTFOLIO-EOF OR WS-TRANS-READY
012160         GO TO 2600-EXIT
012170     END-IF.
012180     IF WS-FULL-REVAL-MODE
012190         MOVE "N" TO WS-TRANS-READY-SW
012200         PERFORM 2620-READ-NEXT-MASTER THRU 2620-EXIT
012210             UNTIL WS-PORTFOLIO-EOF OR WS-TRANS-READY
012220         GO TO 2600-EXIT
012230     END-IF.
012240     READ RESUBMIT-FILE
012250         AT END
012260             SET WS-PORTFOLIO-EOF TO TRUE
012270     END-READ.
012280     IF NOT WS-PORTFOLIO-EOF
012290         MOVE RSB-PORTFOLIO-DATA TO PORTFOLIO-RECORD
012300         MOVE RSB-POSITION-X TO WS-POSITION-IN
012310         PERFORM 2605-EDIT-POSITION THRU 2605-EXIT
012320         MOVE WS-POSITION-OUT TO WS-POSITION-NUM
012330         MOVE WS-POSITION-OUT-SW TO WS-POSITION-VALID-SW
012340         ADD 1 TO WS-RECORDS-READ
012350     END-IF.
012360 2600-EXIT.
012370     EXIT.
012380*----------------------------------------------------------------
012390* 2605-EDIT-POSITION - POSISJONSNUMMERET FRA TRANS- ELLER SUSPENS-
012400*                  POSTEN (WS-POSITION-IN) TIL WS-POSITION-OUT.
012410*                  BLANKT ER EN POST SKREVET FOR KONTOENE FIKK
012420*                  FLERE POSISJONER OG REGNES SOM POSISJON 01;
012430*                  ALT ANNET ENN 01-99 ER UGYLDIG OG GIR 00.
012440*----------------------------------------------------------------
012450 2605-EDIT-POSITION.
012460     MOVE "Y" TO WS-POSITION-OUT-SW.
012470     EVALUATE TRUE
012480         WHEN WS-POSITION-IN = SPACES
012490             MOVE 1 TO WS-POSITION-OUT
012500         WHEN WS-POSITION-IN-NUM NUMERIC
012510                 AND WS-POSITION-IN-NUM > ZERO
012520             MOVE WS-POSITION-IN-NUM TO WS-POSITION-OUT
012530         WHEN OTHER
012540             MOVE ZERO TO WS-POSITION-OUT
012550             MOVE "N" TO WS-POSITION-OUT-SW
012560     END-EVALUATE.
012570 2605-EXIT.
012580     EXIT.
012590
012600*----------------------------------------------------------------
012610* 2620-READ-NEXT-MASTER - NESTE MASTERPOST I FULL REVALUERING.
012620*                  EN KONTO DER SISTE DELTABEREGNING AV PERIODEN
012630*                  BLE GJORT MED TIDSVEKTEDE BEVEGELSER (HM-
012640*                  MOVEMENT-FLAG = J) HOPPES OVER OG TELLES:
012650*                  BEVEGELSENE FINNES BARE PA DEN DAGENS TRANS-
012660*                  FILE, SA EN OMBEREGNING HER VILLE SKJEDD PA
012670*                  DEN STATISKE HM-INV OG FORTRENGT DEN VEKTEDE
012680*                  BEREGNINGEN I HOVEDBOK OG ARSOPPGAVE. FORSTE
012690*                  POSISJON PA HVER KONTO HUSKES FOR 3910 FOR
012700*                  OVERHOPPINGEN, SA DET FASTE GEBYRET IKKE
012710*                  FLYTTER TIL NESTE POSISJON NAR DEN FORSTE
012720*                  HOPPES OVER.
012730*----------------------------------------------------------------
012740 2620-READ-NEXT-MASTER.
012750     READ HOLDINGS-MASTER NEXT RECORD
012760         AT END
012770             SET WS-PORTFOLIO-EOF TO TRUE
012780             GO TO 2620-EXIT
012790     END-READ.
012800     ADD 1 TO WS-RECORDS-READ.
012810     IF HM-ACCOUNT-ID NOT = WS-FEE-FIRST-ACCOUNT
012820         MOVE HM-ACCOUNT-ID TO WS-FEE-FIRST-ACCOUNT
012830         MOVE HM-POSITION-NUM TO WS-FEE-FIRST-POSITION
012840     END-IF.
012850     IF HM-MOVEMENT-FLAG = "J"
012860         ADD 1 TO WS-MOVSKIP-COUNT
012870         GO TO 2620-EXIT
012880     END-IF.
012890     PERFORM 2685-MOVE-MASTER-TO-PORTFOLIO THRU 2685-EXIT.
012900     MOVE "Y" TO WS-TRANS-READY-SW.
012910 2620-EXIT.
012920     EXIT.
012930
012940*----------------------------------------------------------------
012950* 2610-READ-APPLY-TRANS - ONE TRANS-FILE RECORD. SLUTT-TRANS-
012960*                  AKSJONER (S) FAR SLUTTOPPGJOR OG AVSLUTTES
012970*                  MED EN GANG (2640); NY/ENDRET (N/E)
012980*                  LEGGES I PORTFOLIO-RECORD OG GAR VIDERE TIL
012990*                  VALIDERING OG BEREGNING - SELVE
013000*                  SKRIVINGEN TIL MASTEREN GJORES FORST AV 2630
013010*                  NAR POSTEN HAR PASSERT VALIDERINGEN, SA EN
013020*                  FEILTASTET TRANSAKSJON IKKE LEGGER SEG PA
013030*                  MASTEREN. BEVEGELSER (B) SOM FOLGER EN N/E-
013040*                  HOLDING SAMLES I TABELLEN FOR TIDSVEKTING;
013050*                  FORSTE POST SOM IKKE ER EN BEVEGELSE GJOR
013060*                  HOLDINGEN KLAR OG HOLDES IGJEN
013070*                  TIL NESTE KALL. UNDER OMSTART HOPPES TRANS-
013080*                  AKSJONER SOM ALLEREDE ER UTFORT OVER HER,
013090*                  ETTER ANTALL FORBRUKTE POSTER.
013100*----------------------------------------------------------------
013110 2610-READ-APPLY-TRANS.
013120     IF WS-TRANS-DRAINED
013130         SET WS-PORTFOLIO-EOF TO TRUE
013140         GO TO 2610-EXIT
013150     END-IF.
013160     IF WS-TRN-HELD
013170         MOVE WS-HELD-TRN-AREA TO TRN-RECORD
013180         MOVE "N" TO WS-TRN-HELD-SW
013190     ELSE
013200         READ TRANS-FILE
013210             AT END
013220                 MOVE "Y" TO WS-TRANS-DRAINED-SW
013230                 IF WS-PENDING-HOLDING
013240                     MOVE "N" TO WS-PENDING-HOLDING-SW
013250                     MOVE "Y" TO WS-TRANS-READY-SW
013260                 ELSE
013270                     SET WS-PORTFOLIO-EOF TO TRUE
013280                 END-IF
013290                 GO TO 2610-EXIT
013300         END-READ
013310     END-IF.
013320     IF WS-PENDING-HOLDING AND TRN-ACTION NOT = "B"
013330         MOVE TRN-RECORD TO WS-HELD-TRN-AREA
013340         MOVE "Y" TO WS-TRN-HELD-SW
013350         MOVE "N" TO WS-PENDING-HOLDING-SW
013360         MOVE "Y" TO WS-TRANS-READY-SW
013370         GO TO 2610-EXIT
013380     END-IF.
013390     ADD 1 TO WS-RECORDS-READ.
013400     MOVE WS-RECORDS-READ TO WS-REJECT-RECORD-NUM.
013410     IF WS-RESTART-PENDING AND WS-RECORDS-READ NOT GREATER
013420             THAN WS-RESTART-RECORD-COUNT
013430         GO TO 2610-EXIT
013440     END-IF.
013450     MOVE TRN-POSITION-X TO WS-POSITION-IN.
013460     PERFORM 2605-EDIT-POSITION THRU 2605-EXIT.
013470     EVALUATE TRN-ACTION
013480         WHEN "B"
013490             PERFORM 2615-STORE-MOVEMENT THRU 2615-EXIT
013500         WHEN "N"
013510         WHEN "E"
013520             MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
013530             MOVE PF-ACCOUNT-ID TO WS-ACCOUNT-ID
013540             MOVE WS-POSITION-OUT TO WS-POSITION-NUM
013550             MOVE WS-POSITION-OUT-SW TO WS-POSITION-VALID-SW
013560             MOVE TRN-ACTION TO WS-TRANS-ACTION
013570             MOVE WS-RECORDS-READ TO WS-HOLDING-RECORD-NUM
013580             MOVE ZERO TO WS-MOVEMENT-COUNT
013590             MOVE "N" TO WS-MOV-OVERFLOW-SW
013600             MOVE "Y" TO WS-PENDING-HOLDING-SW
013610         WHEN "S"
013620             MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
013630             MOVE PF-ACCOUNT-ID TO WS-ACCOUNT-ID
013640             MOVE WS-POSITION-OUT TO WS-POSITION-NUM
013650             MOVE WS-POSITION-OUT-SW TO WS-POSITION-VALID-SW
013660             PERFORM 2640-CLOSE-HOLDING THRU 2640-EXIT
013670         WHEN OTHER
013680             MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
013690             MOVE PF-ACCOUNT-ID TO WS-ACCOUNT-ID
013700             MOVE WS-POSITION-OUT TO WS-POSITION-NUM
013710             MOVE WS-POSITION-OUT-SW TO WS-POSITION-VALID-SW
013720             MOVE "UGYLDIG TRANSAKSJONSKODE PA TRANS-FILE" TO
013730                 WS-ERROR-MSG
013740             MOVE "62" TO WS-REJECT-REASON
013750             PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
013760     END-EVALUATE.
013770 2610-EXIT.
013780     EXIT.
013790
013800*----------------------------------------------------------------
013810* 2615-STORE-MOVEMENT - EN BEVEGELSE (B) LEGGES I TABELLEN FOR
013820*                  HOLDINGEN DEN FOLGER ETTER. EN BEVEGELSE UTEN
013830*                  HOLDING FORAN, ELLER FOR EN ANNEN KONTO ELLER
013840*                  POSISJON ENN HOLDINGEN FORAN, AVVISES SOM EGEN
013850*                  POST. MER ENN 20 BEVEGELSER GJOR AT HELE
013860*                  HOLDINGEN AVVISES NAR DEN SENERE VALIDERES.
013870*----------------------------------------------------------------
013880 2615-STORE-MOVEMENT.
013890     IF NOT WS-PENDING-HOLDING
013900         MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
013910         MOVE TRN-MOV-ACCOUNT-ID TO WS-ACCOUNT-ID
013920         MOVE WS-POSITION-OUT TO WS-POSITION-NUM
013930         MOVE "BEVEGELSE UTEN TILHORENDE HOLDING" TO
013940             WS-ERROR-MSG
013950         MOVE "64" TO WS-REJECT-REASON
013960         PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
013970         GO TO 2615-EXIT
013980     END-IF.
013990     IF TRN-MOV-ACCOUNT-ID NOT = PF-ACCOUNT-ID
014000             OR WS-POSITION-OUT NOT = WS-POSITION-NUM
014010         MOVE PORTFOLIO-RECORD TO WS-SAVE-PORTFOLIO
014020         MOVE WS-POSITION-NUM TO WS-SAVE-POSITION-NUM
014030         MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
014040         MOVE TRN-MOV-ACCOUNT-ID TO WS-ACCOUNT-ID
014050         MOVE WS-POSITION-OUT TO WS-POSITION-NUM
014060         MOVE "BEVEGELSE GJELDER EN ANNEN KONTO/POSISJON" TO
014070             WS-ERROR-MSG
014080         MOVE "64" TO WS-REJECT-REASON
014090         PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
014100         MOVE WS-SAVE-PORTFOLIO TO PORTFOLIO-RECORD
014110         MOVE WS-SAVE-POSITION-NUM TO WS-POSITION-NUM
014120         MOVE PF-ACCOUNT-ID TO WS-ACCOUNT-ID
014130         GO TO 2615-EXIT
014140     END-IF.
014150     IF WS-MOVEMENT-COUNT >= 20
014160         MOVE "Y" TO WS-MOV-OVERFLOW-SW
014170         GO TO 2615-EXIT
014180     END-IF.
014190     ADD 1 TO WS-MOVEMENT-COUNT.
014200     MOVE TRN-MOV-DATE TO WS-MOV-DATE (WS-MOVEMENT-COUNT).
014210     MOVE TRN-MOV-AMOUNT TO WS-MOV-AMOUNT (WS-MOVEMENT-COUNT).
014220     MOVE TRN-MOV-CURRENCY TO
014230         WS-MOV-CURRENCY (WS-MOVEMENT-COUNT).
014240 2615-EXIT.
014250     EXIT.
014260
014270*----------------------------------------------------------------
014280* 2630-APPLY-TO-MASTER - FOR EN POST SOM HAR PASSERT VALIDER-
014290*                  INGEN: NY SKRIVES, ENDRET SKRIVES OM, OG EN
014300*                  RESUBMIT-POST SKRIVES OM NAR KONTOEN FINNES
014310*                  OG SKRIVES NY ELLERS. FEILER SKRIVINGEN
014320*                  SETTES POSTEN UGYLDIG OG GAR SAMME VEI SOM
014330*                  ALLE ANDRE AVVISTE POSTER.
014340*----------------------------------------------------------------
014350 2630-APPLY-TO-MASTER.
014360     EVALUATE TRUE
014370         WHEN WS-BATCH-MODE AND WS-TRANS-ACTION = "N"
014380             PERFORM 2680-MOVE-PORTFOLIO-TO-MASTER THRU 2680-EXIT
014390             IF WS-MOVEMENT-COUNT > ZERO
014400                 MOVE "J" TO HM-MOVEMENT-FLAG
014410             END-IF
014420             WRITE HOLDING-MASTER-RECORD
014430                 INVALID KEY
014440                     MOVE "N" TO WS-VALID-SW
014450                     MOVE "KONTO FINNES ALLEREDE PA MASTEREN" TO
014460                         WS-ERROR-MSG
014470                     MOVE "60" TO WS-REJECT-REASON
014480             END-WRITE
014490         WHEN WS-BATCH-MODE
014500             PERFORM 2680-MOVE-PORTFOLIO-TO-MASTER THRU 2680-EXIT
014510             IF WS-MOVEMENT-COUNT > ZERO
014520                 MOVE "J" TO HM-MOVEMENT-FLAG
014530             END-IF
014540             REWRITE HOLDING-MASTER-RECORD
014550                 INVALID KEY
014560                     MOVE "N" TO WS-VALID-SW
014570                     MOVE "KONTO FINNES IKKE PA MASTEREN" TO
014580                         WS-ERROR-MSG
014590                     MOVE "61" TO WS-REJECT-REASON
014600             END-REWRITE
014610         WHEN WS-RESUBMIT-MODE
014620             MOVE "N" TO WS-MASTER-FOUND-SW
014630             MOVE PF-ACCOUNT-ID TO HM-ACCOUNT-ID
014640             MOVE WS-POSITION-NUM TO HM-POSITION-NUM
014650             READ HOLDINGS-MASTER
014660                 INVALID KEY
014670                     CONTINUE
014680                 NOT INVALID KEY
014690                     MOVE "Y" TO WS-MASTER-FOUND-SW
014700             END-READ
014710             PERFORM 2680-MOVE-PORTFOLIO-TO-MASTER THRU 2680-EXIT
014720             IF WS-MASTER-FOUND
014730                 REWRITE HOLDING-MASTER-RECORD
014740                     INVALID KEY
014750                         MOVE "N" TO WS-VALID-SW
014760                         MOVE "FEIL VED SKRIVING TIL MASTEREN" TO
014770                             WS-ERROR-MSG
014780                         MOVE "63" TO WS-REJECT-REASON
014790                 END-REWRITE
014800             ELSE
014810                 WRITE HOLDING-MASTER-RECORD
014820                     INVALID KEY
014830                         MOVE "N" TO WS-VALID-SW
014840                         MOVE "FEIL VED SKRIVING TIL MASTEREN" TO
014850                             WS-ERROR-MSG
014860                         MOVE "63" TO WS-REJECT-REASON
014870                 END-WRITE
014880             END-IF
014890     END-EVALUATE.
014900 2630-EXIT.
014910     EXIT.
014920
014930*----------------------------------------------------------------
014940* 2640-CLOSE-HOLDING - EN SLUTT-TRANSAKSJON: HOLDINGEN PA MASTEREN
014950*                  FAR ET SLUTTOPPGJOR FOR DELPERIODEN FRA
014960*                  MANEDSSTART TIL AVSLUTNINGSDATO (KJOREDATO)
014970*                  MED GEBYR OG SKATT, SOM RAPPORTERES, POSTERES
014980*                  OG LOGGES SOM EN VANLIG BEREGNING. DERETTER
014990*                  SKRIVES DEN TIL CLOSED-HOLDINGS-FILE OG
015000*                  SLETTES FRA HOLDINGS-MASTER. EN KONTO SOM
015010*                  IKKE FINNES, EN DELPERIODE SOM ER LUKKET
015020*                  ELLER EN SLUTTBEREGNING SOM FEILER AVVISES,
015030*                  OG HOLDINGEN BLIR DA STAENDE PA MASTEREN.
015040*----------------------------------------------------------------
015050 2640-CLOSE-HOLDING.
015060     IF NOT WS-POSITION-VALID
015070         MOVE "UGYLDIG POSISJONSNUMMER (MA VERE 01-99)" TO
015080             WS-ERROR-MSG
015090         MOVE "68" TO WS-REJECT-REASON
015100         PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
015110         GO TO 2640-EXIT
015120     END-IF.
015130     MOVE PF-ACCOUNT-ID TO HM-ACCOUNT-ID.
015140     MOVE WS-POSITION-NUM TO HM-POSITION-NUM.
015150     READ HOLDINGS-MASTER
015160         INVALID KEY
015170             MOVE "KONTO FINNES IKKE PA MASTEREN" TO WS-ERROR-MSG
015180             MOVE "61" TO WS-REJECT-REASON
015190             PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
015200             GO TO 2640-EXIT
015210     END-READ.
015220     MOVE ZERO TO WS-MOVEMENT-COUNT.
015230     MOVE "N" TO WS-MOV-OVERFLOW-SW.
015240     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
015250     PERFORM 2645-COMPUTE-STUB-WEIGHT THRU 2645-EXIT.
015260     MOVE HM-CURRENCY-CODE TO WS-CURRENCY-CODE.
015270     MOVE HM-INV TO inv.
015280     MOVE HM-AVK TO avk.
015290     MOVE HM-SKATT TO skatt.
015300     MOVE WS-CLOSE-YM TO WS-PERIOD-YM.
015310     PERFORM 5000-LOOKUP-CPI THRU 5000-EXIT.
015320     IF NOT WS-CPI-FOUND
015330         MOVE HM-INF TO inf
015340     END-IF.
015350     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
015360     IF WS-FX-FOUND
015370         PERFORM 5600-CONVERT-TO-KR THRU 5600-EXIT
015380         COMPUTE inv ROUNDED = inv * WS-STUB-WEIGHT
015390         COMPUTE WS-ORIGINAL-INV ROUNDED =
015400             WS-ORIGINAL-INV * WS-STUB-WEIGHT
015410         PERFORM 4000-VALIDATE-INPUT THRU 4000-EXIT
015420     ELSE
015430         MOVE "N" TO WS-VALID-SW
015440         MOVE "UGYLDIG VALUTAKODE - FINNES IKKE PA FX-RATE-FILE"
015450             TO WS-ERROR-MSG
015460         MOVE "50" TO WS-REJECT-REASON
015470     END-IF.
015480     IF WS-INPUT-VALID
015490         PERFORM 5950-CHECK-PERIOD-CONTROL THRU 5950-EXIT
015500     END-IF.
015510     IF NOT WS-INPUT-VALID
015520         PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
015530         GO TO 2640-EXIT
015540     END-IF.
015550     PERFORM 3000-COMPUTE-REAL-RETURN THRU 3000-EXIT.
015560     PERFORM 3900-COMPUTE-TAX-BREAKDOWN THRU 3900-EXIT.
015570     MOVE "Y" TO WS-CLOSING-SW.
015580     PERFORM 3910-COMPUTE-FEE THRU 3910-EXIT.
015590     MOVE "N" TO WS-CLOSING-SW.
015600     PERFORM 3920-COMPUTE-CURRENCY-SPLIT THRU 3920-EXIT.
015610     PERFORM 3950-COMPUTE-BENCHMARK THRU 3950-EXIT.
015620     PERFORM 2660-WRITE-CLOSED-HOLDING THRU 2660-EXIT.
015630     IF NOT WS-INPUT-VALID
015640         PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
015650         GO TO 2640-EXIT
015660     END-IF.
015670     DELETE HOLDINGS-MASTER
015680         INVALID KEY
015690             DELETE CLOSED-HOLDINGS-FILE
015700                 INVALID KEY
015710                     CONTINUE
015720             END-DELETE
015730             MOVE "FEIL VED SLETTING FRA MASTEREN" TO WS-ERROR-MSG
015740             MOVE "63" TO WS-REJECT-REASON
015750             PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
015760             GO TO 2640-EXIT
015770     END-DELETE.
015780     DISPLAY PF-ACCOUNT-ID "/" WS-POSITION-NUM
015790         " AVSLUTTET - SLUTTOPPGJOR: "
015800         rea-edited "kr, " pro-edited "%".
015810     PERFORM 6170-ACCUMULATE-ACCOUNT THRU 6170-EXIT.
015820     PERFORM 6150-WRITE-REPORT-CLOSING THRU 6150-EXIT.
015830     PERFORM 6100-WRITE-REPORT-DETAIL THRU 6100-EXIT.
015840     MOVE ZERO TO WS-GL-SEQ-NUM.
015850     PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT.
015860     PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT.
015870     ADD 1 TO WS-CLOSED-COUNT.
015880     ADD 1 TO WS-PROCESSED-COUNT.
015890     ADD rea TO WS-TOTAL-REA.
015900     ADD WS-NOMINAL-RETURN TO WS-TOTAL-NOMINAL.
015910     ADD WS-TAX-EFFECT TO WS-TOTAL-TAX.
015920     ADD WS-NET-REAL-RETURN TO WS-TOTAL-NET.
015930     ADD WS-MGMT-FEE TO WS-TOTAL-FEE.
015940     ADD WS-NET-AFTER-FEE TO WS-TOTAL-NET-AFTER-FEE.
015950     PERFORM 6160-ACCUMULATE-CLIENT THRU 6160-EXIT.
015960     PERFORM 6195-ACCUMULATE-CURRENCY THRU 6195-EXIT.
015970     PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT.
015980 2640-EXIT.
015990     EXIT.
016000
016010*----------------------------------------------------------------
016020* 2645-COMPUTE-STUB-WEIGHT - DELPERIODEN ER AVSLUTNINGSMANEDEN
016030*                  (KJOREDATOENS AR OG MANED). VEKTEN ER DAGENE
016040*                  HOLDINGEN STO I MANEDEN, DAG 1 TIL OG MED
016050*                  AVSLUTNINGSDAGEN, DELT PA 30; DAG 31 TELLER
016060*                  SOM 30, SA EN HEL MANED GIR VEKT 1.
016070*----------------------------------------------------------------
016080 2645-COMPUTE-STUB-WEIGHT.
016090     MOVE WS-RUN-DATE TO WS-CLOSE-DATE-WORK.
016100     IF WS-CLOSE-DD > 30
016110         MOVE 30 TO WS-STUB-DAYS
016120     ELSE
016130         MOVE WS-CLOSE-DD TO WS-STUB-DAYS
016140     END-IF.
016150     COMPUTE WS-STUB-WEIGHT ROUNDED = WS-STUB-DAYS / 30.
016160 2645-EXIT.
016170     EXIT.
016180
016190*----------------------------------------------------------------
016200* 2660-WRITE-CLOSED-HOLDING - MASTERBILDET, KLIENTEN OG SLUTT-
016210*                  OPPGJORETS TALL TIL CLOSED-HOLDINGS-FILE,
016220*                  MED OPPGJORSFLAGGET N TIL SLUTTOPPGJORET ER
016230*                  SKREVET. FEILER SKRIVINGEN SETTES POSTEN
016240*                  UGYLDIG OG MASTEREN RORES IKKE.
016250*----------------------------------------------------------------
016260 2660-WRITE-CLOSED-HOLDING.
016270     MOVE SPACES TO CLOSED-HOLDING-RECORD.
016280     ACCEPT WS-AUDIT-TIME FROM TIME.
016290     MOVE HM-ACCOUNT-ID TO CLH-ACCOUNT-ID.
016300     MOVE HM-POSITION-NUM TO CLH-POSITION-NUM.
016310     MOVE WS-RUN-DATE TO CLH-CLOSE-DATE.
016320     MOVE WS-AUDIT-TIME TO CLH-CLOSE-TIME.
016330     MOVE HM-INV TO CLH-INV.
016340     MOVE HM-AVK TO CLH-AVK.
016350     MOVE HM-INF TO CLH-INF.
016360     MOVE HM-PERIOD-YM TO CLH-PERIOD-YM.
016370     MOVE HM-CURRENCY-CODE TO CLH-CURRENCY-CODE.
016380     MOVE HM-SKATT TO CLH-SKATT.
016390     MOVE HM-MOVEMENT-FLAG TO CLH-MOVEMENT-FLAG.
016400     MOVE WS-CLIENT-NUM TO CLH-CLIENT-NUM.
016410     MOVE WS-CLIENT-NAME TO CLH-CLIENT-NAME.
016420     MOVE WS-CLOSE-YM TO CLH-STUB-PERIOD-YM.
016430     MOVE WS-STUB-DAYS TO CLH-STUB-DAYS.
016440     MOVE WS-STUB-WEIGHT TO CLH-STUB-WEIGHT.
016450     MOVE WS-FX-RATE TO CLH-FX-RATE.
016460     MOVE inv TO CLH-CAPITAL-BASE.
016470     MOVE inf TO CLH-INF-USED.
016480     MOVE rea TO CLH-REA.
016490     MOVE pro TO CLH-PRO.
016500     MOVE WS-NOMINAL-RETURN TO CLH-NOMINAL-RETURN.
016510     MOVE WS-INFLATION-DRAG TO CLH-INFLATION-DRAG.
016520     MOVE WS-TAX-EFFECT TO CLH-TAX-EFFECT.
016530     MOVE WS-NET-REAL-RETURN TO CLH-NET-REAL-RETURN.
016540     MOVE WS-MGMT-FEE TO CLH-FEE.
016550     MOVE WS-NET-AFTER-FEE TO CLH-NET-AFTER-FEE.
016560     MOVE WS-OPERATOR-ID TO CLH-OPERATOR-ID.
016570     MOVE "N" TO CLH-STATEMENT-FLAG.
016580     WRITE CLOSED-HOLDING-RECORD
016590         INVALID KEY
016600             MOVE "N" TO WS-VALID-SW
016610             MOVE "FEIL VED SKRIVING TIL CLOSED-HOLDINGS-FILE" TO
016620                 WS-ERROR-MSG
016630             MOVE "63" TO WS-REJECT-REASON
016640     END-WRITE.
016650 2660-EXIT.
016660     EXIT.
016670
016680*----------------------------------------------------------------
016690* 2680-MOVE-PORTFOLIO-TO-MASTER - POSTBILDET I WORKING-STORAGE TIL
016700*                  MASTERPOSTEN. POSISJONSNUMMERET LIGGER I
016710*                  NOKKELEN PA MASTEREN OG IKKE I PFREC, SA
016720*                  FELTENE FLYTTES HVER FOR SEG.
016730*----------------------------------------------------------------
016740 2680-MOVE-PORTFOLIO-TO-MASTER.
016750     MOVE SPACES TO HOLDING-MASTER-RECORD.
016760     MOVE PF-ACCOUNT-ID TO HM-ACCOUNT-ID.
016770     MOVE WS-POSITION-NUM TO HM-POSITION-NUM.
016780     MOVE PF-INV TO HM-INV.
016790     MOVE PF-AVK TO HM-AVK.
016800     MOVE PF-INF TO HM-INF.
016810     MOVE PF-PERIOD-YM TO HM-PERIOD-YM.
016820     MOVE PF-CURRENCY-CODE TO HM-CURRENCY-CODE.
016830     MOVE PF-SKATT TO HM-SKATT.
016840 2680-EXIT.
016850     EXIT.
016860
016870*----------------------------------------------------------------
016880* 2685-MOVE-MASTER-TO-PORTFOLIO - MASTERPOSTEN TIL POSTBILDET I
016890*                  WORKING-STORAGE, MED POSISJONEN I WS-POSITION-
016900*                  NUM, FOR FULL REVALUERING.
016910*----------------------------------------------------------------
016920 2685-MOVE-MASTER-TO-PORTFOLIO.
016930     MOVE SPACES TO PORTFOLIO-RECORD.
016940     MOVE HM-ACCOUNT-ID TO PF-ACCOUNT-ID.
016950     MOVE HM-POSITION-NUM TO WS-POSITION-NUM.
016960     MOVE "Y" TO WS-POSITION-VALID-SW.
016970     MOVE HM-INV TO PF-INV.
016980     MOVE HM-AVK TO PF-AVK.
016990     MOVE HM-INF TO PF-INF.
017000     MOVE HM-PERIOD-YM TO PF-PERIOD-YM.
017010     MOVE HM-CURRENCY-CODE TO PF-CURRENCY-CODE.
017020     MOVE HM-SKATT TO PF-SKATT.
017030 2685-EXIT.
017040     EXIT.
017050*----------------------------------------------------------------
017060* 2690-REJECT-HOLDING - FELLES HANDTERING AV EN AVVIST POST:
017070*                  MELDING, SUSPENSFIL, FEILLINJE PA RAPPORTEN
017080*                  OG TELLEVERK, SAMT STOPP AV CHECKPOINT-
017090*                  TELLEREN VED FORSTE AVVISTE POST. FOR EN
017100*                  HOLDING MED BEVEGELSER ER POSISJONEN SOM
017110*                  BRUKES HOLDINGENS EGEN POST (SATT AV 2610),
017120*                  IKKE SISTE LESTE POST, SA EN OMSTART TAR
017130*                  HELE GRUPPEN OM IGJEN FRA N/E-POSTEN.
017140*----------------------------------------------------------------
017150 2690-REJECT-HOLDING.
017160     DISPLAY PF-ACCOUNT-ID "/" WS-POSITION-NUM " AVVIST: "
017170         WS-ERROR-MSG.
017180     PERFORM 6700-WRITE-SUSPENSE THRU 6700-EXIT.
017190     PERFORM 6200-WRITE-REPORT-ERROR THRU 6200-EXIT.
017200     ADD 1 TO WS-REJECTED-COUNT.
017210     IF WS-FIRST-REJECT-COUNT = ZERO
017220             OR WS-REJECT-RECORD-NUM < WS-FIRST-REJECT-COUNT
017230         MOVE WS-REJECT-RECORD-NUM TO WS-FIRST-REJECT-COUNT
017240     END-IF.
017250 2690-EXIT.
017260     EXIT.
017270
017280 2700-PROCESS-ONE-HOLDING.
017290     MOVE PF-ACCOUNT-ID TO WS-ACCOUNT-ID.
017300     IF WS-RESTART-PENDING AND WS-RECORDS-READ NOT GREATER
017310             THAN WS-RESTART-RECORD-COUNT
017320         PERFORM 2600-READ-PORTFOLIO THRU 2600-EXIT
017330     ELSE
017340         MOVE "N" TO WS-RESTART-SW
017350         PERFORM 2710-COMPUTE-AND-REPORT-HOLDING THRU 2710-EXIT
017360     END-IF.
017370 2700-EXIT.
017380     EXIT.
017390
017400*----------------------------------------------------------------
017410* 2710-COMPUTE-AND-REPORT-HOLDING - CONVERT, VALIDATE, COMPUTE AND
017420*                  REPORT ONE HOLDING. THE ACCOUNT ID IS ONLY
017430*                  CHECKPOINTED WHEN THE HOLDING WAS ACTUALLY
017440*                  PROCESSED, SO A REJECTED RECORD IS RETRIED ON
017450*                  THE NEXT RESTART RATHER THAN SKIPPED.
017460*----------------------------------------------------------------
017470 2710-COMPUTE-AND-REPORT-HOLDING.
017480     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
017490     MOVE PF-CURRENCY-CODE TO WS-CURRENCY-CODE.
017500     MOVE PF-INV TO inv.
017510     MOVE PF-AVK TO avk.
017520     MOVE PF-SKATT TO skatt.
017530     MOVE PF-PERIOD-YM TO WS-PERIOD-YM.
017540     PERFORM 5000-LOOKUP-CPI THRU 5000-EXIT.
017550     IF NOT WS-CPI-FOUND
017560         MOVE PF-INF TO inf
017570     END-IF.
017580     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
017590     IF WS-FX-FOUND
017600         PERFORM 5600-CONVERT-TO-KR THRU 5600-EXIT
017610         PERFORM 4000-VALIDATE-INPUT THRU 4000-EXIT
017620     ELSE
017630         MOVE "N" TO WS-VALID-SW
017640         MOVE "UGYLDIG VALUTAKODE - FINNES IKKE PA FX-RATE-FILE"
017650             TO WS-ERROR-MSG
017660         MOVE "50" TO WS-REJECT-REASON
017670     END-IF.
017680     IF WS-INPUT-VALID
017690         PERFORM 5950-CHECK-PERIOD-CONTROL THRU 5950-EXIT
017700     END-IF.
017710     IF WS-INPUT-VALID AND NOT WS-POSITION-VALID
017720         MOVE "N" TO WS-VALID-SW
017730         MOVE "UGYLDIG POSISJONSNUMMER (MA VERE 01-99)" TO
017740             WS-ERROR-MSG
017750         MOVE "68" TO WS-REJECT-REASON
017760     END-IF.
017770     IF WS-INPUT-VALID AND WS-BATCH-MODE
017780             AND (WS-MOVEMENT-COUNT > ZERO OR WS-MOV-OVERFLOW)
017790         PERFORM 5900-APPLY-MOVEMENTS THRU 5900-EXIT
017800     END-IF.
017810     IF WS-INPUT-VALID AND NOT WS-FULL-REVAL-MODE
017820         PERFORM 2630-APPLY-TO-MASTER THRU 2630-EXIT
017830     END-IF.
017840     IF WS-INPUT-VALID
017850         PERFORM 3000-COMPUTE-REAL-RETURN THRU 3000-EXIT
017860         PERFORM 3900-COMPUTE-TAX-BREAKDOWN THRU 3900-EXIT
017870         PERFORM 3910-COMPUTE-FEE THRU 3910-EXIT
017880         PERFORM 3920-COMPUTE-CURRENCY-SPLIT THRU 3920-EXIT
017890         PERFORM 3950-COMPUTE-BENCHMARK THRU 3950-EXIT
017900         PERFORM 6170-ACCUMULATE-ACCOUNT THRU 6170-EXIT
017910         DISPLAY PF-ACCOUNT-ID "/" WS-POSITION-NUM
017920             " Realavkastning: " rea-edited "kr, " pro-edited "%"
017930         PERFORM 6100-WRITE-REPORT-DETAIL THRU 6100-EXIT
017940         MOVE ZERO TO WS-GL-SEQ-NUM
017950         PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT
017960         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
017970         IF WS-MOVEMENT-COUNT > ZERO
017980             PERFORM 7100-WRITE-MOVEMENT-AUDIT THRU 7100-EXIT
017990                 VARYING WS-MOV-IX FROM 1 BY 1
018000                 UNTIL WS-MOV-IX > WS-MOVEMENT-COUNT
018010         END-IF
018020         ADD 1 TO WS-PROCESSED-COUNT
018030         ADD rea TO WS-TOTAL-REA
018040         ADD WS-NOMINAL-RETURN TO WS-TOTAL-NOMINAL
018050         ADD WS-TAX-EFFECT TO WS-TOTAL-TAX
018060         ADD WS-NET-REAL-RETURN TO WS-TOTAL-NET
018070         ADD WS-MGMT-FEE TO WS-TOTAL-FEE
018080         ADD WS-NET-AFTER-FEE TO WS-TOTAL-NET-AFTER-FEE
018090         PERFORM 6160-ACCUMULATE-CLIENT THRU 6160-EXIT
018100         PERFORM 6195-ACCUMULATE-CURRENCY THRU 6195-EXIT
018110         PERFORM 2650-WRITE-CHECKPOINT THRU 2650-EXIT
018120     ELSE
018130         IF WS-BATCH-MODE
018140             MOVE WS-HOLDING-RECORD-NUM TO WS-REJECT-RECORD-NUM
018150         ELSE
018160             MOVE WS-RECORDS-READ TO WS-REJECT-RECORD-NUM
018170         END-IF
018180         PERFORM 2690-REJECT-HOLDING THRU 2690-EXIT
018190     END-IF.
018200     PERFORM 2600-READ-PORTFOLIO THRU 2600-EXIT.
018210 2710-EXIT.
018220     EXIT.
018230
018240*----------------------------------------------------------------
018250* 2650-WRITE-CHECKPOINT - EVERY WS-CHECKPOINT-INTERVAL RECORDS,
018260*                  REWRITE THE CHECKPOINT FILE WITH THE ACCOUNT ID
018270*                  LAST COMPLETED, FOR THE OPERATOR'S BENEFIT, AND
018280*                  A RECORD COUNT A RESTART CAN SAFELY SKIP PAST.
018290*                  THAT COUNT STOPS AT THE EARLIEST AVVIST RECORD
018300*                  NOT YET RETRIED THIS RUN, RATHER THAN AT
018310*                  WS-RECORDS-READ, SO A REJECT IS NOT SKIPPED ON
018320*                  RESTART JUST BECAUSE LATER RECORDS IN THE SAME
018330*                  INTERVAL SUCCEEDED.
018340*----------------------------------------------------------------
018350 2650-WRITE-CHECKPOINT.
018360     ADD 1 TO WS-CHECKPOINT-COUNT.
018370     IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
018380         OPEN OUTPUT CHECKPOINT-FILE
018390         IF WS-CHECKPOINT-STATUS NOT = "00"
018400             MOVE "KUNNE IKKE APNE CHECKPOINT-FILE" TO
018410                 WS-ERROR-MSG
018420             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
018430         END-IF
018440         MOVE WS-ACCOUNT-ID TO CHK-LAST-ACCOUNT-ID
018450         MOVE WS-MODE TO CHK-RUN-MODE
018460         IF WS-FIRST-REJECT-COUNT > ZERO
018470             COMPUTE CHK-RECORD-COUNT = WS-FIRST-REJECT-COUNT - 1
018480         ELSE
018490             MOVE WS-RECORDS-READ TO CHK-RECORD-COUNT
018500         END-IF
018510         WRITE CHECKPOINT-RECORD
018520         CLOSE CHECKPOINT-FILE
018530         MOVE ZERO TO WS-CHECKPOINT-COUNT
018540     END-IF.
018550 2650-EXIT.
018560     EXIT.
018570
018580*----------------------------------------------------------------
018590* 3000-COMPUTE-REAL-RETURN - SHARED REAL-RETURN ARITHMETIC.
018600*----------------------------------------------------------------
018610 3000-COMPUTE-REAL-RETURN.
018620     COMPUTE rea = inv * (avk - inf) / 100.
018630     MOVE rea TO rea-edited.
018640     COMPUTE pro = avk - inf.
018650     MOVE pro TO pro-edited.
018660 3000-EXIT.
018670     EXIT.
018680
018690*----------------------------------------------------------------
018700* 3900-COMPUTE-TAX-BREAKDOWN - BREAKS THE REAL RETURN OUT INTO THE
018710*                  FOUR FIGURES THE SKATTEOPPGJOR NEEDS: NOMINELL
018720*                  AVKASTNING, INFLASJONSTAP, SKATTEEFFEKT (NORGE
018730*                  BESKATTER DEN NOMINELLE GEVINSTEN, IKKE DEN
018740*                  REELLE), OG REALAVKASTNING ETTER SKATT.
018750*                  INFLASJONSTAPET REGNES SOM NOMINELL AVKASTNING
018760*                  MINUS REA, SLIK AT DE TO TALLENE ALLTID STEMMER
018770*                  MOT REALAVKASTNINGEN SOM ALLEREDE ER SKREVET.
018780*----------------------------------------------------------------
018790 3900-COMPUTE-TAX-BREAKDOWN.
018800     COMPUTE WS-NOMINAL-RETURN = inv * avk / 100.
018810     MOVE WS-NOMINAL-RETURN TO WS-NOMINAL-RETURN-EDITED.
018820     COMPUTE WS-INFLATION-DRAG = WS-NOMINAL-RETURN - rea.
018830     MOVE WS-INFLATION-DRAG TO WS-INFLATION-DRAG-EDITED.
018840     COMPUTE WS-TAX-EFFECT ROUNDED =
018850         WS-NOMINAL-RETURN * skatt / 100.
018860     MOVE WS-TAX-EFFECT TO WS-TAX-EFFECT-EDITED.
018870     COMPUTE WS-NET-REAL-RETURN =
018880         WS-NOMINAL-RETURN - WS-INFLATION-DRAG - WS-TAX-EFFECT.
018890     MOVE WS-NET-REAL-RETURN TO WS-NET-REAL-RETURN-EDITED.
018900 3900-EXIT.
018910     EXIT.
018920
018930*----------------------------------------------------------------
018940* 3910-COMPUTE-FEE - SLA OPP KONTOENS FORVALTNINGSGEBYR FOR
018950*                  PERIODEN PA FEE-FILE OG TREKK DET FRA NETTO
018960*                  REALAVKASTNING ETTER SKATT: GEBYR = KAPITAL-
018970*                  BASEN (inv, ETTER VALUTAOMREGNING OG TIDS-
018980*                  VEKTING) GANGER PROSENTSATSEN PLUSS DET
018990*                  FASTE KRONEBELOPET. GEBYRPOSTEN GJELDER HELE
019000*                  KONTOEN: PROSENTSATSEN TAS AV HVER POSISJONS
019010*                  BASE, MENS KRONEBELOPET BARE BELASTES KONTOENS
019020*                  LAVESTE POSISJON PA MASTEREN (3915), SA EN
019030*                  KONTO MED FLERE POSISJONER BETALER DET FASTE
019040*                  BELOPET EN GANG PER PERIODE UANSETT HVILKE
019050*                  POSISJONER KJORINGEN BEREGNER.
019060*                  KONTO/PERIODE UTEN GEBYRPOST REGNES UTEN
019070*                  GEBYR, SA NETTO ETTER GEBYR ALLTID ER SATT FOR
019080*                  RAPPORT OG LOGG.
019090*----------------------------------------------------------------
019100 3910-COMPUTE-FEE.
019110     MOVE "N" TO WS-FEE-FOUND-SW.
019120     MOVE ZERO TO WS-MGMT-FEE.
019130     MOVE WS-ACCOUNT-ID TO FEE-ACCOUNT-ID.
019140     MOVE WS-PERIOD-YM TO FEE-PERIOD-YM.
019150     READ FEE-FILE
019160         INVALID KEY
019170             CONTINUE
019180         NOT INVALID KEY
019190             COMPUTE WS-MGMT-FEE ROUNDED = inv * FEE-PCT / 100
019200             MOVE "Y" TO WS-FEE-FOUND-SW
019210     END-READ.
019220     IF WS-FEE-FOUND
019230         IF NOT WS-FULL-REVAL-MODE
019240             PERFORM 3915-FIND-FEE-POSITION THRU 3915-EXIT
019250         END-IF
019260         IF WS-ACCOUNT-ID = WS-FEE-FIRST-ACCOUNT
019270            AND WS-POSITION-NUM = WS-FEE-FIRST-POSITION
019280             ADD FEE-FIXED-KR TO WS-MGMT-FEE
019290         END-IF
019300     END-IF.
019310     MOVE WS-MGMT-FEE TO WS-MGMT-FEE-EDITED.
019320     COMPUTE WS-NET-AFTER-FEE =
019330         WS-NET-REAL-RETURN - WS-MGMT-FEE.
019340     MOVE WS-NET-AFTER-FEE TO WS-NET-AFTER-FEE-EDITED.
019350 3910-EXIT.
019360     EXIT.
019370
019380*----------------------------------------------------------------
019390* 3915-FIND-FEE-POSITION - FINN KONTOENS LAVESTE POSISJON PA
019400*                  HOLDINGS-MASTER, SOM BARER DET FASTE GEBYRET.
019410*                  EN POSISJON SOM AVSLUTTES TELLER IKKE NAR
019420*                  KONTOEN HAR ANDRE POSISJONER IGJEN. INTERAKTIV
019430*                  OG PROJEKSJON REGNER EN ENKELT HOLDING, SOM DA
019440*                  BARER BELOPET SELV. FULL REVALUERING FAR
019450*                  POSISJONEN FRA 2620 OG KOMMER IKKE HIT.
019460*                  MASTERPOSTEN UNDER BEHANDLING LEGGES TILBAKE I
019470*                  POSTOMRADET FOR 2640 SLETTER DEN.
019480*----------------------------------------------------------------
019490 3915-FIND-FEE-POSITION.
019500     MOVE WS-ACCOUNT-ID TO WS-FEE-FIRST-ACCOUNT.
019510     MOVE WS-POSITION-NUM TO WS-FEE-FIRST-POSITION.
019520     IF WS-INTERACTIVE-MODE OR WS-PROJECTION-MODE
019530         GO TO 3915-EXIT
019540     END-IF.
019550     MOVE HOLDING-MASTER-RECORD TO WS-HM-SAVE-AREA.
019560     MOVE "N" TO WS-FEE-SCAN-SW.
019570     MOVE WS-ACCOUNT-ID TO HM-ACCOUNT-ID.
019580     MOVE ZERO TO HM-POSITION-NUM.
019590     START HOLDINGS-MASTER KEY NOT LESS THAN HM-KEY
019600         INVALID KEY
019610             MOVE "Y" TO WS-FEE-SCAN-SW
019620     END-START.
019630     PERFORM 3916-SCAN-FEE-POSITION THRU 3916-EXIT
019640         UNTIL WS-FEE-SCAN-DONE.
019650     MOVE WS-HM-SAVE-AREA TO HOLDING-MASTER-RECORD.
019660 3915-EXIT.
019670     EXIT.
019680
019690*----------------------------------------------------------------
019700* 3916-SCAN-FEE-POSITION - NESTE MASTERPOST FOR 3915. FORSTE
019710*                  POSISJON PA KONTOEN SOM IKKE ER DEN SOM
019720*                  AVSLUTTES, ER GEBYRPOSISJONEN.
019730*----------------------------------------------------------------
019740 3916-SCAN-FEE-POSITION.
019750     READ HOLDINGS-MASTER NEXT RECORD
019760         AT END
019770             MOVE "Y" TO WS-FEE-SCAN-SW
019780             GO TO 3916-EXIT
019790     END-READ.
019800     IF HM-ACCOUNT-ID NOT = WS-ACCOUNT-ID
019810         MOVE "Y" TO WS-FEE-SCAN-SW
019820         GO TO 3916-EXIT
019830     END-IF.
019840     IF WS-CLOSING-HOLDING
019850        AND HM-POSITION-NUM = WS-POSITION-NUM
019860         GO TO 3916-EXIT
019870     END-IF.
019880     MOVE HM-POSITION-NUM TO WS-FEE-FIRST-POSITION.
019890     MOVE "Y" TO WS-FEE-SCAN-SW.
019900 3916-EXIT.
019910     EXIT.
019920
019930*----------------------------------------------------------------
019940* 3920-COMPUTE-CURRENCY-SPLIT - DEL REALAVKASTNINGEN FOR EN
019950*                  UTENLANDSK HOLDING I LOKAL AVKASTNING OG
019960*                  VALUTAEFFEKT. STARTKURSEN ER FORRIGE PERIODES
019970*                  KURS (5530), SLUTTKURSEN DEN SOM GA KRONE-
019980*                  BASEN (WS-FX-RATE). LOKAL AVKASTNING ER REAL-
019990*                  AVKASTNINGEN I VALUTAEN REGNET OM TIL START-
020000*                  KURSEN; VALUTAEFFEKTEN ER KURSENDRINGEN PA
020010*                  SLUTTVERDIEN I VALUTA (BASE PLUSS NOMINELL
020020*                  AVKASTNING). FOR KRONER ER LOKAL AVKASTNING
020030*                  LIK REA OG VALUTAEFFEKTEN NULL.
020040*----------------------------------------------------------------
020050 3920-COMPUTE-CURRENCY-SPLIT.
020060     MOVE WS-FX-RATE TO WS-FX-START-RATE.
020070     MOVE rea TO WS-LOCAL-REA.
020080     MOVE ZERO TO WS-FX-EFFECT.
020090     IF WS-CURRENCY-CODE NOT = "KR "
020100             AND WS-CURRENCY-CODE NOT = "NOK"
020110             AND WS-FX-RATE > ZERO
020120         PERFORM 5530-LOOKUP-START-FX-RATE THRU 5530-EXIT
020130         COMPUTE WS-LOCAL-REA ROUNDED =
020140             rea * WS-FX-START-RATE / WS-FX-RATE
020150         COMPUTE WS-FX-EFFECT ROUNDED =
020160             inv * (100 + avk) / 100
020170                 * (WS-FX-RATE - WS-FX-START-RATE) / WS-FX-RATE
020180     END-IF.
020190     MOVE WS-LOCAL-REA TO WS-LOCAL-REA-EDITED.
020200     MOVE WS-FX-EFFECT TO WS-FX-EFFECT-EDITED.
020210     MOVE WS-FX-START-RATE TO WS-FX-START-EDITED.
020220 3920-EXIT.
020230     EXIT.
020240
020250*----------------------------------------------------------------
020260* 3950-COMPUTE-BENCHMARK - SLA OPP REFERANSEINDEKSEN FOR HOLD-
020270*                  INGENS PERIODE OG REGN UT INDEKSENS REAL-
020280*                  AVKASTNING MED SAMME INFLASJONSTALL, SA MER-
020290*                  ELLER MINDREAVKASTNINGEN MOT MARKEDET KAN STA
020300*                  PA RAPPORTLINJEN. MANGLER PERIODEN RAPPORTERES
020310*                  HOLDINGEN UTEN SAMMENLIGNING, TYDELIG MERKET.
020320*----------------------------------------------------------------
020330 3950-COMPUTE-BENCHMARK.
020340     PERFORM 5800-LOOKUP-BENCHMARK THRU 5800-EXIT.
020350     IF NOT WS-BMK-FOUND
020360         ADD 1 TO WS-BMK-MISSING-COUNT
020370         GO TO 3950-EXIT
020380     END-IF.
020390     COMPUTE WS-BMK-PRO = WS-BMK-AVK - inf.
020400     MOVE WS-BMK-PRO TO WS-BMK-PRO-EDITED.
020410     COMPUTE WS-EXCESS-PRO = pro - WS-BMK-PRO.
020420     MOVE WS-EXCESS-PRO TO WS-EXCESS-PRO-EDITED.
020430     ADD 1 TO WS-BMK-COMPARED-COUNT.
020440     ADD WS-EXCESS-PRO TO WS-EXCESS-SUM.
020450 3950-EXIT.
020460     EXIT.
020470
020480*----------------------------------------------------------------
020490* 3500-PROJECTION-MODE - MULTI-YEAR COMPOUNDING PROJECTION.
020500*                       BUILDS A YEAR-BY-YEAR TABLE OF REA/PRO
020510*                       ON AN EVOLVING BALANCE INSTEAD OF ONE
020520*                       SINGLE-PERIOD RUN REPEATED BY HAND.
020530*----------------------------------------------------------------
020540 3500-PROJECTION-MODE.
020550     DISPLAY "Hva er kontonummeret?".
020560     ACCEPT WS-ACCOUNT-ID.
020570     MOVE "N" TO WS-VALID-SW.
020580     PERFORM 3501-ACCEPT-PROJECTION-INV THRU 3501-EXIT
020590         UNTIL WS-INPUT-VALID.
020600     MOVE "N" TO WS-VALID-SW.
020610     PERFORM 3502-ACCEPT-PROJECTION-SKATT THRU 3502-EXIT
020620         UNTIL WS-INPUT-VALID.
020630     MOVE "N" TO WS-VALID-SW.
020640     PERFORM 3503-ACCEPT-PROJECTION-YEARS THRU 3503-EXIT
020650         UNTIL WS-INPUT-VALID.
020660     DISPLAY "Samme avkastning og inflasjon hvert ar? (J/N)".
020670     ACCEPT WS-SAME-RATE-SW.
020680     IF WS-SAME-RATE
020690         PERFORM 3510-ACCEPT-FLAT-RATE THRU 3510-EXIT
020700     ELSE
020710         PERFORM 3520-ACCEPT-YEAR-RATE THRU 3520-EXIT
020720             VARYING WS-YEAR-IX FROM 1 BY 1
020730             UNTIL WS-YEAR-IX > WS-PROJECTION-YEARS
020740     END-IF.
020750     MOVE inv TO WS-BALANCE.
020760     MOVE ZERO TO WS-CUMULATIVE-REA.
020770     MOVE "N" TO WS-BALANCE-OVERFLOW-SW.
020780     PERFORM 3700-COMPUTE-PROJECTION-YEAR THRU 3700-EXIT
020790         VARYING WS-YEAR-IX FROM 1 BY 1
020800         UNTIL WS-YEAR-IX > WS-PROJECTION-YEARS
020810             OR WS-BALANCE-OVERFLOW.
020820     MOVE WS-CUMULATIVE-REA TO WS-CUMULATIVE-REA-EDITED.
020830     DISPLAY "Kumulativ realavkastning: " WS-CUMULATIVE-REA-EDITED
020840         "kr".
020850     PERFORM 3800-WRITE-PROJECTION-SUMMARY THRU 3800-EXIT.
020860 3500-EXIT.
020870     EXIT.
020880
020890*----------------------------------------------------------------
020900* 3501/3502/3503 - ACCEPT AND VALIDATE THE THREE VALUES NEEDED
020910*                 BEFORE THE YEAR-BY-YEAR TABLE CAN BE BUILT, THE
020920*                 SAME WAY 2100-ACCEPT-AND-VALIDATE DOES FOR A
020930*                 SINGLE INTERACTIVE POSITION.
020940*----------------------------------------------------------------
020950 3501-ACCEPT-PROJECTION-INV.
020960     DISPLAY "Hva er din investering?".
020970     ACCEPT inv.
020980     MOVE "Y" TO WS-VALID-SW.
020990     PERFORM 4100-VALIDATE-INV THRU 4100-EXIT.
021000     IF NOT WS-INPUT-VALID
021010         DISPLAY "FEIL: " WS-ERROR-MSG
021020         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
021030     END-IF.
021040 3501-EXIT.
021050     EXIT.
021060
021070 3502-ACCEPT-PROJECTION-SKATT.
021080     DISPLAY "Hvilken skattesats (prosent), samme hvert ar?".
021090     ACCEPT skatt.
021100     MOVE "Y" TO WS-VALID-SW.
021110     PERFORM 4400-VALIDATE-SKATT THRU 4400-EXIT.
021120     IF NOT WS-INPUT-VALID
021130         DISPLAY "FEIL: " WS-ERROR-MSG
021140         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
021150     END-IF.
021160 3502-EXIT.
021170     EXIT.
021180
021190 3503-ACCEPT-PROJECTION-YEARS.
021200     DISPLAY "Hvor mange ar skal investeringen vare?".
021210     ACCEPT WS-PROJECTION-YEARS.
021220     MOVE "Y" TO WS-VALID-SW.
021230     PERFORM 4500-VALIDATE-YEARS THRU 4500-EXIT.
021240     IF NOT WS-INPUT-VALID
021250         DISPLAY "FEIL: " WS-ERROR-MSG
021260         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
021270     END-IF.
021280 3503-EXIT.
021290     EXIT.
021300
021310*----------------------------------------------------------------
021320* 3510-ACCEPT-FLAT-RATE - ONE AVKASTNING/INFLASJON PAIR APPLIED TO
021330*                        EVERY YEAR OF THE PROJECTION.
021340*----------------------------------------------------------------
021350 3510-ACCEPT-FLAT-RATE.
021360     MOVE "N" TO WS-VALID-SW.
021370     PERFORM 3511-ACCEPT-FLAT-AVK THRU 3511-EXIT
021380         UNTIL WS-INPUT-VALID.
021390     MOVE "N" TO WS-VALID-SW.
021400     PERFORM 3512-ACCEPT-FLAT-INF THRU 3512-EXIT
021410         UNTIL WS-INPUT-VALID.
021420     PERFORM 3530-FILL-YEAR-TABLE THRU 3530-EXIT
021430         VARYING WS-YEAR-IX FROM 1 BY 1
021440         UNTIL WS-YEAR-IX > WS-PROJECTION-YEARS.
021450 3510-EXIT.
021460     EXIT.
021470
021480 3511-ACCEPT-FLAT-AVK.
021490     DISPLAY "Avkastning i prosent, samme hvert ar?".
021500     ACCEPT avk.
021510     MOVE "Y" TO WS-VALID-SW.
021520     PERFORM 4200-VALIDATE-AVK THRU 4200-EXIT.
021530     IF NOT WS-INPUT-VALID
021540         DISPLAY "FEIL: " WS-ERROR-MSG
021550         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
021560     END-IF.
021570 3511-EXIT.
021580     EXIT.
021590
021600 3512-ACCEPT-FLAT-INF.
021610     DISPLAY "Inflasjon i prosent, samme hvert ar?".
021620     ACCEPT inf.
021630     MOVE "Y" TO WS-VALID-SW.
021640     PERFORM 4300-VALIDATE-INF THRU 4300-EXIT.
021650     IF NOT WS-INPUT-VALID
021660         DISPLAY "FEIL: " WS-ERROR-MSG
021670         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
021680     END-IF.
021690 3512-EXIT.
021700     EXIT.
021710
021720*----------------------------------------------------------------
021730* 3520-ACCEPT-YEAR-RATE - ONE YEAR'S AVKASTNING/INFLASJON PAIR,
021740*                        PERFORMED ONCE PER YEAR BY 3500'S VARYING
021750*----------------------------------------------------------------
021760 3520-ACCEPT-YEAR-RATE.
021770     MOVE WS-YEAR-IX TO WS-YEAR-IX-EDITED.
021780     MOVE "N" TO WS-VALID-SW.
021790     PERFORM 3521-ACCEPT-YEAR-AVK THRU 3521-EXIT
021800         UNTIL WS-INPUT-VALID.
021810     MOVE "N" TO WS-VALID-SW.
021820     PERFORM 3522-ACCEPT-YEAR-INF THRU 3522-EXIT
021830         UNTIL WS-INPUT-VALID.
021840     MOVE avk TO WS-YEAR-AVK (WS-YEAR-IX).
021850     MOVE inf TO WS-YEAR-INF (WS-YEAR-IX).
021860 3520-EXIT.
021870     EXIT.
021880
021890 3521-ACCEPT-YEAR-AVK.
021900     DISPLAY "Ar " WS-YEAR-IX-EDITED " - avkastning i prosent?".
021910     ACCEPT avk.
021920     MOVE "Y" TO WS-VALID-SW.
021930     PERFORM 4200-VALIDATE-AVK THRU 4200-EXIT.
021940     IF NOT WS-INPUT-VALID
021950         DISPLAY "FEIL: " WS-ERROR-MSG
021960         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
021970     END-IF.
021980 3521-EXIT.
021990     EXIT.
022000
022010 3522-ACCEPT-YEAR-INF.
022020     DISPLAY "Ar " WS-YEAR-IX-EDITED " - inflasjon i prosent?".
022030     ACCEPT inf.
022040     MOVE "Y" TO WS-VALID-SW.
022050     PERFORM 4300-VALIDATE-INF THRU 4300-EXIT.
022060     IF NOT WS-INPUT-VALID
022070         DISPLAY "FEIL: " WS-ERROR-MSG
022080         DISPLAY "VENNLIGST SKRIV INN PA NYTT."
022090     END-IF.
022100 3522-EXIT.
022110     EXIT.
022120
022130 3530-FILL-YEAR-TABLE.
022140     MOVE avk TO WS-YEAR-AVK (WS-YEAR-IX).
022150     MOVE inf TO WS-YEAR-INF (WS-YEAR-IX).
022160 3530-EXIT.
022170     EXIT.
022180
022190*----------------------------------------------------------------
022200* 3700-COMPUTE-PROJECTION-YEAR - ONE YEAR'S ROW OF THE TABLE,
022210*                REUSING 3000-COMPUTE-REAL-RETURN ON THE BALANCE
022220*                BROUGHT FORWARD. SALDOEN KAN IKKE GA INN I inv
022230*                OM DEN HAR VOKST FORBI inv SIN BREDDE - PRO-
022240*                SJEKSJONEN STOPPES DA I STEDET FOR AT FIGURENE
022250*                FOR DETTE OG SENERE AR BLIR BEREGNET PA EN
022260*                AVKUTTET SUM.
022270*----------------------------------------------------------------
022280 3700-COMPUTE-PROJECTION-YEAR.
022290     MOVE WS-YEAR-AVK (WS-YEAR-IX) TO avk.
022300     MOVE WS-YEAR-INF (WS-YEAR-IX) TO inf.
022310     IF WS-BALANCE > WS-MAX-PROJECTION-BALANCE
022320         MOVE WS-YEAR-IX TO WS-YEAR-IX-EDITED
022330         DISPLAY "PROSJEKSJON AVBRUTT FRA AR " WS-YEAR-IX-EDITED
022340             " - SALDOEN OVERSKRIDER STORSTE TILLATTE BELOP"
022350         MOVE "Y" TO WS-BALANCE-OVERFLOW-SW
022360     ELSE
022370         MOVE WS-BALANCE TO inv
022380         MOVE inv TO WS-ORIGINAL-INV
022390         PERFORM 3000-COMPUTE-REAL-RETURN THRU 3000-EXIT
022400         PERFORM 3900-COMPUTE-TAX-BREAKDOWN THRU 3900-EXIT
022410         PERFORM 3910-COMPUTE-FEE THRU 3910-EXIT
022420         PERFORM 3920-COMPUTE-CURRENCY-SPLIT THRU 3920-EXIT
022430         ADD rea TO WS-CUMULATIVE-REA
022440         PERFORM 3710-WRITE-PROJECTION-ROW THRU 3710-EXIT
022450         MOVE WS-YEAR-IX TO WS-GL-SEQ-NUM
022460         PERFORM 6500-WRITE-GL-EXTRACT THRU 6500-EXIT
022470         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
022480         COMPUTE WS-BALANCE =
022490             WS-BALANCE + (WS-BALANCE * avk / 100)
022500     END-IF.
022510 3700-EXIT.
022520     EXIT.
022530
022540 3710-WRITE-PROJECTION-ROW.
022550     MOVE WS-BALANCE TO WS-BALANCE-EDITED.
022560     MOVE WS-YEAR-IX TO WS-YEAR-IX-EDITED.
022570     MOVE SPACES TO PRINT-RECORD.
022580     STRING "AR " WS-YEAR-IX-EDITED "  SALDO IB: "
022590         WS-BALANCE-EDITED "KR  REA: " rea-edited
022600         "KR  PRO: " pro-edited "%"
022610         DELIMITED BY SIZE INTO PRINT-RECORD.
022620     WRITE PRINT-RECORD.
022630     MOVE SPACES TO PRINT-RECORD.
022640     STRING "     NOMINELL: " WS-NOMINAL-RETURN-EDITED "KR"
022650         "  INFLASJONSTAP: " WS-INFLATION-DRAG-EDITED "KR"
022660         DELIMITED BY SIZE INTO PRINT-RECORD.
022670     WRITE PRINT-RECORD.
022680     MOVE SPACES TO PRINT-RECORD.
022690     STRING "     SKATT: " WS-TAX-EFFECT-EDITED "KR"
022700         "  NETTO REALAVKASTNING: " WS-NET-REAL-RETURN-EDITED "KR"
022710         DELIMITED BY SIZE INTO PRINT-RECORD.
022720     WRITE PRINT-RECORD.
022730 3710-EXIT.
022740     EXIT.
022750
022760 3800-WRITE-PROJECTION-SUMMARY.
022770     MOVE SPACES TO PRINT-RECORD.
022780     STRING WS-ACCOUNT-ID "  KUMULATIV REALAVKASTNING: "
022790         WS-CUMULATIVE-REA-EDITED "KR"
022800         DELIMITED BY SIZE INTO PRINT-RECORD.
022810     WRITE PRINT-RECORD.
022820 3800-EXIT.
022830     EXIT.
022840
022850*----------------------------------------------------------------
022860* 5000-LOOKUP-CPI - LOOK UP THE OFFICIAL INFLATION RATE FOR
022870*                  WS-PERIOD-YM ON CPI-MASTER. LEAVES inf
022880*                  UNCHANGED AND WS-CPI-FOUND-SW "N" WHEN THE
022890*                  PERIOD IS NOT ON FILE, SO THE CALLER CAN FALL
022900*                  BACK TO A MANUAL FIGURE.
022910*----------------------------------------------------------------
022920 5000-LOOKUP-CPI.
022930     MOVE "N" TO WS-CPI-FOUND-SW.
022940     MOVE WS-PERIOD-YM TO CPI-PERIOD-KEY.
022950     READ CPI-MASTER
022960         INVALID KEY
022970             CONTINUE
022980         NOT INVALID KEY
022990             MOVE CPI-INFLATION-RATE TO inf
023000             MOVE "Y" TO WS-CPI-FOUND-SW
023010     END-READ.
023020 5000-EXIT.
023030     EXIT.
023040
023050*----------------------------------------------------------------
023060* 5500-LOOKUP-FX-RATE - LOOK UP THE RATE TO NORWEGIAN KRONER FOR
023070*                  THE HOLDING'S CURRENCY CODE IN THE HOLDING'S
023080*                  OWN PERIOD (WS-PERIOD-YM), SO A RESTATEMENT
023090*                  OF AN OLD PERIOD REPRODUCES THE ORIGINAL
023100*                  CONVERSION INSTEAD OF TODAY'S. KR AND NOK
023110*                  ARE TREATED AS ALREADY BEING KRONER, SO NO
023120*                  LOOKUP AGAINST FX-RATE-FILE IS NEEDED FOR
023130*                  THOSE. MANGLER PERIODENS KURS GJOR 5510 ET
023140*                  RESERVEOPPSLAG MOT SISTE TIDLIGERE PERIODE.
023150*----------------------------------------------------------------
023160 5500-LOOKUP-FX-RATE.
023170     IF WS-CURRENCY-CODE = "KR " OR WS-CURRENCY-CODE = "NOK"
023180         MOVE 1.0000 TO WS-FX-RATE
023190         MOVE "Y" TO WS-FX-FOUND-SW
023200     ELSE
023210         MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY
023220         MOVE WS-PERIOD-YM TO FX-PERIOD-YM
023230         READ FX-RATE-FILE
023240             INVALID KEY
023250                 PERFORM 5510-FALLBACK-FX-RATE THRU 5510-EXIT
023260             NOT INVALID KEY
023270                 MOVE FX-RATE-TO-KR TO WS-FX-RATE
023280                 MOVE "Y" TO WS-FX-FOUND-SW
023290         END-READ
023300     END-IF.
023310 5500-EXIT.
023320     EXIT.
023330
023340*----------------------------------------------------------------
023350* 5510-FALLBACK-FX-RATE - DEN DEFINERTE RESERVEN NAR PERIODENS
023360*                  KURS MANGLER: VALUTAENS PERIODER LESES I
023370*                  NOKKELREKKEFOLGE FRA FORSTE PERIODE, OG DEN
023380*                  SISTE SOM IKKE LIGGER ETTER HOLDINGENS
023390*                  PERIODE BRUKES. EN VALUTA HELT UTEN
023400*                  TIDLIGERE PERIODE AVVISES SOM UKJENT
023410*                  VALUTAKODE, SOM FOR.
023420*----------------------------------------------------------------
023430 5510-FALLBACK-FX-RATE.
023440     MOVE "N" TO WS-FX-FOUND-SW.
023450     MOVE "N" TO WS-FX-SCAN-DONE-SW.
023460     MOVE "N" TO WS-FX-FALLBACK-SW.
023470     MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY.
023480     MOVE ZERO TO FX-PERIOD-YM.
023490     START FX-RATE-FILE KEY NOT LESS THAN FX-RATE-KEY
023500         INVALID KEY
023510             MOVE "Y" TO WS-FX-SCAN-DONE-SW
023520     END-START.
023530     PERFORM 5520-SCAN-FX-PERIOD THRU 5520-EXIT
023540         UNTIL WS-FX-SCAN-DONE.
023550     IF WS-FX-FALLBACK-FOUND
023560         MOVE WS-FX-FALLBACK-RATE TO WS-FX-RATE
023570         MOVE "Y" TO WS-FX-FOUND-SW
023580     END-IF.
023590 5510-EXIT.
023600     EXIT.
023610
023620 5520-SCAN-FX-PERIOD.
023630     READ FX-RATE-FILE NEXT RECORD
023640         AT END
023650             MOVE "Y" TO WS-FX-SCAN-DONE-SW
023660             GO TO 5520-EXIT
023670     END-READ.
023680     IF FX-CURRENCY-KEY NOT = WS-CURRENCY-CODE
023690             OR FX-PERIOD-YM > WS-PERIOD-YM
023700         MOVE "Y" TO WS-FX-SCAN-DONE-SW
023710         GO TO 5520-EXIT
023720     END-IF.
023730     MOVE FX-RATE-TO-KR TO WS-FX-FALLBACK-RATE.
023740     MOVE "Y" TO WS-FX-FALLBACK-SW.
023750 5520-EXIT.
023760     EXIT.
023770
023780*----------------------------------------------------------------
023790* 5530-LOOKUP-START-FX-RATE - KURSEN VED PERIODENS START, DVS.
023800*                  FORRIGE PERIODES KURS, MED SAMME RESERVE-
023810*                  OPPSLAG SOM 5500. PERIODEN, SLUTTKURSEN OG
023820*                  FUNNET-BRYTEREN SETTES TILBAKE ETTERPA. FINNES
023830*                  INGEN TIDLIGERE KURS BRUKES SLUTTKURSEN, SA
023840*                  VALUTAEFFEKTEN BLIR NULL.
023850*----------------------------------------------------------------
023860 5530-LOOKUP-START-FX-RATE.
023870     MOVE WS-PERIOD-YM TO WS-SAVE-PERIOD-YM.
023880     MOVE WS-FX-RATE TO WS-FX-END-RATE.
023890     MOVE WS-PERIOD-YM TO WS-START-PERIOD-YM.
023900     IF WS-START-MONTH = 1
023910         SUBTRACT 1 FROM WS-START-YEAR
023920         MOVE 12 TO WS-START-MONTH
023930     ELSE
023940         SUBTRACT 1 FROM WS-START-MONTH
023950     END-IF.
023960     MOVE WS-START-PERIOD-YM TO WS-PERIOD-YM.
023970     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
023980     IF WS-FX-FOUND
023990         MOVE WS-FX-RATE TO WS-FX-START-RATE
024000     ELSE
024010         MOVE WS-FX-END-RATE TO WS-FX-START-RATE
024020     END-IF.
024030     MOVE WS-SAVE-PERIOD-YM TO WS-PERIOD-YM.
024040     MOVE WS-FX-END-RATE TO WS-FX-RATE.
024050     MOVE "Y" TO WS-FX-FOUND-SW.
024060 5530-EXIT.
024070     EXIT.
024080
024090*----------------------------------------------------------------
024100* 5600-CONVERT-TO-KR - CONVERT THE ORIGINAL-CURRENCY AMOUNT TO
024110*                  KRONER USING THE RATE 5500-LOOKUP-FX-RATE
024120*                  FOUND, KEEPING THE ORIGINAL FIGURE FOR THE
024130*                  REPORT LINE.
024140*----------------------------------------------------------------
024150 5600-CONVERT-TO-KR.
024160     MOVE inv TO WS-ORIGINAL-INV.
024170     COMPUTE inv ROUNDED = WS-ORIGINAL-INV * WS-FX-RATE.
024180 5600-EXIT.
024190     EXIT.
024200
024210*----------------------------------------------------------------
024220* 5700-LOOKUP-CUSTOMER - RESOLVE THE HOLDING'S ACCOUNT ID ON THE
024230*                  CUSTOMER-MASTER. AN ACCOUNT THAT IS NOT ON
024240*                  THE MASTER IS NOT SILENT: IT IS COUNTED, AND
024250*                  GROUPED ON THE REPORT UNDER KLIENTNUMMER NULL
024260*                  WITH A HEADING THAT SAYS THE ACCOUNT IS NOT
024270*                  IN THE KUNDEREGISTER.
024280*----------------------------------------------------------------
024290 5700-LOOKUP-CUSTOMER.
024300     MOVE "N" TO WS-CUST-FOUND-SW.
024310     MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
024320     READ CUSTOMER-MASTER
024330         INVALID KEY
024340             MOVE ZERO TO WS-CLIENT-NUM
024350             MOVE "*** IKKE I KUNDEREGISTER ***" TO
024360                 WS-CLIENT-NAME
024370             ADD 1 TO WS-UNKNOWN-CLIENT-COUNT
024380             DISPLAY WS-ACCOUNT-ID " IKKE I KUNDEREGISTER"
024390         NOT INVALID KEY
024400             MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM
024410             MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME
024420             MOVE "Y" TO WS-CUST-FOUND-SW
024430     END-READ.
024440 5700-EXIT.
024450     EXIT.
024460
024470*----------------------------------------------------------------
024480* 5800-LOOKUP-BENCHMARK - REFERANSEINDEKSENS AVKASTNING FOR
024490*                  WS-PERIOD-YM: OSEBX FOR KRONEPLASSERINGER,
024500*                  GLOBALINDEKSEN FOR VALUTAPLASSERINGER. EN
024510*                  PERIODE SOM IKKE FINNES GIR WS-BMK-FOUND-SW
024520*                  "N", OG KALLEREN RAPPORTERER DA HOLDINGEN
024530*                  UTEN SAMMENLIGNING.
024540*----------------------------------------------------------------
024550 5800-LOOKUP-BENCHMARK.
024560     MOVE "N" TO WS-BMK-FOUND-SW.
024570     MOVE WS-PERIOD-YM TO BMK-PERIOD-KEY.
024580     READ BENCHMARK-FILE
024590         INVALID KEY
024600             CONTINUE
024610         NOT INVALID KEY
024620             IF WS-CURRENCY-CODE = "KR "
024630                     OR WS-CURRENCY-CODE = "NOK"
024640                 MOVE BMK-OSEBX-AVK TO WS-BMK-AVK
024650                 MOVE "OSEBX " TO WS-BMK-NAME
024660             ELSE
024670                 MOVE BMK-GLOBAL-AVK TO WS-BMK-AVK
024680                 MOVE "GLOBAL" TO WS-BMK-NAME
024690             END-IF
024700             MOVE "Y" TO WS-BMK-FOUND-SW
024710     END-READ.
024720 5800-EXIT.
024730     EXIT.
024740
024750*----------------------------------------------------------------
024760* 5900-APPLY-MOVEMENTS - TIDSVEKT KAPITALBASEN FOR HOLDINGENS
024770*                  BEVEGELSER: BASEN ER inv (ALLEREDE I KRONER)
024780*                  PLUSS HVERT BEVEGELSESBELOP I KRONER GANGER
024790*                  ANDELEN AV PERIODEN BELOPET FAKTISK STO, SA
024800*                  avk OG inf VIRKER PA DET KUNDEN VIRKELIG
024810*                  HADDE INNE. EN BEVEGELSE UTENFOR PERIODEN,
024820*                  MED UKJENT VALUTA, ELLER EN BASE UTENFOR
024830*                  GYLDIG OMRADE AVVISER HELE HOLDINGEN.
024840*----------------------------------------------------------------
024850 5900-APPLY-MOVEMENTS.
024860     IF WS-MOV-OVERFLOW
024870         MOVE "N" TO WS-VALID-SW
024880         MOVE "FOR MANGE BEVEGELSER FOR KONTOEN" TO WS-ERROR-MSG
024890         MOVE "65" TO WS-REJECT-REASON
024900         GO TO 5900-EXIT
024910     END-IF.
024920     MOVE inv TO WS-WEIGHTED-INV.
024930     PERFORM 5910-WEIGHT-ONE-MOVEMENT THRU 5910-EXIT
024940         VARYING WS-MOV-IX FROM 1 BY 1
024950         UNTIL WS-MOV-IX > WS-MOVEMENT-COUNT
024960             OR NOT WS-INPUT-VALID.
024970     IF NOT WS-INPUT-VALID
024980         GO TO 5900-EXIT
024990     END-IF.
025000     IF WS-WEIGHTED-INV NOT > ZERO
025010             OR WS-WEIGHTED-INV > 9999999.99
025020         MOVE "N" TO WS-VALID-SW
025030         MOVE "VEKTET KAPITALBASE UTENFOR GYLDIG OMRADE" TO
025040             WS-ERROR-MSG
025050         MOVE "67" TO WS-REJECT-REASON
025060         GO TO 5900-EXIT
025070     END-IF.
025080     MOVE WS-WEIGHTED-INV TO inv.
025090 5900-EXIT.
025100     EXIT.
025110
025120*----------------------------------------------------------------
025130* 5910-WEIGHT-ONE-MOVEMENT - EN BEVEGELSE: KONTROLLER DATOEN MOT
025140*                  HOLDINGENS PERIODE, REGN VEKTEN ETTER 30/360-
025150*                  KONVENSJONEN ((31 - DAG)/30, DAG 31 TELLER
025160*                  IKKE), OMREGN BELOPET TIL KRONER MED KURSEN
025170*                  FRA FX-RATE-FILE, OG LEGG DET VEKTEDE BELOPET
025180*                  TIL BASEN. HOLDINGENS EGEN VALUTAKODE OG KURS
025190*                  SETTES TILBAKE ETTERPA.
025200*----------------------------------------------------------------
025210 5910-WEIGHT-ONE-MOVEMENT.
025220     IF WS-MOV-DATE (WS-MOV-IX) NOT NUMERIC
025230             OR WS-MOV-DATE-YM (WS-MOV-IX) NOT = PF-PERIOD-YM
025240             OR WS-MOV-DATE-DD (WS-MOV-IX) < 1
025250             OR WS-MOV-DATE-DD (WS-MOV-IX) > 31
025260         MOVE "N" TO WS-VALID-SW
025270         MOVE "BEVEGELSE UTENFOR HOLDINGENS PERIODE" TO
025280             WS-ERROR-MSG
025290         MOVE "66" TO WS-REJECT-REASON
025300         GO TO 5910-EXIT
025310     END-IF.
025320     IF WS-MOV-AMOUNT (WS-MOV-IX) NOT NUMERIC
025330         MOVE "N" TO WS-VALID-SW
025340         MOVE "UGYLDIG BELOP PA BEVEGELSE" TO WS-ERROR-MSG
025350         MOVE "66" TO WS-REJECT-REASON
025360         GO TO 5910-EXIT
025370     END-IF.
025380     IF WS-MOV-DATE-DD (WS-MOV-IX) > 30
025390         MOVE ZERO TO WS-MOV-WEIGHT (WS-MOV-IX)
025400     ELSE
025410         COMPUTE WS-MOV-WEIGHT (WS-MOV-IX) ROUNDED =
025420             (31 - WS-MOV-DATE-DD (WS-MOV-IX)) / 30
025430     END-IF.
025440     MOVE WS-CURRENCY-CODE TO WS-SAVE-CURRENCY.
025450     MOVE WS-FX-RATE TO WS-SAVE-FX-RATE.
025460     MOVE WS-MOV-CURRENCY (WS-MOV-IX) TO WS-CURRENCY-CODE.
025470     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
025480     IF NOT WS-FX-FOUND
025490         MOVE "N" TO WS-VALID-SW
025500         MOVE "UGYLDIG VALUTAKODE PA BEVEGELSE" TO WS-ERROR-MSG
025510         MOVE "50" TO WS-REJECT-REASON
025520     ELSE
025530         COMPUTE WS-MOV-KR ROUNDED =
025540             WS-MOV-AMOUNT (WS-MOV-IX) * WS-FX-RATE
025550         COMPUTE WS-MOV-WEIGHTED (WS-MOV-IX) ROUNDED =
025560             WS-MOV-KR * WS-MOV-WEIGHT (WS-MOV-IX)
025570         ADD WS-MOV-WEIGHTED (WS-MOV-IX) TO WS-WEIGHTED-INV
025580             ON SIZE ERROR
025590                 MOVE "N" TO WS-VALID-SW
025600                 MOVE "VEKTET KAPITALBASE UTENFOR GYLDIG OMRADE"
025610                     TO WS-ERROR-MSG
025620                 MOVE "67" TO WS-REJECT-REASON
025630         END-ADD
025640     END-IF.
025650     MOVE WS-SAVE-CURRENCY TO WS-CURRENCY-CODE.
025660     MOVE WS-SAVE-FX-RATE TO WS-FX-RATE.
025670 5910-EXIT.
025680     EXIT.
025690
025700*----------------------------------------------------------------
025710* 5950-CHECK-PERIOD-CONTROL - SLA OPP HOLDINGENS PERIODE PA
025720*                  PERIOD-CONTROL-FILE I BATCHMODUSENE: EN
025730*                  LUKKET PERIODE (STATUS L) AVVISER POSTEN
025740*                  MED ARSAK 70 FOR MASTEREN OPPDATERES OG
025750*                  FOR NOE BEREGNES, SA EN POSTERT PERIODE
025760*                  ALDRI OMBEREGNES I STILLHET. EN PERIODE
025770*                  UTEN POST, ET REGISTER SOM IKKE FINNES,
025780*                  ELLER EN SKJERMMODUS KONTROLLERES IKKE.
025790*----------------------------------------------------------------
025800 5950-CHECK-PERIOD-CONTROL.
025810     IF NOT WS-PCT-AVAILABLE
025820         GO TO 5950-EXIT
025830     END-IF.
025840     IF NOT WS-BATCH-MODE AND NOT WS-RESUBMIT-MODE
025850             AND NOT WS-FULL-REVAL-MODE
025860         GO TO 5950-EXIT
025870     END-IF.
025880     MOVE WS-PERIOD-YM TO PCT-PERIOD-YM.
025890     READ PERIOD-CONTROL-FILE
025900         INVALID KEY
025910             GO TO 5950-EXIT
025920     END-READ.
025930     IF PCT-STATUS = "L"
025940         MOVE "N" TO WS-VALID-SW
025950         MOVE "PERIODEN ER LUKKET FOR OMBEREGNING" TO
025960             WS-ERROR-MSG
025970         MOVE "70" TO WS-REJECT-REASON
025980     END-IF.
025990 5950-EXIT.
026000     EXIT.
026010
026020*----------------------------------------------------------------
026030* 4000-VALIDATE-INPUT - EDIT CHECKS ON inv/avk/inf/skatt SO A BAD
026040*                      VALUE IS REJECTED HERE INSTEAD OF ABENDING
026050*                      COMPUTE REA / COMPUTE PRO LATER ON. EACH
026060*                      FIELD'S CHECK IS ITS OWN PARAGRAPH SO
026070*                      3500-PROJECTION-MODE CAN VALIDATE inv,
026080*                      skatt AND WS-PROJECTION-YEARS AS SOON AS
026090*                      EACH IS KEYED, BEFORE avk/inf ARE KNOWN.
026100*----------------------------------------------------------------
026110 4000-VALIDATE-INPUT.
026120     MOVE "Y" TO WS-VALID-SW.
026130     PERFORM 4100-VALIDATE-INV THRU 4100-EXIT.
026140     IF WS-INPUT-VALID
026150         PERFORM 4200-VALIDATE-AVK THRU 4200-EXIT
026160     END-IF.
026170     IF WS-INPUT-VALID
026180         PERFORM 4300-VALIDATE-INF THRU 4300-EXIT
026190     END-IF.
026200     IF WS-INPUT-VALID
026210         PERFORM 4400-VALIDATE-SKATT THRU 4400-EXIT
026220     END-IF.
026230 4000-EXIT.
026240     EXIT.
026250
026260 4100-VALIDATE-INV.
026270     IF inv NOT NUMERIC
026280         MOVE "N" TO WS-VALID-SW
026290         MOVE "UGYLDIG INVESTERING - MA VERE NUMERISK" TO
026300             WS-ERROR-MSG
026310         MOVE "10" TO WS-REJECT-REASON
026320     ELSE
026330     IF inv NOT > ZERO
026340         MOVE "N" TO WS-VALID-SW
026350         MOVE "UGYLDIG INVESTERING - MA VERE STORRE ENN NULL" TO
026360             WS-ERROR-MSG
026370         MOVE "11" TO WS-REJECT-REASON
026380     END-IF
026390     END-IF.
026400 4100-EXIT.
026410     EXIT.
026420
026430 4200-VALIDATE-AVK.
026440     IF avk NOT NUMERIC
026450         MOVE "N" TO WS-VALID-SW
026460         MOVE "UGYLDIG AVKASTNING - MA VERE NUMERISK" TO
026470             WS-ERROR-MSG
026480         MOVE "20" TO WS-REJECT-REASON
026490     ELSE
026500     IF avk < -99.99 OR avk > 99.99
026510         MOVE "N" TO WS-VALID-SW
026520         MOVE "UGYLDIG AVKASTNING - UTENFOR -99.99 TIL 99.99" TO
026530             WS-ERROR-MSG
026540         MOVE "21" TO WS-REJECT-REASON
026550     END-IF
026560     END-IF.
026570 4200-EXIT.
026580     EXIT.
026590
026600 4300-VALIDATE-INF.
026610     IF inf NOT NUMERIC
026620         MOVE "N" TO WS-VALID-SW
026630         MOVE "UGYLDIG INFLASJON - MA VERE NUMERISK" TO
026640             WS-ERROR-MSG
026650         MOVE "30" TO WS-REJECT-REASON
026660     ELSE
026670     IF inf < -99.99 OR inf > 99.99
026680         MOVE "N" TO WS-VALID-SW
026690         MOVE "UGYLDIG INFLASJON - UTENFOR -99.99 TIL 99.99" TO
026700             WS-ERROR-MSG
026710         MOVE "31" TO WS-REJECT-REASON
026720     END-IF
026730     END-IF.
026740 4300-EXIT.
026750     EXIT.
026760
026770 4400-VALIDATE-SKATT.
026780     IF skatt NOT NUMERIC
026790         MOVE "N" TO WS-VALID-SW
026800         MOVE "UGYLDIG SKATTESATS - MA VERE NUMERISK" TO
026810             WS-ERROR-MSG
026820         MOVE "40" TO WS-REJECT-REASON
026830     ELSE
026840     IF skatt < ZERO OR skatt > 99.99
026850         MOVE "N" TO WS-VALID-SW
026860         MOVE "UGYLDIG SKATTESATS - UTENFOR 0 TIL 99.99" TO
026870             WS-ERROR-MSG
026880         MOVE "41" TO WS-REJECT-REASON
026890     END-IF
026900     END-IF.
026910 4400-EXIT.
026920     EXIT.
026930
026940 4500-VALIDATE-YEARS.
026950     IF WS-PROJECTION-YEARS NOT NUMERIC
026960         MOVE "N" TO WS-VALID-SW
026970         MOVE "UGYLDIG ANTALL AR - MA VERE NUMERISK" TO
026980             WS-ERROR-MSG
026990     ELSE
027000     IF WS-PROJECTION-YEARS < 1 OR WS-PROJECTION-YEARS > 30
027010         MOVE "N" TO WS-VALID-SW
027020         MOVE "UGYLDIG ANTALL AR - MA VERE 1 TIL 30" TO
027030             WS-ERROR-MSG
027040     END-IF
027050     END-IF.
027060 4500-EXIT.
027070     EXIT.
027080
027090*----------------------------------------------------------------
027100* 6000-WRITE-REPORT-HEADER - REPORT HEADING WITH RUN DATE,
027110*                  OPERATOR ID AND THE RUN PARAMETERS IN EFFECT,
027120*                  WRITTEN ONCE PER RUN SO A SCHEDULED RUN CAN BE
027130*                  CHECKED AGAINST ITS PARAMETER FILE AFTERWARDS.
027140*----------------------------------------------------------------
027150 6000-WRITE-REPORT-HEADER.
027160     IF NOT WS-REPORT-OUTPUT
027170         GO TO 6000-EXIT
027180     END-IF.
027190     MOVE SPACES TO PRINT-RECORD.
027200     MOVE "REALAVKASTNINGSRAPPORT" TO PRINT-RECORD.
027210     WRITE PRINT-RECORD.
027220     MOVE SPACES TO PRINT-RECORD.
027230     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
027240         "   BRUKERID: " WS-OPERATOR-ID
027250         DELIMITED BY SIZE INTO PRINT-RECORD.
027260     WRITE PRINT-RECORD.
027270     MOVE WS-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INT-EDITED.
027280     MOVE SPACES TO PRINT-RECORD.
027290     STRING "MODUS: " WS-MODE
027300         "   CHECKPOINT-INTERVALL: " WS-CHECKPOINT-INT-EDITED
027310         "   RAPPORT: " WS-REPORT-OUTPUT-SW
027320         "   HOVEDBOK: " WS-GL-OUTPUT-SW
027330         DELIMITED BY SIZE INTO PRINT-RECORD.
027340     WRITE PRINT-RECORD.
027350     MOVE SPACES TO PRINT-RECORD.
027360     WRITE PRINT-RECORD.
027370 6000-EXIT.
027380     EXIT.
027390
027400*----------------------------------------------------------------
027410* 6100-WRITE-REPORT-DETAIL - ONE DETAIL LINE PER INVESTMENT. WHERE
027420*                  THE HOLDING WAS ENTERED IN A FOREIGN CURRENCY,
027430*                  THE ORIGINAL AMOUNT AND THE RATE USED TO
027440*                  CONVERT IT TO KRONER ARE NOTED ON THE LINE,
027450*                  FOLLOWED BY THE LOCAL RETURN AND THE CURRENCY
027460*                  EFFECT FROM THE START-OF-PERIOD RATE (3920).
027470*----------------------------------------------------------------
027480 6100-WRITE-REPORT-DETAIL.
027490     IF NOT WS-REPORT-OUTPUT
027500         GO TO 6100-EXIT
027510     END-IF.
027520     MOVE SPACES TO PRINT-RECORD.
027530     MOVE WS-ORIGINAL-INV TO WS-ORIGINAL-INV-EDITED.
027540     MOVE WS-FX-RATE TO WS-FX-RATE-EDITED.
027550     IF WS-CURRENCY-CODE = "KR " OR WS-CURRENCY-CODE = "NOK"
027560         STRING WS-ACCOUNT-ID "/" WS-POSITION-NUM
027570             " REALAVKASTNING: " rea-edited
027580             "KR, " pro-edited "%"
027590             DELIMITED BY SIZE INTO PRINT-RECORD
027600     ELSE
027610         STRING WS-ACCOUNT-ID "/" WS-POSITION-NUM " "
027620             WS-ORIGINAL-INV-EDITED " "
027630             WS-CURRENCY-CODE " @ " WS-FX-RATE-EDITED
027640             " REALAVKASTNING: " rea-edited "KR, " pro-edited "%"
027650             DELIMITED BY SIZE INTO PRINT-RECORD
027660     END-IF.
027670     WRITE PRINT-RECORD.
027680     IF WS-CURRENCY-CODE NOT = "KR "
027690             AND WS-CURRENCY-CODE NOT = "NOK"
027700         MOVE SPACES TO PRINT-RECORD
027710         STRING "     LOKAL: " WS-LOCAL-REA-EDITED "KR"
027720             "  VALUTAEFFEKT: " WS-FX-EFFECT-EDITED "KR"
027730             "  FRA KURS " WS-FX-START-EDITED
027740             DELIMITED BY SIZE INTO PRINT-RECORD
027750         WRITE PRINT-RECORD
027760     END-IF.
027770     MOVE SPACES TO PRINT-RECORD.
027780     STRING "     NOMINELL: " WS-NOMINAL-RETURN-EDITED "KR"
027790         "  INFLASJONSTAP: " WS-INFLATION-DRAG-EDITED "KR"
027800         DELIMITED BY SIZE INTO PRINT-RECORD.
027810     WRITE PRINT-RECORD.
027820     MOVE SPACES TO PRINT-RECORD.
027830     STRING "     SKATT: " WS-TAX-EFFECT-EDITED "KR"
027840         "  NETTO REALAVKASTNING: " WS-NET-REAL-RETURN-EDITED "KR"
027850         DELIMITED BY SIZE INTO PRINT-RECORD.
027860     WRITE PRINT-RECORD.
027870     MOVE SPACES TO PRINT-RECORD.
027880     STRING "     GEBYR: " WS-MGMT-FEE-EDITED "KR"
027890         "  NETTO ETTER GEBYR:    " WS-NET-AFTER-FEE-EDITED "KR"
027900         DELIMITED BY SIZE INTO PRINT-RECORD.
027910     WRITE PRINT-RECORD.
027920     MOVE SPACES TO PRINT-RECORD.
027930     IF WS-BMK-FOUND
027940         STRING "     MOT " WS-BMK-NAME ": " WS-BMK-PRO-EDITED
027950             "%  MERAVKASTNING: " WS-EXCESS-PRO-EDITED "%"
027960             DELIMITED BY SIZE INTO PRINT-RECORD
027970     ELSE
027980         MOVE "     INGEN REFERANSEINDEKS FOR PERIODEN" TO
027990             PRINT-RECORD
028000     END-IF.
028010     WRITE PRINT-RECORD.
028020 6100-EXIT.
028030     EXIT.
028040
028050*----------------------------------------------------------------
028060* 6150-WRITE-REPORT-CLOSING - MERKELINJE FORAN DETALJLINJENE FOR
028070*                  EN AVSLUTTET HOLDING, MED DELPERIODE OG VEKT,
028080*                  SA SLUTTOPPGJORET IKKE LESES SOM EN VANLIG
028090*                  MANEDSBEREGNING.
028100*----------------------------------------------------------------
028110 6150-WRITE-REPORT-CLOSING.
028120     IF NOT WS-REPORT-OUTPUT
028130         GO TO 6150-EXIT
028140     END-IF.
028150     MOVE WS-STUB-WEIGHT TO WS-STUB-WEIGHT-EDITED.
028160     MOVE SPACES TO PRINT-RECORD.
028170     STRING WS-ACCOUNT-ID "/" WS-POSITION-NUM
028180         "  AVSLUTTET - SLUTTOPPGJOR DELPERIODE "
028190         WS-CLOSE-YM "  VEKT " WS-STUB-WEIGHT-EDITED
028200         DELIMITED BY SIZE INTO PRINT-RECORD.
028210     WRITE PRINT-RECORD.
028220 6150-EXIT.
028230     EXIT.
028240
028250*----------------------------------------------------------------
028260* 6130-WRITE-CLIENT-SUMMARY - EN KONSOLIDERT GRUPPE PER KLIENT
028270*                  PA SLUTTEN AV BATCHRAPPORTEN: SIDESKIFT,
028280*                  KLIENTHODE MED NAVN, ANTALL BEHANDLEDE
028290*                  HOLDINGER OG DELSUM AV REA OG NETTO REAL-
028300*                  AVKASTNING, I DEN REKKEFOLGEN KLIENTENE
028310*                  FORST DUKKET OPP I KJORINGEN. KONTOER UTEN
028320*                  KLIENT STAR SAMLET UNDER KLIENTNUMMER NULL.
028330*----------------------------------------------------------------
028340 6130-WRITE-CLIENT-SUMMARY.
028350     IF NOT WS-REPORT-OUTPUT OR WS-CLIENT-COUNT = ZERO
028360         GO TO 6130-EXIT
028370     END-IF.
028380     PERFORM 6140-WRITE-ONE-CLIENT THRU 6140-EXIT
028390         VARYING WS-CLIENT-IX FROM 1 BY 1
028400         UNTIL WS-CLIENT-IX > WS-CLIENT-COUNT.
028410 6130-EXIT.
028420     EXIT.
028430
028440 6140-WRITE-ONE-CLIENT.
028450     MOVE SPACES TO PRINT-RECORD.
028460     IF CT-NUM (WS-CLIENT-IX) = ZERO
028470         STRING "KLIENT UKJENT  " CT-NAME (WS-CLIENT-IX)
028480             DELIMITED BY SIZE INTO PRINT-RECORD
028490     ELSE
028500         STRING "KLIENT " CT-NUM (WS-CLIENT-IX) "  "
028510             CT-NAME (WS-CLIENT-IX)
028520             DELIMITED BY SIZE INTO PRINT-RECORD
028530     END-IF.
028540     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
028550     MOVE SPACES TO PRINT-RECORD.
028560     WRITE PRINT-RECORD.
028570     MOVE CT-COUNT (WS-CLIENT-IX) TO WS-COUNT-EDITED.
028580     MOVE SPACES TO PRINT-RECORD.
028590     STRING "ANTALL BEHANDLET:        " WS-COUNT-EDITED
028600         DELIMITED BY SIZE INTO PRINT-RECORD.
028610     WRITE PRINT-RECORD.
028620     MOVE CT-REA (WS-CLIENT-IX) TO WS-TOTAL-EDITED.
028630     MOVE SPACES TO PRINT-RECORD.
028640     STRING "SUM REALAVKASTNING:      " WS-TOTAL-EDITED "KR"
028650         DELIMITED BY SIZE INTO PRINT-RECORD.
028660     WRITE PRINT-RECORD.
028670     MOVE CT-NET (WS-CLIENT-IX) TO WS-TOTAL-EDITED.
028680     MOVE SPACES TO PRINT-RECORD.
028690     STRING "SUM NETTO REALAVK:       " WS-TOTAL-EDITED "KR"
028700         DELIMITED BY SIZE INTO PRINT-RECORD.
028710     WRITE PRINT-RECORD.
028720 6140-EXIT.
028730     EXIT.
028740
028750*----------------------------------------------------------------
028760* 6160-ACCUMULATE-CLIENT - LEGG EN FERDIG BEREGNET HOLDING TIL
028770*                  KLIENTENS LINJE I TABELLEN, ELLER OPPRETT
028780*                  LINJEN NAR KLIENTEN SES FOR FORSTE GANG.
028790*                  NAR TABELLEN ER FULL SAMLES RESTEN UNDER EN
028800*                  OVRIGE-POST I SISTE INNSLAG, SA SUMMENE
028810*                  FORTSATT STEMMER MOT KJORINGENS TOTALER.
028820*----------------------------------------------------------------
028830 6160-ACCUMULATE-CLIENT.
028840     MOVE "N" TO WS-CLIENT-FOUND-SW.
028850     PERFORM 6165-SEARCH-CLIENT-TABLE THRU 6165-EXIT
028860         VARYING WS-CLIENT-IX FROM 1 BY 1
028870         UNTIL WS-CLIENT-IX > WS-CLIENT-COUNT
028880             OR WS-CLIENT-TABLED.
028890     IF NOT WS-CLIENT-TABLED
028900         IF WS-CLIENT-COUNT < 499
028910             ADD 1 TO WS-CLIENT-COUNT
028920             MOVE WS-CLIENT-COUNT TO WS-CLIENT-FOUND-IX
028930             MOVE WS-CLIENT-NUM TO CT-NUM (WS-CLIENT-FOUND-IX)
028940             MOVE WS-CLIENT-NAME TO CT-NAME (WS-CLIENT-FOUND-IX)
028950             MOVE ZERO TO CT-COUNT (WS-CLIENT-FOUND-IX)
028960             MOVE ZERO TO CT-REA (WS-CLIENT-FOUND-IX)
028970             MOVE ZERO TO CT-NET (WS-CLIENT-FOUND-IX)
028980         ELSE
028990             MOVE 500 TO WS-CLIENT-FOUND-IX
029000             IF WS-CLIENT-COUNT < 500
029010                 MOVE 500 TO WS-CLIENT-COUNT
029020                 MOVE 999999 TO CT-NUM (500)
029030                 MOVE "OVRIGE KLIENTER - TABELLEN FULL" TO
029040                     CT-NAME (500)
029050                 MOVE ZERO TO CT-COUNT (500)
029060                 MOVE ZERO TO CT-REA (500)
029070                 MOVE ZERO TO CT-NET (500)
029080             END-IF
029090         END-IF
029100     END-IF.
029110     ADD 1 TO CT-COUNT (WS-CLIENT-FOUND-IX).
029120     ADD rea TO CT-REA (WS-CLIENT-FOUND-IX).
029130     ADD WS-NET-REAL-RETURN TO CT-NET (WS-CLIENT-FOUND-IX).
029140 6160-EXIT.
029150     EXIT.
029160
029170 6165-SEARCH-CLIENT-TABLE.
029180     IF CT-NUM (WS-CLIENT-IX) = WS-CLIENT-NUM
029190         MOVE "Y" TO WS-CLIENT-FOUND-SW
029200         MOVE WS-CLIENT-IX TO WS-CLIENT-FOUND-IX
029210     END-IF.
029220 6165-EXIT.
029230     EXIT.
029240
029250*----------------------------------------------------------------
029260* 6170-ACCUMULATE-ACCOUNT - KONTROLLBRUDD PA KONTONUMMERET FOR
029270*                  KONTOSUMMEN. KALLES NAR EN POSISJON ER FERDIG
029280*                  BEREGNET, FOR DETALJLINJEN SKRIVES, SA SUMMEN
029290*                  FOR FORRIGE KONTO KOMMER FORAN FORSTE LINJE
029300*                  PA DEN NESTE.
029310*----------------------------------------------------------------
029320 6170-ACCUMULATE-ACCOUNT.
029330     IF WS-ACCOUNT-ID NOT = WS-ACCT-PREV-ID
029340         PERFORM 6180-WRITE-ACCOUNT-TOTAL THRU 6180-EXIT
029350         MOVE WS-ACCOUNT-ID TO WS-ACCT-PREV-ID
029360     END-IF.
029370     ADD 1 TO WS-ACCT-POS-COUNT.
029380     ADD rea TO WS-ACCT-REA.
029390     ADD WS-NET-REAL-RETURN TO WS-ACCT-NET.
029400     ADD WS-MGMT-FEE TO WS-ACCT-FEE.
029410     ADD WS-NET-AFTER-FEE TO WS-ACCT-NET-AFTER-FEE.
029420 6170-EXIT.
029430     EXIT.
029440
029450*----------------------------------------------------------------
029460* 6180-WRITE-ACCOUNT-TOTAL - SUMLINJENE FOR KONTOEN SOM NETTOPP ER
029470*                  FERDIG, NAR MER ENN EN POSISJON BLE BEREGNET,
029480*                  OG NULLSTILLING FOR NESTE KONTO. KALLES OGSA
029490*                  VED KJORINGENS SLUTT FOR DEN SISTE KONTOEN.
029500*----------------------------------------------------------------
029510 6180-WRITE-ACCOUNT-TOTAL.
029520     IF WS-ACCT-POS-COUNT > 1 AND WS-REPORT-OUTPUT
029530         PERFORM 6185-PRINT-ACCOUNT-TOTAL THRU 6185-EXIT
029540     END-IF.
029550     MOVE ZERO TO WS-ACCT-POS-COUNT.
029560     MOVE ZERO TO WS-ACCT-REA.
029570     MOVE ZERO TO WS-ACCT-NET.
029580     MOVE ZERO TO WS-ACCT-FEE.
029590     MOVE ZERO TO WS-ACCT-NET-AFTER-FEE.
029600 6180-EXIT.
029610     EXIT.
029620
029630 6185-PRINT-ACCOUNT-TOTAL.
029640     MOVE WS-ACCT-POS-COUNT TO WS-ACCT-POS-EDITED.
029650     MOVE WS-ACCT-REA TO WS-TOTAL-EDITED.
029660     MOVE SPACES TO PRINT-RECORD.
029670     STRING WS-ACCT-PREV-ID "  SUM KONTO, " WS-ACCT-POS-EDITED
029680         " POSISJONER  REALAVKASTNING: " WS-TOTAL-EDITED "KR"
029690         DELIMITED BY SIZE INTO PRINT-RECORD.
029700     WRITE PRINT-RECORD.
029710     MOVE WS-ACCT-NET TO WS-TOTAL-EDITED.
029720     MOVE SPACES TO PRINT-RECORD.
029730     STRING "     NETTO REALAVKASTNING: " WS-TOTAL-EDITED "KR"
029740         DELIMITED BY SIZE INTO PRINT-RECORD.
029750     WRITE PRINT-RECORD.
029760     MOVE WS-ACCT-FEE TO WS-ACCT-FEE-EDITED.
029770     MOVE WS-ACCT-NET-AFTER-FEE TO WS-TOTAL-EDITED.
029780     MOVE SPACES TO PRINT-RECORD.
029790     STRING "     GEBYR: " WS-ACCT-FEE-EDITED "KR"
029800         "  NETTO ETTER GEBYR: " WS-TOTAL-EDITED "KR"
029810         DELIMITED BY SIZE INTO PRINT-RECORD.
029820     WRITE PRINT-RECORD.
029830 6185-EXIT.
029840     EXIT.
029850
029860*----------------------------------------------------------------
029870* 6190-WRITE-CURRENCY-SUMMARY - VALUTAEKSPONERINGEN PA SLUTTEN AV
029880*                  BATCHRAPPORTEN: EN LINJE PER HM-CURRENCY-CODE
029890*                  MED ANTALL HOLDINGER, BELOP I VALUTA, KRONE-
029900*                  BASE, LOKAL AVKASTNING OG VALUTAEFFEKT, I DEN
029910*                  REKKEFOLGEN VALUTAENE FORST DUKKET OPP.
029920*----------------------------------------------------------------
029930 6190-WRITE-CURRENCY-SUMMARY.
029940     IF NOT WS-REPORT-OUTPUT OR WS-CCY-COUNT = ZERO
029950         GO TO 6190-EXIT
029960     END-IF.
029970     MOVE "VALUTAEKSPONERING" TO PRINT-RECORD.
029980     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
029990     MOVE SPACES TO PRINT-RECORD.
030000     WRITE PRINT-RECORD.
030010     MOVE SPACES TO PRINT-RECORD.
030020     STRING "VAL  ANTALL     I VALUTA    KRONEBASE"
030030         "   LOKAL AVK. VALUTAEFFEKT"
030040         DELIMITED BY SIZE INTO PRINT-RECORD.
030050     WRITE PRINT-RECORD.
030060     PERFORM 6191-WRITE-ONE-CURRENCY THRU 6191-EXIT
030070         VARYING WS-CCY-IX FROM 1 BY 1
030080         UNTIL WS-CCY-IX > WS-CCY-COUNT.
030090 6190-EXIT.
030100     EXIT.
030110
030120 6191-WRITE-ONE-CURRENCY.
030130     MOVE CY-COUNT (WS-CCY-IX) TO WS-CCY-COUNT-EDITED.
030140     MOVE CY-ORIGINAL (WS-CCY-IX) TO WS-CCY-ORIGINAL-EDITED.
030150     MOVE CY-INV (WS-CCY-IX) TO WS-CCY-INV-EDITED.
030160     MOVE CY-LOCAL (WS-CCY-IX) TO WS-CCY-LOCAL-EDITED.
030170     MOVE CY-FX-EFFECT (WS-CCY-IX) TO WS-CCY-FX-EDITED.
030180     MOVE SPACES TO PRINT-RECORD.
030190     STRING CY-CODE (WS-CCY-IX) "  " WS-CCY-COUNT-EDITED " "
030200         WS-CCY-ORIGINAL-EDITED " " WS-CCY-INV-EDITED " "
030210         WS-CCY-LOCAL-EDITED " " WS-CCY-FX-EDITED
030220         DELIMITED BY SIZE INTO PRINT-RECORD.
030230     WRITE PRINT-RECORD.
030240 6191-EXIT.
030250     EXIT.
030260
030270*----------------------------------------------------------------
030280* 6195-ACCUMULATE-CURRENCY - LEGG EN FERDIG BEREGNET HOLDING TIL
030290*                  VALUTAENS LINJE I TABELLEN, ELLER OPPRETT
030300*                  LINJEN NAR VALUTAEN SES FOR FORSTE GANG. NAR
030310*                  TABELLEN ER FULL SAMLES RESTEN I SISTE INNSLAG.
030320*----------------------------------------------------------------
030330 6195-ACCUMULATE-CURRENCY.
030340     MOVE "N" TO WS-CCY-FOUND-SW.
030350     PERFORM 6196-SEARCH-CURRENCY-TABLE THRU 6196-EXIT
030360         VARYING WS-CCY-IX FROM 1 BY 1
030370         UNTIL WS-CCY-IX > WS-CCY-COUNT
030380             OR WS-CCY-TABLED.
030390     IF NOT WS-CCY-TABLED
030400         IF WS-CCY-COUNT < 49
030410             ADD 1 TO WS-CCY-COUNT
030420             MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IX
030430             MOVE WS-CURRENCY-CODE TO CY-CODE (WS-CCY-FOUND-IX)
030440             MOVE ZERO TO CY-COUNT (WS-CCY-FOUND-IX)
030450             MOVE ZERO TO CY-ORIGINAL (WS-CCY-FOUND-IX)
030460             MOVE ZERO TO CY-INV (WS-CCY-FOUND-IX)
030470             MOVE ZERO TO CY-LOCAL (WS-CCY-FOUND-IX)
030480             MOVE ZERO TO CY-FX-EFFECT (WS-CCY-FOUND-IX)
030490         ELSE
030500             MOVE 50 TO WS-CCY-FOUND-IX
030510             IF WS-CCY-COUNT < 50
030520                 MOVE 50 TO WS-CCY-COUNT
030530                 MOVE "***" TO CY-CODE (50)
030540                 MOVE ZERO TO CY-COUNT (50)
030550                 MOVE ZERO TO CY-ORIGINAL (50)
030560                 MOVE ZERO TO CY-INV (50)
030570                 MOVE ZERO TO CY-LOCAL (50)
030580                 MOVE ZERO TO CY-FX-EFFECT (50)
030590             END-IF
030600         END-IF
030610     END-IF.
030620     ADD 1 TO CY-COUNT (WS-CCY-FOUND-IX).
030630     ADD WS-ORIGINAL-INV TO CY-ORIGINAL (WS-CCY-FOUND-IX).
030640     ADD inv TO CY-INV (WS-CCY-FOUND-IX).
030650     ADD WS-LOCAL-REA TO CY-LOCAL (WS-CCY-FOUND-IX).
030660     ADD WS-FX-EFFECT TO CY-FX-EFFECT (WS-CCY-FOUND-IX).
030670 6195-EXIT.
030680     EXIT.
030690
030700 6196-SEARCH-CURRENCY-TABLE.
030710     IF CY-CODE (WS-CCY-IX) = WS-CURRENCY-CODE
030720         MOVE "Y" TO WS-CCY-FOUND-SW
030730         MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
030740     END-IF.
030750 6196-EXIT.
030760     EXIT.
030770
030780*----------------------------------------------------------------
030790* 6500-WRITE-GL-EXTRACT - ONE FIXED-WIDTH RECORD PER CALCULATION
030800*                  FOR THE GENERAL LEDGER IMPORT JOB, WRITTEN
030810*                  ALONGSIDE THE PRINTED REPORT DETAIL LINE.
030820*                  WS-GL-SEQ-NUM IS THE PROJECTION YEAR WHEN
030830*                  CALLED FROM 3700-COMPUTE-PROJECTION-YEAR, AND
030840*                  ZERO OTHERWISE, SO ROWS POSTED FOR THE SAME
030850*                  ACCOUNT AND RUN DATE CAN STILL BE TOLD APART.
030860*----------------------------------------------------------------
030870 6500-WRITE-GL-EXTRACT.
030880     IF NOT WS-GL-OUTPUT
030890         GO TO 6500-EXIT
030900     END-IF.
030910     MOVE SPACES TO GL-EXTRACT-RECORD.
030920     MOVE WS-ACCOUNT-ID TO GLX-ACCOUNT-ID.
030930     MOVE WS-POSITION-NUM TO GLX-POSITION-NUM.
030940     MOVE rea TO GLX-REA.
030950     MOVE pro TO GLX-PRO.
030960     MOVE WS-RUN-DATE TO GLX-RUN-DATE.
030970     MOVE WS-GL-SEQ-NUM TO GLX-SEQ-NUM.
030980     ADD 1 TO WS-GL-RECORD-COUNT.
030990     MOVE WS-GL-RECORD-COUNT TO GLX-EXTRACT-SEQ.
031000     WRITE GL-EXTRACT-RECORD.
031010     ADD rea TO WS-GL-REA-TOTAL.
031020 6500-EXIT.
031030     EXIT.
031040
031050*----------------------------------------------------------------
031060* 6600-WRITE-GL-TRAILER - CONTROL-TOTAL TRAILER WRITTEN AS THE
031070*                  LAST RECORD OF GL-EXTRACT-FILE AT END OF RUN,
031080*                  CARRYING THE DETAIL RECORD COUNT AND THE SUM
031090*                  OF GLX-REA, SO THE GL IMPORT JOB CAN REFUSE A
031100*                  TRUNCATED OR DOUBLE-SHIPPED FILE.
031110*----------------------------------------------------------------
031120 6600-WRITE-GL-TRAILER.
031130     IF NOT WS-GL-OUTPUT
031140         GO TO 6600-EXIT
031150     END-IF.
031160     MOVE SPACES TO GL-EXTRACT-TRAILER.
031170     MOVE "*TRAILER**" TO GLT-TRAILER-ID.
031180     MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
031190     MOVE WS-GL-REA-TOTAL TO GLT-REA-TOTAL.
031200     MOVE WS-RUN-DATE TO GLT-RUN-DATE.
031210     WRITE GL-EXTRACT-TRAILER.
031220 6600-EXIT.
031230     EXIT.
031240
031250*----------------------------------------------------------------
031260* 6700-WRITE-SUSPENSE - COPY A REJECTED HOLDING, IN ITS ORIGINAL
031270*                  PFREC RECORD IMAGE PLUS THE REJECT-
031280*                  REASON CODE, TO THE SUSPENSE FILE, SO THE
031290*                  RECORD CAN BE CORRECTED AND FED BACK THROUGH
031300*                  RESUBMIT MODE INSTEAD OF RERUNNING THE WHOLE
031310*                  PORTFOLIO. THE REJECT DATE IS TODAY, OR FOR A
031320*                  RESUBMITTED RECORD THAT FAILS AGAIN THE DATE
031330*                  IT WAS FIRST REJECTED, SO AGING IS NOT RESET.
031340*----------------------------------------------------------------
031350 6700-WRITE-SUSPENSE.
031360     MOVE SPACES TO SUS-RECORD.
031370     MOVE PORTFOLIO-RECORD TO SUS-PORTFOLIO-DATA.
031380     MOVE WS-REJECT-REASON TO SUS-REJECT-REASON.
031390     MOVE WS-POSITION-NUM TO SUS-POSITION-NUM.
031400     MOVE WS-RUN-DATE TO SUS-REJECT-DATE.
031410     IF WS-RESUBMIT-MODE
031420         IF RSB-REJECT-DATE NUMERIC AND RSB-REJECT-DATE > ZERO
031430             MOVE RSB-REJECT-DATE TO SUS-REJECT-DATE
031440         END-IF
031450     END-IF.
031460     WRITE SUS-RECORD.
031470 6700-EXIT.
031480     EXIT.
031490
031500*----------------------------------------------------------------
031510* 6200-WRITE-REPORT-ERROR - NOTE A REJECTED RECORD ON THE REPORT
031520*                          SO A BATCH REJECT IS NOT SILENT.
031530*----------------------------------------------------------------
031540 6200-WRITE-REPORT-ERROR.
031550     IF NOT WS-REPORT-OUTPUT
031560         GO TO 6200-EXIT
031570     END-IF.
031580     MOVE SPACES TO PRINT-RECORD.
031590     STRING WS-ACCOUNT-ID "/" WS-POSITION-NUM "  AVVIST - "
031600         WS-ERROR-MSG
031610         DELIMITED BY SIZE INTO PRINT-RECORD.
031620     WRITE PRINT-RECORD.
031630 6200-EXIT.
031640     EXIT.
031650
031660*----------------------------------------------------------------
031670* 6300-WRITE-RUN-SUMMARY - END-OF-RUN SUMMARY BLOCK ON THE BATCH
031680*                  REPORT: RECORD COUNTS FOR THE RUN AND THE RUN
031690*                  TOTALS OF REALAVKASTNING, NOMINELL AVKASTNING,
031700*                  SKATTEEFFEKT OG NETTO REALAVKASTNING, SO
031710*                  HOVEDBOK-AVDELINGEN CAN BALANCE THE FEED
031720*                  WITHOUT ADDING UP DETAIL LINES BY HAND.
031730*----------------------------------------------------------------
031740 6300-WRITE-RUN-SUMMARY.
031750     IF NOT WS-REPORT-OUTPUT
031760         GO TO 6300-EXIT
031770     END-IF.
031780     MOVE SPACES TO PRINT-RECORD.
031790     WRITE PRINT-RECORD.
031800     MOVE "SAMMENDRAG FOR KJORINGEN" TO PRINT-RECORD.
031810     WRITE PRINT-RECORD.
031820     MOVE WS-RECORDS-READ TO WS-COUNT-EDITED.
031830     MOVE SPACES TO PRINT-RECORD.
031840     STRING "ANTALL LEST:             " WS-COUNT-EDITED
031850         DELIMITED BY SIZE INTO PRINT-RECORD.
031860     WRITE PRINT-RECORD.
031870     MOVE WS-PROCESSED-COUNT TO WS-COUNT-EDITED.
031880     MOVE SPACES TO PRINT-RECORD.
031890     STRING "ANTALL BEHANDLET:        " WS-COUNT-EDITED
031900         DELIMITED BY SIZE INTO PRINT-RECORD.
031910     WRITE PRINT-RECORD.
031920     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED.
031930     MOVE SPACES TO PRINT-RECORD.
031940     STRING "ANTALL AVVIST:           " WS-COUNT-EDITED
031950         DELIMITED BY SIZE INTO PRINT-RECORD.
031960     WRITE PRINT-RECORD.
031970     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDITED.
031980     MOVE SPACES TO PRINT-RECORD.
031990     STRING "ANTALL AVSLUTTET:        " WS-COUNT-EDITED
032000         DELIMITED BY SIZE INTO PRINT-RECORD.
032010     WRITE PRINT-RECORD.
032020     MOVE WS-MOVSKIP-COUNT TO WS-COUNT-EDITED.
032030     MOVE SPACES TO PRINT-RECORD.
032040     STRING "HOPPET OVER (BEVEGELSER):" WS-COUNT-EDITED
032050         DELIMITED BY SIZE INTO PRINT-RECORD.
032060     WRITE PRINT-RECORD.
032070     MOVE WS-UNKNOWN-CLIENT-COUNT TO WS-COUNT-EDITED.
032080     MOVE SPACES TO PRINT-RECORD.
032090     STRING "ANTALL UTEN KLIENT:      " WS-COUNT-EDITED
032100         DELIMITED BY SIZE INTO PRINT-RECORD.
032110     WRITE PRINT-RECORD.
032120     MOVE WS-BMK-COMPARED-COUNT TO WS-COUNT-EDITED.
032130     MOVE SPACES TO PRINT-RECORD.
032140     STRING "ANTALL MOT INDEKS:       " WS-COUNT-EDITED
032150         DELIMITED BY SIZE INTO PRINT-RECORD.
032160     WRITE PRINT-RECORD.
032170     MOVE WS-BMK-MISSING-COUNT TO WS-COUNT-EDITED.
032180     MOVE SPACES TO PRINT-RECORD.
032190     STRING "ANTALL UTEN INDEKS:      " WS-COUNT-EDITED
032200         DELIMITED BY SIZE INTO PRINT-RECORD.
032210     WRITE PRINT-RECORD.
032220     IF WS-BMK-COMPARED-COUNT > ZERO
032230         COMPUTE WS-AVG-EXCESS ROUNDED =
032240             WS-EXCESS-SUM / WS-BMK-COMPARED-COUNT
032250         MOVE WS-AVG-EXCESS TO WS-EXCESS-PRO-EDITED
032260         MOVE SPACES TO PRINT-RECORD
032270         STRING "GJSN MERAVKASTNING:      " WS-EXCESS-PRO-EDITED
032280             "%"
032290             DELIMITED BY SIZE INTO PRINT-RECORD
032300         WRITE PRINT-RECORD
032310     END-IF.
032320     MOVE WS-TOTAL-REA TO WS-TOTAL-EDITED.
032330     MOVE SPACES TO PRINT-RECORD.
032340     STRING "SUM REALAVKASTNING:      " WS-TOTAL-EDITED "KR"
032350         DELIMITED BY SIZE INTO PRINT-RECORD.
032360     WRITE PRINT-RECORD.
032370     MOVE WS-TOTAL-NOMINAL TO WS-TOTAL-EDITED.
032380     MOVE SPACES TO PRINT-RECORD.
032390     STRING "SUM NOMINELL AVKASTNING: " WS-TOTAL-EDITED "KR"
032400         DELIMITED BY SIZE INTO PRINT-RECORD.
032410     WRITE PRINT-RECORD.
032420     MOVE WS-TOTAL-TAX TO WS-TOTAL-EDITED.
032430     MOVE SPACES TO PRINT-RECORD.
032440     STRING "SUM SKATTEEFFEKT:        " WS-TOTAL-EDITED "KR"
032450         DELIMITED BY SIZE INTO PRINT-RECORD.
032460     WRITE PRINT-RECORD.
032470     MOVE WS-TOTAL-NET TO WS-TOTAL-EDITED.
032480     MOVE SPACES TO PRINT-RECORD.
032490     STRING "SUM NETTO REALAVK:       " WS-TOTAL-EDITED "KR"
032500         DELIMITED BY SIZE INTO PRINT-RECORD.
032510     WRITE PRINT-RECORD.
032520     MOVE WS-TOTAL-FEE TO WS-TOTAL-EDITED.
032530     MOVE SPACES TO PRINT-RECORD.
032540     STRING "SUM GEBYR:               " WS-TOTAL-EDITED "KR"
032550         DELIMITED BY SIZE INTO PRINT-RECORD.
032560     WRITE PRINT-RECORD.
032570     MOVE WS-TOTAL-NET-AFTER-FEE TO WS-TOTAL-EDITED.
032580     MOVE SPACES TO PRINT-RECORD.
032590     STRING "SUM NETTO ETTER GEBYR:   " WS-TOTAL-EDITED "KR"
032600         DELIMITED BY SIZE INTO PRINT-RECORD.
032610     WRITE PRINT-RECORD.
032620 6300-EXIT.
032630     EXIT.
032640
032650*----------------------------------------------------------------
032660* 7000-WRITE-AUDIT-RECORD - APPEND ONE ENTRY TO THE AUDIT-FILE FOR
032670*                  EVERY CALCULATION THAT COMPLETES, SO THE CLIENT
032680*                  CAN RECONCILE A RUN AFTER THE FACT.
032690*----------------------------------------------------------------
032700 7000-WRITE-AUDIT-RECORD.
032710     MOVE SPACES TO AUDIT-RECORD.
032720     ACCEPT WS-AUDIT-TIME FROM TIME.
032730     MOVE WS-RUN-DATE TO AUD-DATE.
032740     MOVE WS-AUDIT-TIME TO AUD-TIME.
032750     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
032760     MOVE WS-ACCOUNT-ID TO AUD-ACCOUNT-ID.
032770     MOVE WS-POSITION-NUM TO AUD-POSITION-NUM.
032780     MOVE inv TO AUD-INV.
032790     MOVE avk TO AUD-AVK.
032800     MOVE inf TO AUD-INF.
032810     MOVE rea TO AUD-REA.
032820     MOVE pro TO AUD-PRO.
032830     MOVE WS-CURRENCY-CODE TO AUD-CURRENCY-CODE.
032840     MOVE WS-ORIGINAL-INV TO AUD-ORIGINAL-INV.
032850     MOVE skatt TO AUD-SKATT.
032860     MOVE WS-PERIOD-YM TO AUD-PERIOD-YM.
032870     MOVE WS-MOVEMENT-COUNT TO AUD-MOVEMENT-COUNT.
032880     MOVE WS-MGMT-FEE TO AUD-FEE.
032890     MOVE WS-FX-START-RATE TO AUD-FX-START-RATE.
032900     MOVE WS-LOCAL-REA TO AUD-LOCAL-REA.
032910     MOVE WS-FX-EFFECT TO AUD-FX-EFFECT.
032920     IF WS-PROJECTION-MODE
032930         MOVE "P" TO AUD-RECORD-TYPE
032940     ELSE
032950         MOVE "H" TO AUD-RECORD-TYPE
032960     END-IF.
032970     WRITE AUDIT-RECORD.
032980 7000-EXIT.
032990     EXIT.
033000
033010*----------------------------------------------------------------
033020* 7100-WRITE-MOVEMENT-AUDIT - EN BEVEGELSESPOST PA AUDIT-FILE
033030*                  RETT ETTER BEREGNINGENS EGEN POST, MED DATO,
033040*                  BELOP, VALUTA, VEKT OG VEKTET KRONEBELOP, SA
033050*                  EN AVSTEMMING KAN SE HVA DEN VEKTEDE BASEN
033060*                  (AUD-INV) ER BYGD OPP AV. PERFORMES MED
033070*                  VARYING OVER BEVEGELSESTABELLEN.
033080*----------------------------------------------------------------
033090 7100-WRITE-MOVEMENT-AUDIT.
033100     MOVE SPACES TO AUDIT-MOVEMENT-RECORD.
033110     ACCEPT WS-AUDIT-TIME FROM TIME.
033120     MOVE WS-RUN-DATE TO AUDM-DATE.
033130     MOVE WS-AUDIT-TIME TO AUDM-TIME.
033140     MOVE WS-OPERATOR-ID TO AUDM-OPERATOR-ID.
033150     MOVE WS-ACCOUNT-ID TO AUDM-ACCOUNT-ID.
033160     MOVE WS-POSITION-NUM TO AUDM-POSITION-NUM.
033170     MOVE WS-MOV-DATE (WS-MOV-IX) TO AUDM-MOV-DATE.
033180     MOVE WS-MOV-AMOUNT (WS-MOV-IX) TO AUDM-MOV-AMOUNT.
033190     MOVE WS-MOV-CURRENCY (WS-MOV-IX) TO AUDM-MOV-CURRENCY.
033200     MOVE WS-MOV-WEIGHT (WS-MOV-IX) TO AUDM-WEIGHT.
033210     MOVE WS-MOV-WEIGHTED (WS-MOV-IX) TO AUDM-WEIGHTED-AMOUNT.
033220     MOVE "B" TO AUDM-RECORD-TYPE.
033230     WRITE AUDIT-MOVEMENT-RECORD.
033240 7100-EXIT.
033250     EXIT.
033260
033270*----------------------------------------------------------------
033280* 9990-ABORT-ON-OPEN-ERROR - A FILE NEEDED FOR THE RUN COULD NOT
033290*                  BE OPENED. WS-ERROR-MSG IS SET BY THE CALLER
033300*                  BEFORE THIS IS PERFORMED. THERE IS NOTHING TO
033310*                  SALVAGE FROM A RUN MISSING ONE OF ITS FILES,
033320*                  SO THE JOB STOPS RATHER THAN CARRYING ON.
033330*----------------------------------------------------------------
033340 9990-ABORT-ON-OPEN-ERROR.
033350     DISPLAY "FATAL: " WS-ERROR-MSG.
033360     MOVE 8 TO WS-RETURN-CODE.
033370     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
033380     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
033390     MOVE WS-RETURN-CODE TO RETURN-CODE.
033400     STOP RUN.
033410 9990-EXIT.
033420     EXIT.
033430
033440*----------------------------------------------------------------
033450* 9980-ABORT-ON-CONTROL-ERROR - KJORINGEN STOPPES PA EN
033460*                  KONTROLLFEIL: UGYLDIG ELLER TOM PARAMETER-
033470*                  POST, ELLER ET LEVENDE CHECKPOINT FRA EN
033480*                  ANNEN KJOREMODUS. EGEN RETURKODE SA
033490*                  SCHEDULEREN KAN SKILLE DETTE FRA EN
033500*                  FILAPNINGSFEIL OG VARSLE RIKTIG VAKT.
033510*----------------------------------------------------------------
033520 9980-ABORT-ON-CONTROL-ERROR.
033530     MOVE 12 TO WS-RETURN-CODE.
033540     MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME.
033550     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
033560     MOVE WS-RETURN-CODE TO RETURN-CODE.
033570     STOP RUN.
033580 9980-EXIT.
033590     EXIT.
033600
033610*----------------------------------------------------------------
033620* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
033630*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
033640*                  AVBRUDDSVEIENE. UTFALL OG RETURKODE SETTES
033650*                  AV KALLEREN FORST. EN RUNLOGG SOM IKKE KAN
033660*                  APNES STOPPER IKKE NOE - DA MELDES DET PA
033670*                  KONSOLLEN OG KJORINGEN SLUTTER SOM ELLERS.
033680*----------------------------------------------------------------
033690 7900-WRITE-RUN-LOG.
033700     OPEN EXTEND RUN-LOG-FILE.
033710     IF WS-RUNLOG-STATUS NOT = "00"
033720         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
033730             WS-RUNLOG-STATUS
033740         GO TO 7900-EXIT
033750     END-IF.
033760     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
033770     ACCEPT WS-END-TIME FROM TIME.
033780     MOVE SPACES TO RUN-LOG-RECORD.
033790     MOVE "REALAVKASTNING" TO RNL-PROGRAM-ID.
033800     MOVE WS-MODE TO RNL-RUN-MODE.
033810     MOVE WS-RUN-DATE TO RNL-START-DATE.
033820     MOVE WS-START-TIME TO RNL-START-TIME.
033830     MOVE WS-END-DATE TO RNL-END-DATE.
033840     MOVE WS-END-TIME TO RNL-END-TIME.
033850     MOVE WS-RECORDS-READ TO RNL-RECORDS-READ.
033860     MOVE WS-PROCESSED-COUNT TO RNL-RECORDS-PROCESSED.
033870     MOVE WS-REJECTED-COUNT TO RNL-RECORDS-REJECTED.
033880     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
033890     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
033900     WRITE RUN-LOG-RECORD.
033910     CLOSE RUN-LOG-FILE.
033920 7900-EXIT.
033930     EXIT.
033940
033950*----------------------------------------------------------------
033960* 6650-REGISTER-EXTRACT - REGISTRER KJORINGENS EKSTRAKTGENERASJON
033970*                  I EKSTRAKTREGISTERET MED ANTALL, SUM REA OG
033980*                  STATUS UBEKREFTET. REGISTERET OPPRETTES VED
033990*                  FORSTE KJORING; EN OMKJORING AV SAMME DATO
034000*                  OG MODUS SKRIVER SIN POST OM IGJEN OG
034010*                  NULLSTILLER STATUSEN, SIDEN GENERASJONS-
034020*                  FILEN OGSA ER SKREVET OM IGJEN.
034030*----------------------------------------------------------------
034040 6650-REGISTER-EXTRACT.
034050     IF NOT WS-GL-OUTPUT
034060         GO TO 6650-EXIT
034070     END-IF.
034080     OPEN I-O EXTRACT-REGISTER-FILE.
034090     IF WS-GXREG-STATUS = "35"
034100         OPEN OUTPUT EXTRACT-REGISTER-FILE
034110         CLOSE EXTRACT-REGISTER-FILE
034120         OPEN I-O EXTRACT-REGISTER-FILE
034130     END-IF.
034140     IF WS-GXREG-STATUS NOT = "00"
034150         MOVE "KUNNE IKKE APNE EXTRACT-REGISTER-FILE" TO
034160             WS-ERROR-MSG
034170         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
034180     END-IF.
034190     MOVE SPACES TO EXTRACT-REGISTER-RECORD.
034200     MOVE WS-RUN-DATE TO GXR-RUN-DATE.
034210     MOVE WS-MODE TO GXR-RUN-MODE.
034220     MOVE WS-GL-EXTRACT-NAME TO GXR-FILE-NAME.
034230     MOVE WS-GL-RECORD-COUNT TO GXR-RECORD-COUNT.
034240     MOVE WS-GL-REA-TOTAL TO GXR-REA-TOTAL.
034250     MOVE "U" TO GXR-STATUS.
034260     MOVE ZERO TO GXR-CONF-DATE.
034270     WRITE EXTRACT-REGISTER-RECORD
034280         INVALID KEY
034290             REWRITE EXTRACT-REGISTER-RECORD
034300                 INVALID KEY
034310                     DISPLAY "FEIL VED SKRIVING TIL "
034320                         "EKSTRAKTREGISTERET, STATUS "
034330                         WS-GXREG-STATUS
034340             END-REWRITE
034350     END-WRITE.
034360     CLOSE EXTRACT-REGISTER-FILE.
034370 6650-EXIT.
034380     EXIT.
034390
034400*----------------------------------------------------------------
034410* 6800-WRITE-SETTLEMENTS - ET SLUTTOPPGJOR PER POST PA CLOSED-
034420*                  HOLDINGS-FILE SOM ENNA IKKE HAR FATT ETT,
034430*                  SKREVET TIL SLUTTOPP ETTER AT AUDIT-FILE ER
034440*                  LUKKET, SA DAGENS SLUTTBEREGNING KOMMER MED I
034450*                  HISTORIKKEN. POSTEN MERKES DERETTER SOM
034460*                  SKREVET. EN FIL SOM IKKE FINNES BETYR AT
034470*                  INGEN HOLDING ER AVSLUTTET ENNA.
034480*----------------------------------------------------------------
034490 6800-WRITE-SETTLEMENTS.
034500     OPEN I-O CLOSED-HOLDINGS-FILE.
034510     IF WS-CLOSHOLD-STATUS = "35"
034520         GO TO 6800-EXIT
034530     END-IF.
034540     IF WS-CLOSHOLD-STATUS NOT = "00"
034550         MOVE "KUNNE IKKE APNE CLOSED-HOLDINGS-FILE" TO
034560             WS-ERROR-MSG
034570         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
034580     END-IF.
034590     OPEN OUTPUT SETTLEMENT-FILE.
034600     IF WS-SETTLE-STATUS NOT = "00"
034610         MOVE "KUNNE IKKE APNE SETTLEMENT-FILE" TO WS-ERROR-MSG
034620         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
034630     END-IF.
034640     MOVE "N" TO WS-CLOSHOLD-EOF-SW.
034650     MOVE LOW-VALUES TO CLH-KEY.
034660     START CLOSED-HOLDINGS-FILE KEY NOT LESS THAN CLH-KEY
034670         INVALID KEY
034680             MOVE "Y" TO WS-CLOSHOLD-EOF-SW
034690     END-START.
034700     PERFORM 6810-NEXT-SETTLEMENT THRU 6810-EXIT
034710         UNTIL WS-CLOSHOLD-EOF.
034720     CLOSE SETTLEMENT-FILE.
034730     CLOSE CLOSED-HOLDINGS-FILE.
034740     MOVE WS-SETTLEMENT-COUNT TO WS-COUNT-EDITED.
034750     DISPLAY "SLUTTOPPGJOR SKREVET:    " WS-COUNT-EDITED.
034760 6800-EXIT.
034770     EXIT.
034780
034790 6810-NEXT-SETTLEMENT.
034800     READ CLOSED-HOLDINGS-FILE NEXT RECORD
034810         AT END
034820             MOVE "Y" TO WS-CLOSHOLD-EOF-SW
034830             GO TO 6810-EXIT
034840     END-READ.
034850     IF CLH-STATEMENT-FLAG NOT = "N"
034860         GO TO 6810-EXIT
034870     END-IF.
034880     PERFORM 6820-WRITE-SETTLEMENT-PAGE THRU 6820-EXIT.
034890     PERFORM 6830-WRITE-SETTLEMENT-HISTORY THRU 6830-EXIT.
034900     MOVE "J" TO CLH-STATEMENT-FLAG.
034910     REWRITE CLOSED-HOLDING-RECORD
034920         INVALID KEY
034930             DISPLAY "FEIL VED OPPDATERING AV CLOSED-HOLDINGS-"
034940                 "FILE, STATUS " WS-CLOSHOLD-STATUS
034950     END-REWRITE.
034960     ADD 1 TO WS-SETTLEMENT-COUNT.
034970 6810-EXIT.
034980     EXIT.
034990
035000*----------------------------------------------------------------
035010* 6820-WRITE-SETTLEMENT-PAGE - HODET OG TALLENE PA ETT SLUTT-
035020*                  OPPGJOR: KONTO, KLIENT, AVSLUTNINGSDATO,
035030*                  DELPERIODE OG VEKT, BELOP OG KURS, SATSENE
035040*                  SOM BLE BRUKT, OG REALAVKASTNING, SKATT OG
035050*                  GEBYR FOR DELPERIODEN.
035060*----------------------------------------------------------------
035070 6820-WRITE-SETTLEMENT-PAGE.
035080     MOVE SPACES TO SETTLEMENT-RECORD.
035090     MOVE "SLUTTOPPGJOR - AVSLUTTET HOLDING" TO SETTLEMENT-RECORD.
035100     WRITE SETTLEMENT-RECORD AFTER ADVANCING PAGE.
035110     MOVE SPACES TO SETTLEMENT-RECORD.
035120     WRITE SETTLEMENT-RECORD.
035130     MOVE SPACES TO SETTLEMENT-RECORD.
035140     IF CLH-CLIENT-NUM = ZERO
035150         STRING "KONTO " CLH-ACCOUNT-ID "/" CLH-POSITION-NUM
035160             "  KLIENT UKJENT  "
035170             CLH-CLIENT-NAME
035180             DELIMITED BY SIZE INTO SETTLEMENT-RECORD
035190     ELSE
035200         STRING "KONTO " CLH-ACCOUNT-ID "/" CLH-POSITION-NUM
035210             "  KLIENT " CLH-CLIENT-NUM
035220             "  " CLH-CLIENT-NAME
035230             DELIMITED BY SIZE INTO SETTLEMENT-RECORD
035240     END-IF.
035250     WRITE SETTLEMENT-RECORD.
035260     MOVE CLH-CLOSE-DATE TO WS-CLOSE-DATE-EDITED.
035270     MOVE SPACES TO SETTLEMENT-RECORD.
035280     STRING "AVSLUTTET:       " WS-CLOSE-DATE-EDITED
035290         "  OPERATOR " CLH-OPERATOR-ID
035300         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035310     WRITE SETTLEMENT-RECORD.
035320     MOVE CLH-STUB-WEIGHT TO WS-STUB-WEIGHT-EDITED.
035330     MOVE SPACES TO SETTLEMENT-RECORD.
035340     STRING "DELPERIODE:      " CLH-STUB-PERIOD-YM
035350         "  DAGER " CLH-STUB-DAYS "  VEKT " WS-STUB-WEIGHT-EDITED
035360         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035370     WRITE SETTLEMENT-RECORD.
035380     MOVE CLH-INV TO WS-INV-EDITED.
035390     MOVE CLH-FX-RATE TO WS-FX-RATE-EDITED.
035400     MOVE SPACES TO SETTLEMENT-RECORD.
035410     STRING "BELOP:           " WS-INV-EDITED " "
035420         CLH-CURRENCY-CODE " @ " WS-FX-RATE-EDITED
035430         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035440     WRITE SETTLEMENT-RECORD.
035450     MOVE CLH-CAPITAL-BASE TO WS-INV-EDITED.
035460     MOVE SPACES TO SETTLEMENT-RECORD.
035470     STRING "KAPITALBASE:     " WS-INV-EDITED "KR"
035480         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035490     WRITE SETTLEMENT-RECORD.
035500     MOVE SPACES TO SETTLEMENT-RECORD.
035510     MOVE CLH-AVK TO WS-AVK-EDITED.
035520     STRING "AVKASTNING:      " WS-AVK-EDITED "%"
035530         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035540     MOVE CLH-INF-USED TO WS-AVK-EDITED.
035550     MOVE WS-AVK-EDITED TO SETTLEMENT-RECORD (26:6).
035560     MOVE "% INFLASJON" TO SETTLEMENT-RECORD (32:11).
035570     MOVE CLH-SKATT TO WS-AVK-EDITED.
035580     MOVE WS-AVK-EDITED TO SETTLEMENT-RECORD (45:6).
035590     MOVE "% SKATT" TO SETTLEMENT-RECORD (51:7).
035600     WRITE SETTLEMENT-RECORD.
035610     MOVE SPACES TO SETTLEMENT-RECORD.
035620     WRITE SETTLEMENT-RECORD.
035630     MOVE CLH-REA TO rea-edited.
035640     MOVE CLH-PRO TO pro-edited.
035650     MOVE SPACES TO SETTLEMENT-RECORD.
035660     STRING "REALAVKASTNING:  " rea-edited "KR, " pro-edited "%"
035670         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035680     WRITE SETTLEMENT-RECORD.
035690     MOVE CLH-NOMINAL-RETURN TO WS-NOMINAL-RETURN-EDITED.
035700     MOVE CLH-INFLATION-DRAG TO WS-INFLATION-DRAG-EDITED.
035710     MOVE SPACES TO SETTLEMENT-RECORD.
035720     STRING "     NOMINELL: " WS-NOMINAL-RETURN-EDITED "KR"
035730         "  INFLASJONSTAP: " WS-INFLATION-DRAG-EDITED "KR"
035740         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035750     WRITE SETTLEMENT-RECORD.
035760     MOVE CLH-TAX-EFFECT TO WS-TAX-EFFECT-EDITED.
035770     MOVE CLH-NET-REAL-RETURN TO WS-NET-REAL-RETURN-EDITED.
035780     MOVE SPACES TO SETTLEMENT-RECORD.
035790     STRING "     SKATT: " WS-TAX-EFFECT-EDITED "KR"
035800         "  NETTO REALAVKASTNING: " WS-NET-REAL-RETURN-EDITED "KR"
035810         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035820     WRITE SETTLEMENT-RECORD.
035830     MOVE CLH-FEE TO WS-MGMT-FEE-EDITED.
035840     MOVE CLH-NET-AFTER-FEE TO WS-NET-AFTER-FEE-EDITED.
035850     MOVE SPACES TO SETTLEMENT-RECORD.
035860     STRING "     GEBYR: " WS-MGMT-FEE-EDITED "KR"
035870         "  NETTO ETTER GEBYR:    " WS-NET-AFTER-FEE-EDITED "KR"
035880         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
035890     WRITE SETTLEMENT-RECORD.
035900 6820-EXIT.
035910     EXIT.
035920
035930*----------------------------------------------------------------
035940* 6830-WRITE-SETTLEMENT-HISTORY - KONTOENS HISTORIKK FRA AUDIT-
035950*                  FILE UNDER SLUTTOPPGJORET: HVER BEREGNING (H,
035960*                  BLANK TYPE PA ELDRE POSTER) MED DATO, PERIODE,
035970*                  BASE, REA OG GEBYR, OG
035980*                  HVER BEVEGELSE (B) MED DATO, BELOP, VALUTA OG
035990*                  VEKT. FREMSKRIVINGER OG ARKIVTRAILERE TAS
036000*                  IKKE MED, OG BARE DEN AVSLUTTEDE POSISJONENS
036010*                  POSTER TELLER (BLANK POSISJON PA ELDRE POSTER
036020*                  ER 01). LOGGEN LESES FORFRA FOR HVERT
036030*                  OPPGJOR; DET ER FA AVSLUTNINGER PER DAG.
036040*----------------------------------------------------------------
036050 6830-WRITE-SETTLEMENT-HISTORY.
036060     MOVE ZERO TO WS-HISTORY-COUNT.
036070     MOVE SPACES TO SETTLEMENT-RECORD.
036080     WRITE SETTLEMENT-RECORD.
036090     MOVE "HISTORIKK FRA AUDIT-FILE" TO SETTLEMENT-RECORD.
036100     WRITE SETTLEMENT-RECORD.
036110     OPEN INPUT AUDIT-HISTORY-FILE.
036120     IF WS-AUDHIST-STATUS NOT = "00"
036130         MOVE "     AUDIT-FILE KUNNE IKKE LESES" TO
036140             SETTLEMENT-RECORD
036150         WRITE SETTLEMENT-RECORD
036160         GO TO 6830-EXIT
036170     END-IF.
036180     MOVE "N" TO WS-AUDHIST-EOF-SW.
036190     PERFORM 6840-WRITE-HISTORY-LINE THRU 6840-EXIT
036200         UNTIL WS-AUDHIST-EOF.
036210     CLOSE AUDIT-HISTORY-FILE.
036220     MOVE WS-HISTORY-COUNT TO WS-COUNT-EDITED.
036230     MOVE SPACES TO SETTLEMENT-RECORD.
036240     STRING "ANTALL HISTORIKKPOSTER:  " WS-COUNT-EDITED
036250         DELIMITED BY SIZE INTO SETTLEMENT-RECORD.
036260     WRITE SETTLEMENT-RECORD.
036270 6830-EXIT.
036280     EXIT.
036290
036300 6840-WRITE-HISTORY-LINE.
036310     READ AUDIT-HISTORY-FILE
036320         AT END
036330             MOVE "Y" TO WS-AUDHIST-EOF-SW
036340             GO TO 6840-EXIT
036350     END-READ.
036360     IF AHT-TRAILER-ID = "*TRAILER**"
036370             OR AHS-ACCOUNT-ID NOT = CLH-ACCOUNT-ID
036380         GO TO 6840-EXIT
036390     END-IF.
036400     IF AHS-POSITION-X = SPACES
036410         MOVE 1 TO WS-HIST-POSITION
036420     ELSE
036430         MOVE AHS-POSITION-NUM TO WS-HIST-POSITION
036440     END-IF.
036450     IF WS-HIST-POSITION NOT = CLH-POSITION-NUM
036460         GO TO 6840-EXIT
036470     END-IF.
036480     MOVE SPACES TO SETTLEMENT-RECORD.
036490     EVALUATE AHS-RECORD-TYPE
036500         WHEN "H"
036510         WHEN SPACE
036520             MOVE AHS-DATE TO WS-HIST-DATE-EDITED
036530             MOVE AHS-INV TO WS-INV-EDITED
036540             MOVE AHS-REA TO WS-HIST-AMOUNT-EDITED
036550             IF AHS-FEE NOT NUMERIC
036560                 MOVE ZERO TO WS-HIST-FEE-EDITED
036570             ELSE
036580                 MOVE AHS-FEE TO WS-HIST-FEE-EDITED
036590             END-IF
036600             STRING "  " WS-HIST-DATE-EDITED "  BEREGNET "
036610                 AHS-PERIOD-YM " " WS-INV-EDITED " REA"
036620                 WS-HIST-AMOUNT-EDITED " GEB" WS-HIST-FEE-EDITED
036630                 DELIMITED BY SIZE INTO SETTLEMENT-RECORD
036640         WHEN "B"
036650             MOVE AHSM-MOV-DATE TO WS-HIST-DATE-EDITED
036660             MOVE AHSM-MOV-AMOUNT TO WS-HIST-AMOUNT-EDITED
036670             MOVE AHSM-WEIGHT TO WS-HIST-WEIGHT-EDITED
036680             STRING "  " WS-HIST-DATE-EDITED "  BEVEGELSE "
036690                 WS-HIST-AMOUNT-EDITED " " AHSM-MOV-CURRENCY
036700                 "  VEKT " WS-HIST-WEIGHT-EDITED
036710                 DELIMITED BY SIZE INTO SETTLEMENT-RECORD
036720         WHEN OTHER
036730             GO TO 6840-EXIT
036740     END-EVALUATE.
036750     WRITE SETTLEMENT-RECORD.
036760     ADD 1 TO WS-HISTORY-COUNT.
036770 6840-EXIT.
036780     EXIT.
036790
036800 9999-TERMINATE.
036810     PERFORM 6600-WRITE-GL-TRAILER THRU 6600-EXIT.
036820     PERFORM 6650-REGISTER-EXTRACT THRU 6650-EXIT.
036830     CLOSE PRINT-FILE.
036840     CLOSE CPI-MASTER.
036850     CLOSE FX-RATE-FILE.
036860     CLOSE CUSTOMER-MASTER.
036870     CLOSE BENCHMARK-FILE.
036880     CLOSE AUDIT-FILE.
036890     IF WS-BATCH-MODE
036900         PERFORM 6800-WRITE-SETTLEMENTS THRU 6800-EXIT
036910     END-IF.
036920     CLOSE FEE-FILE.
036930     CLOSE GL-EXTRACT-FILE.
036940     IF WS-REJECTED-COUNT > ZERO
036950         MOVE 4 TO WS-RETURN-CODE
036960         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
036970     ELSE
036980         MOVE ZERO TO WS-RETURN-CODE
036990         MOVE "OK" TO WS-RUN-OUTCOME
037000     END-IF.
037010     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
037020     MOVE WS-RETURN-CODE TO RETURN-CODE.
037030     STOP RUN.
037040 9999-EXIT.
037050     EXIT.
