000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Satsrevisjon.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - KONSEKVENSKJORING ETTER
000110*                REVIDERTE SATSER: KPI-, VALUTAKURS- OG INDEKS-
000120*                ENDRINGER LOGGET PA MAINT-AUDIT-FILE FRA EN
000130*                OPPGITT DATO LESES INN, OG HVER GJELDENDE
000140*                BEREGNING (SISTE H-POST PER KONTO OG PERIODE)
000150*                PA AUDIT-FILE SOM BERORES AV EN ENDRING
000160*                BEREGNES OM MED DAGENS SATS. RAPPORTEN VISER
000170*                GAMMEL MOT NY REALAVKASTNING OG NETTO ETTER
000180*                GEBYR PER KONTO, MED SUMMER PER KLIENT. FOR
000190*                APNE PERIODER SKRIVES KORREKSJONSPOSTER TIL
000200*                HOVEDBOKSEKSTRAKTET (GENERASJON GLX + DATO +
000210*                MODUS K) MED EGEN POST I EKSTRAKTREGISTERET,
000220*                OG DEN RETTEDE BEREGNINGEN LEGGES PA AUDIT-
000230*                FILE SOM NY SISTE POST. LUKKEDE PERIODER PA
000240*                PERIOD-CONTROL-FILE RAPPORTERES BARE.
000250*                EN KORREKSJONSGENERASJON PER DAG: STAR DATO OG
000260*                MODUS K ALLEREDE I EKSTRAKTREGISTERET, NEKTES
000270*                KJORINGEN FOR NOE SKRIVES. RETURKODE (SE
000280*                RUNREC): 08 VED APNINGSFEIL, 12 VED NY KJORING
000290*                SAMME DAG, 04 NAR POSTER MA BEHANDLES MANUELT,
000300*                ELLERS 00.
000310* 15-10-26  OPR  FLERE POSISJONER PER KONTO: SISTE BEREGNING
000320*                GJELDER PER KONTO, PERIODE OG POSISJON (BLANK
000330*                POSISJON PA ELDRE POSTER = 01). POSISJONEN VISES
000340*                PA RAPPORTEN OG FORES TIL KORREKSJONSPOSTEN. DET
000350*                FASTE GEBYRBELOPET TAS MED I NYTT GEBYR BARE NAR
000360*                DEN OPPRINNELIGE BEREGNINGEN HADDE DET, SA DET
000370*                FORTSATT BELASTES EN GANG PER KONTO OG PERIODE.
000380* 15-10-26  OPR  DEN RETTEDE AUDITPOSTEN FAR NY STARTKURS, LOKAL
000390*                AVKASTNING OG VALUTAEFFEKT, REGNET SOM I
000400*                BEREGNINGSPROGRAMMET MED DAGENS KURSER.
000410* 15-10-26  OPR  FIREOYNSKONTROLL: EN AVVIST ENDRING (MNT-
000420*                DECISION A) LOGGES, MEN MASTEREN ER UENDRET,
000430*                SA DEN UTLOSER INGEN OMBEREGNING.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT MAINT-AUDIT-FILE ASSIGN TO "VEDLAUDT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MAINT-AUDIT-STATUS.
000510     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540     SELECT CPI-MASTER ASSIGN TO "CPIMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS CPI-PERIOD-KEY
000580         FILE STATUS IS WS-CPI-STATUS.
000590     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FX-RATE-KEY
000630         FILE STATUS IS WS-FX-STATUS.
000640     SELECT BENCHMARK-FILE ASSIGN TO "BENCHMRK"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS BMK-PERIOD-KEY
000680         FILE STATUS IS WS-BMK-STATUS.
000690     SELECT FEE-FILE ASSIGN TO "FEEMAST"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS FEE-KEY
000730         FILE STATUS IS WS-FEE-STATUS.
000740     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CUS-ACCOUNT-ID
000780         FILE STATUS IS WS-CUST-STATUS.
000790     SELECT CLIENT-TRANSFER-FILE ASSIGN TO "KLIENTOV"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS CTR-KEY
000830         FILE STATUS IS WS-CTR-STATUS.
000840     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS PCT-PERIOD-YM
000880         FILE STATUS IS WS-PCT-STATUS.
000890     SELECT GL-EXTRACT-FILE ASSIGN TO WS-GL-EXTRACT-NAME
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-GLX-STATUS.
000920     SELECT EXTRACT-REGISTER-FILE ASSIGN TO "GLXREGST"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS GXR-REG-KEY
000960         FILE STATUS IS WS-GXREG-STATUS.
000970     SELECT PRINT-FILE ASSIGN TO "SATSREVP"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-PRINT-STATUS.
001000     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-RUNLOG-STATUS.
001030     SELECT SORT-FILE ASSIGN TO "SORTWK01".
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  MAINT-AUDIT-FILE
001080     LABEL RECORD IS STANDARD.
001090     COPY MNTREC.
001100
001110 FD  AUDIT-FILE
001120     LABEL RECORD IS STANDARD.
001130     COPY AUDREC.
001140     COPY AUDTRL.
001150
001160 FD  CPI-MASTER
001170     LABEL RECORD IS STANDARD.
001180     COPY CPIREC.
001190
001200 FD  FX-RATE-FILE
001210     LABEL RECORD IS STANDARD.
001220     COPY FXREC.
001230
001240 FD  BENCHMARK-FILE
001250     LABEL RECORD IS STANDARD.
001260     COPY BMKREC.
001270
001280 FD  FEE-FILE
001290     LABEL RECORD IS STANDARD.
001300     COPY FEEREC.
001310
001320 FD  CUSTOMER-MASTER
001330     LABEL RECORD IS STANDARD.
001340     COPY CUSREC.
001350
001360 FD  CLIENT-TRANSFER-FILE
001370     LABEL RECORD IS STANDARD.
001380     COPY CTRREC.
001390
001400 FD  PERIOD-CONTROL-FILE
001410     LABEL RECORD IS STANDARD.
001420     COPY PCTREC.
001430
001440 FD  GL-EXTRACT-FILE
001450     LABEL RECORD IS STANDARD.
001460     COPY GLXREC.
001470     COPY GLXTRL.
001480
001490 FD  EXTRACT-REGISTER-FILE
001500     LABEL RECORD IS STANDARD.
001510     COPY GXRREC.
001520
001530 FD  PRINT-FILE
001540     LABEL RECORD IS STANDARD.
001550 01  PRINT-RECORD                PIC X(80).
001560
001570 FD  RUN-LOG-FILE
001580     LABEL RECORD IS STANDARD.
001590     COPY RUNREC.
001600
001610 SD  SORT-FILE.
001620 01  SORT-RECORD.
001630     05  SRT-ACCOUNT-ID          PIC X(10).
001640     05  SRT-PERIOD              PIC 9(06).
001650     05  SRT-POSITION            PIC 9(02).
001660     05  SRT-DATE                PIC 9(08).
001670     05  SRT-TIME                PIC 9(08).
001680     05  SRT-AUDIT-IMAGE         PIC X(132).
001690
001700 WORKING-STORAGE SECTION.
001710 01  WS-SWITCHES.
001720     05  WS-MAINT-EOF-SW         PIC X(01) VALUE "N".
001730         88  WS-MAINT-EOF            VALUE "Y".
001740     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001750         88  WS-AUDIT-EOF            VALUE "Y".
001760     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001770         88  WS-SORT-EOF             VALUE "Y".
001780     05  WS-VALID-SW             PIC X(01) VALUE "N".
001790         88  WS-INPUT-VALID          VALUE "Y".
001800     05  WS-FEE-AVAIL-SW         PIC X(01) VALUE "N".
001810         88  WS-FEE-AVAILABLE        VALUE "Y".
001820     05  WS-CTR-AVAIL-SW         PIC X(01) VALUE "N".
001830         88  WS-CTR-AVAILABLE        VALUE "Y".
001840     05  WS-CTR-EOF-SW           PIC X(01) VALUE "N".
001850         88  WS-CTR-EOF              VALUE "Y".
001860     05  WS-PCT-AVAIL-SW         PIC X(01) VALUE "N".
001870         88  WS-PCT-AVAILABLE        VALUE "Y".
001880     05  WS-CLOSED-SW            PIC X(01) VALUE "N".
001890         88  WS-PERIOD-CLOSED        VALUE "Y".
001900     05  WS-CHG-FOUND-SW         PIC X(01) VALUE "N".
001910         88  WS-CHG-FOUND            VALUE "Y".
001920     05  WS-CPI-CHANGED-SW       PIC X(01) VALUE "N".
001930         88  WS-CPI-CHANGED          VALUE "Y".
001940     05  WS-FX-CHANGED-SW        PIC X(01) VALUE "N".
001950         88  WS-FX-CHANGED           VALUE "Y".
001960     05  WS-BMK-CHANGED-SW       PIC X(01) VALUE "N".
001970         88  WS-BMK-CHANGED          VALUE "Y".
001980     05  WS-MANUAL-SW            PIC X(01) VALUE "N".
001990         88  WS-MANUAL-ITEM          VALUE "Y".
002000     05  WS-FX-FOUND-SW          PIC X(01) VALUE "N".
002010         88  WS-FX-FOUND             VALUE "Y".
002020     05  WS-FX-SCAN-DONE-SW      PIC X(01) VALUE "N".
002030         88  WS-FX-SCAN-DONE         VALUE "Y".
002040     05  WS-FX-FALLBACK-SW       PIC X(01) VALUE "N".
002050         88  WS-FX-FALLBACK-FOUND    VALUE "Y".
002060     05  WS-OLD-BMK-SW           PIC X(01) VALUE "N".
002070         88  WS-OLD-BMK-KNOWN        VALUE "Y".
002080     05  WS-NEW-BMK-SW           PIC X(01) VALUE "N".
002090         88  WS-NEW-BMK-KNOWN        VALUE "Y".
002100     05  WS-GLX-OPEN-SW          PIC X(01) VALUE "N".
002110         88  WS-GLX-OPEN             VALUE "Y".
002120     05  WS-CLIENT-FOUND-SW      PIC X(01) VALUE "N".
002130         88  WS-CLIENT-TABLED        VALUE "Y".
002140
002150 01  WS-ERROR-MSG                PIC X(45).
002160
002170 01  WS-OPERATOR-ID              PIC X(08).
002180 01  WS-RUN-DATE                 PIC 9(08).
002190 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
002200 01  WS-FROM-DATE                PIC 9(08).
002210 01  WS-FROM-DATE-EDITED         PIC 9999/99/99.
002220 01  WS-AUDIT-TIME               PIC 9(08).
002230
002240*----------------------------------------------------------------
002250* ENDRINGSTABELLEN: EN POST PER ENDRET SATS (FIL, PERIODE OG FOR
002260* VALUTAKURS OGSA VALUTA), UANSETT HVOR MANGE GANGER DEN ER
002270* ENDRET SIDEN FRA-DATOEN. GAMMEL VERDI ER VERDIEN FOR FORSTE
002280* ENDRING I TIDSROMMET - DET ER DEN BEREGNINGENE KAN HA BRUKT.
002290* MNT-KEY ER PERIODEN FOR KPI OG INDEKS, VALUTA + PERIODE FOR
002300* VALUTAKURS.
002310*----------------------------------------------------------------
002320 01  WS-MNT-KEY-WORK             PIC X(16).
002330 01  WS-MNT-KEY-RATE REDEFINES WS-MNT-KEY-WORK.
002340     05  WS-MNT-KEY-PERIOD       PIC 9(06).
002350     05  FILLER                  PIC X(10).
002360 01  WS-MNT-KEY-FX REDEFINES WS-MNT-KEY-WORK.
002370     05  WS-MNT-KEY-CCY          PIC X(03).
002380     05  WS-MNT-KEY-FX-PERIOD    PIC 9(06).
002390     05  FILLER                  PIC X(07).
002400
002410 01  WS-FIND-TYPE                PIC X(03).
002420 01  WS-FIND-PERIOD              PIC 9(06).
002430 01  WS-FIND-CCY                 PIC X(03).
002440 01  WS-CHG-COUNT                PIC 9(03) COMP VALUE ZERO.
002450 01  WS-CHG-IX                   PIC 9(03) COMP.
002460 01  WS-CHG-FOUND-IX             PIC 9(03) COMP.
002470 01  WS-CHG-TABLE.
002480     05  WS-CHG-ENTRY            OCCURS 300 TIMES.
002490         10  CHG-FILE-ID         PIC X(03).
002500         10  CHG-PERIOD          PIC 9(06).
002510         10  CHG-CURRENCY        PIC X(03).
002520         10  CHG-OLD-VALUE       PIC X(15).
002530         10  CHG-MNT-COUNT       PIC 9(04) COMP.
002540
002550*----------------------------------------------------------------
002560* GAMMEL INDEKSVERDI FRA MNT-OLD-VALUE, I SAMME REDIGERTE FORM
002570* SOM RATEIMPORT SKRIVER DEN (OSEBX OG GLOBAL VED SIDEN AV
002580* HVERANDRE). BLANK GAMMEL VERDI BETYR AT PERIODEN IKKE HADDE
002590* INDEKS, OG BEREGNINGEN DA VAR UTEN SAMMENLIGNING.
002600*----------------------------------------------------------------
002610 01  WS-BMK-OLD-TEXT.
002620     05  WS-BMK-OLD-OSEBX-ED     PIC -(2)9.99.
002630     05  FILLER                  PIC X(01).
002640     05  WS-BMK-OLD-GLOBAL-ED    PIC -(2)9.99.
002650     05  FILLER                  PIC X(02).
002660
002670*----------------------------------------------------------------
002680* BEREGNINGEN SLIK DEN STAR PA AUDIT-FILE (GAMMEL) OG SLIK DEN
002690* BLIR MED DAGENS SATSER (NY). FORMLENE ER DE SAMME SOM I
002700* BEREGNINGSPROGRAMMET (3000, 3900 OG 3910), SA EN UENDRET SATS
002710* GIR NOYAKTIG SAMME TALL OG INGEN DIFFERANSE.
002720*----------------------------------------------------------------
002730     COPY AUDREC REPLACING ==AUDIT-RECORD== BY
002740         ==OLD-AUDIT-RECORD== LEADING ==AUD== BY ==OAU==.
002750
002760 01  WS-PREV-DEDUP-KEY           PIC X(18) VALUE LOW-VALUES.
002770 01  WS-THIS-DEDUP-KEY.
002780     05  WS-THIS-ACCOUNT         PIC X(10).
002790     05  WS-THIS-PERIOD          PIC 9(06).
002800     05  WS-THIS-POSITION        PIC 9(02).
002810
002820 01  WS-CURRENCY-CODE            PIC X(03).
002830 01  WS-PERIOD-YM                PIC 9(06).
002840 01  WS-POSITION-NUM             PIC 9(02).
002850 01  WS-FX-RATE                  PIC 9(5)V9(4).
002860 01  WS-FX-FALLBACK-RATE         PIC 9(5)V9(4).
002870 01  WS-FX-START-RATE            PIC 9(5)V9(4).
002880 01  WS-FX-END-RATE              PIC 9(5)V9(4).
002890 01  WS-SAVE-PERIOD-YM           PIC 9(06).
002900 01  WS-START-PERIOD.
002910     05  WS-START-YEAR           PIC 9(04).
002920     05  WS-START-MONTH          PIC 9(02).
002930 01  WS-START-PERIOD-YM REDEFINES WS-START-PERIOD
002940                                 PIC 9(06).
002950 01  WS-OLD-SKATT                PIC S9(2)V99.
002960 01  WS-OLD-FEE                  PIC S9(7)V99.
002970 01  WS-OLD-NET                  PIC S9(8)V99.
002980 01  WS-NEW-INV                  PIC 9(7)V99.
002990 01  WS-NEW-INF                  PIC S9(2)V99.
003000 01  WS-NEW-REA                  PIC S9(8)V99.
003010 01  WS-NEW-PRO                  PIC S9(3)V99.
003020 01  WS-NEW-FEE                  PIC S9(7)V99.
003030 01  WS-OLD-PCT-FEE              PIC S9(7)V99.
003040 01  WS-NEW-NET                  PIC S9(8)V99.
003050 01  WS-REA-DIFF                 PIC S9(8)V99.
003060 01  WS-PRO-DIFF                 PIC S9(3)V99.
003070 01  WS-NET-DIFF                 PIC S9(8)V99.
003080
003090 01  WS-CALC-INV                 PIC 9(7)V99.
003100 01  WS-CALC-REA                 PIC S9(8)V99.
003110 01  WS-CALC-FEE                 PIC S9(7)V99.
003120 01  WS-CALC-NET                 PIC S9(8)V99.
003130 01  WS-NOMINAL-RETURN           PIC S9(7)V99.
003140 01  WS-INFLATION-DRAG           PIC S9(7)V99.
003150 01  WS-TAX-EFFECT               PIC S9(7)V99.
003160
003170 01  WS-OLD-BMK-AVK              PIC S9(2)V99.
003180 01  WS-NEW-BMK-AVK              PIC S9(2)V99.
003190 01  WS-OLD-EXCESS               PIC S9(3)V99.
003200 01  WS-NEW-EXCESS               PIC S9(3)V99.
003210 01  WS-EXCESS-DIFF              PIC S9(3)V99.
003220
003230 01  WS-BASIS-TEXT               PIC X(11).
003240 01  WS-STATUS-TEXT              PIC X(24).
003250 01  WS-AMOUNT1-EDITED           PIC -(7)9.99.
003260 01  WS-AMOUNT2-EDITED           PIC -(7)9.99.
003270 01  WS-AMOUNT3-EDITED           PIC -(7)9.99.
003280 01  WS-PCT1-EDITED              PIC -(2)9.99.
003290 01  WS-PCT2-EDITED              PIC -(2)9.99.
003300 01  WS-PCT3-EDITED              PIC -(2)9.99.
003310 01  WS-TOTAL-EDITED             PIC -(10)9.99.
003320 01  WS-COUNT-EDITED             PIC Z(7)9.
003330 01  WS-SMALL-EDITED             PIC Z(5)9.
003340 01  WS-SMALL2-EDITED            PIC Z(5)9.
003350
003360 01  WS-CLIENT-NUM               PIC 9(06).
003370 01  WS-CLIENT-NAME              PIC X(30).
003380
003390*----------------------------------------------------------------
003400* KLIENTSUMMENE SAMLES I EN TABELL I DEN REKKEFOLGEN KLIENTENE
003410* FORST DUKKER OPP (RAPPORTEN GAR I KONTOREKKEFOLGE), OG SKRIVES
003420* PA SLUTTEN. BLIR TABELLEN FULL SAMLES RESTEN I SISTE INNSLAG.
003430*----------------------------------------------------------------
003440 01  WS-CLIENT-COUNT             PIC 9(03) COMP VALUE ZERO.
003450 01  WS-CLIENT-IX                PIC 9(03) COMP.
003460 01  WS-CLIENT-FOUND-IX          PIC 9(03) COMP.
003470 01  WS-CLIENT-TABLE.
003480     05  WS-CLIENT-ENTRY         OCCURS 500 TIMES.
003490         10  CT-NUM              PIC 9(06).
003500         10  CT-NAME             PIC X(30).
003510         10  CT-COUNT            PIC 9(06) COMP.
003520         10  CT-CORR-COUNT       PIC 9(06) COMP.
003530         10  CT-REA-DIFF         PIC S9(11)V99.
003540         10  CT-NET-DIFF         PIC S9(11)V99.
003550
003560 01  WS-MNT-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
003570 01  WS-MNT-USED-COUNT           PIC 9(08) COMP VALUE ZERO.
003580 01  WS-CHG-OVERFLOW-COUNT       PIC 9(08) COMP VALUE ZERO.
003590 01  WS-SELECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
003600 01  WS-SUPERSEDED-COUNT         PIC 9(08) COMP VALUE ZERO.
003610 01  WS-UNAFFECTED-COUNT         PIC 9(08) COMP VALUE ZERO.
003620 01  WS-UNCHANGED-COUNT          PIC 9(08) COMP VALUE ZERO.
003630 01  WS-REPORTED-COUNT           PIC 9(08) COMP VALUE ZERO.
003640 01  WS-CORRECTED-COUNT          PIC 9(08) COMP VALUE ZERO.
003650 01  WS-CLOSED-COUNT             PIC 9(08) COMP VALUE ZERO.
003660 01  WS-MANUAL-COUNT             PIC 9(08) COMP VALUE ZERO.
003670 01  WS-BMK-ONLY-COUNT           PIC 9(08) COMP VALUE ZERO.
003680 01  WS-TOTAL-REA-DIFF           PIC S9(11)V99 VALUE ZERO.
003690 01  WS-TOTAL-NET-DIFF           PIC S9(11)V99 VALUE ZERO.
003700 01  WS-OPEN-REA-DIFF            PIC S9(11)V99 VALUE ZERO.
003710 01  WS-CLOSED-REA-DIFF          PIC S9(11)V99 VALUE ZERO.
003720
003730*----------------------------------------------------------------
003740* KORREKSJONSEKSTRAKTET: EGEN GENERASJON GLX + KJOREDATO + K, MED
003750* DIFFERANSEN (NY MINUS GAMMEL REA) SOM BELOP, SA HOVEDBOKEN KAN
003760* POSTERE RETTELSEN UTEN A REVERSERE DEN OPPRINNELIGE POSTERINGEN.
003770* FILEN APNES FORST NAR DET FINNES EN KORREKSJON.
003780*----------------------------------------------------------------
003790 01  WS-GL-EXTRACT-NAME.
003800     05  FILLER                  PIC X(03) VALUE "GLX".
003810     05  WS-GLX-NAME-DATE        PIC 9(08) VALUE ZERO.
003820     05  WS-GLX-NAME-MODE        PIC X(01) VALUE "K".
003830 01  WS-GL-RECORD-COUNT          PIC 9(08) VALUE ZERO.
003840 01  WS-GL-REA-TOTAL             PIC S9(11)V99 VALUE ZERO.
003850
003860 01  WS-MAINT-AUDIT-STATUS       PIC X(02).
003870 01  WS-AUDIT-STATUS             PIC X(02).
003880 01  WS-CPI-STATUS               PIC X(02).
003890 01  WS-FX-STATUS                PIC X(02).
003900 01  WS-BMK-STATUS               PIC X(02).
003910 01  WS-FEE-STATUS               PIC X(02).
003920 01  WS-CUST-STATUS              PIC X(02).
003930 01  WS-CTR-STATUS               PIC X(02).
003940 01  WS-PCT-STATUS               PIC X(02).
003950 01  WS-GLX-STATUS               PIC X(02).
003960 01  WS-GXREG-STATUS             PIC X(02).
003970 01  WS-PRINT-STATUS             PIC X(02).
003980 01  WS-RUNLOG-STATUS            PIC X(02).
003990
004000*----------------------------------------------------------------
004010* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
004020* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
004030* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
004040*----------------------------------------------------------------
004050 01  WS-START-TIME               PIC 9(08).
004060 01  WS-END-TIME                 PIC 9(08).
004070 01  WS-END-DATE                 PIC 9(08).
004080 01  WS-RUN-OUTCOME              PIC X(12).
004090 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
004100
004110 PROCEDURE DIVISION.
004120 0000-CONTROL SECTION.
004130 0010-MAINLINE.
004140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004150     PERFORM 1500-LOAD-CHANGES THRU 1500-EXIT.
004160     IF WS-CHG-COUNT > ZERO
004170         SORT SORT-FILE
004180             ON ASCENDING KEY SRT-ACCOUNT-ID
004190             ON ASCENDING KEY SRT-PERIOD
004200             ON ASCENDING KEY SRT-POSITION
004210             ON DESCENDING KEY SRT-DATE
004220             ON DESCENDING KEY SRT-TIME
004230             INPUT PROCEDURE IS 2000-SELECT-AFFECTED
004240             OUTPUT PROCEDURE IS 3000-RECOMPUTE-AFFECTED
004250     END-IF.
004260     PERFORM 6600-WRITE-GL-TRAILER THRU 6600-EXIT.
004270     PERFORM 6650-REGISTER-EXTRACT THRU 6650-EXIT.
004280     PERFORM 6300-WRITE-SUMMARY THRU 6300-EXIT.
004290     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004300
004310*----------------------------------------------------------------
004320* 1000-INITIALIZE - IDENTIFISER OPERATOREN (DE RETTEDE BEREG-
004330*                  NINGENE LOGGES TIL AUDIT-FILE UNDER DENNE
004340*                  BRUKERIDEN), SPOR OM FRA-DATOEN FOR SATS-
004350*                  ENDRINGENE OG APNE FILENE. GEBYR-, OVER-
004360*                  FORINGS- OG PERIODEREGISTERET KAN MANGLE
004370*                  (STATUS 35) UTEN AT KJORINGEN STOPPER.
004380*                  EKSTRAKTREGISTERET SJEKKES FOR RAPPORTFILEN
004390*                  APNES.
004400*----------------------------------------------------------------
004410 1000-INITIALIZE.
004420     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004430     ACCEPT WS-START-TIME FROM TIME.
004440     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
004450     MOVE WS-RUN-DATE TO WS-GLX-NAME-DATE.
004460     DISPLAY "Skriv inn ditt brukerid?".
004470     ACCEPT WS-OPERATOR-ID.
004480     PERFORM 1100-REPROMPT-OPERATOR THRU 1100-EXIT
004490         UNTIL WS-OPERATOR-ID NOT = SPACES.
004500     MOVE "N" TO WS-VALID-SW.
004510     PERFORM 1200-ACCEPT-FROM-DATE THRU 1200-EXIT
004520         UNTIL WS-INPUT-VALID.
004530     MOVE WS-FROM-DATE TO WS-FROM-DATE-EDITED.
004540     OPEN INPUT MAINT-AUDIT-FILE.
004550     IF WS-MAINT-AUDIT-STATUS NOT = "00"
004560         MOVE "KUNNE IKKE APNE MAINT-AUDIT-FILE" TO WS-ERROR-MSG
004570         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004580     END-IF.
004590     OPEN INPUT CPI-MASTER.
004600     IF WS-CPI-STATUS NOT = "00"
004610         MOVE "KUNNE IKKE APNE CPI-MASTER" TO WS-ERROR-MSG
004620         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004630     END-IF.
004640     OPEN INPUT FX-RATE-FILE.
004650     IF WS-FX-STATUS NOT = "00"
004660         MOVE "KUNNE IKKE APNE FX-RATE-FILE" TO WS-ERROR-MSG
004670         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004680     END-IF.
004690     OPEN INPUT BENCHMARK-FILE.
004700     IF WS-BMK-STATUS NOT = "00"
004710         MOVE "KUNNE IKKE APNE BENCHMARK-FILE" TO WS-ERROR-MSG
004720         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004730     END-IF.
004740     OPEN INPUT CUSTOMER-MASTER.
004750     IF WS-CUST-STATUS NOT = "00"
004760         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
004770         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004780     END-IF.
004790     OPEN INPUT FEE-FILE.
004800     EVALUATE TRUE
004810         WHEN WS-FEE-STATUS = "00"
004820             MOVE "Y" TO WS-FEE-AVAIL-SW
004830         WHEN WS-FEE-STATUS = "35"
004840             DISPLAY "FEE-FILE FINNES IKKE - GEBYRET REGNES "
004850                 "SOM NULL"
004860         WHEN OTHER
004870             MOVE "KUNNE IKKE APNE FEE-FILE" TO WS-ERROR-MSG
004880             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004890     END-EVALUATE.
004900     OPEN INPUT CLIENT-TRANSFER-FILE.
004910     EVALUATE TRUE
004920         WHEN WS-CTR-STATUS = "00"
004930             MOVE "Y" TO WS-CTR-AVAIL-SW
004940         WHEN WS-CTR-STATUS = "35"
004950             DISPLAY "CLIENT-TRANSFER-FILE FINNES IKKE - INGEN "
004960                 "OVERFORINGER"
004970         WHEN OTHER
004980             MOVE "KUNNE IKKE APNE CLIENT-TRANSFER-FILE" TO
004990                 WS-ERROR-MSG
005000             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
005010     END-EVALUATE.
005020     OPEN INPUT PERIOD-CONTROL-FILE.
005030     EVALUATE TRUE
005040         WHEN WS-PCT-STATUS = "00"
005050             MOVE "Y" TO WS-PCT-AVAIL-SW
005060         WHEN WS-PCT-STATUS = "35"
005070             DISPLAY "PERIOD-CONTROL-FILE FINNES IKKE - ALLE "
005080                 "PERIODER REGNES SOM APNE"
005090         WHEN OTHER
005100             MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
005110                 WS-ERROR-MSG
005120             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
005130     END-EVALUATE.
005140     PERFORM 1300-CHECK-REGISTER THRU 1300-EXIT.
005150     OPEN OUTPUT PRINT-FILE.
005160     IF WS-PRINT-STATUS NOT = "00"
005170         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
005180         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
005190     END-IF.
005200     MOVE SPACES TO PRINT-RECORD.
005210     MOVE "KONSEKVENSER AV REVIDERTE SATSER" TO PRINT-RECORD.
005220     WRITE PRINT-RECORD.
005230     MOVE SPACES TO PRINT-RECORD.
005240     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
005250         "   ENDRINGER FRA: " WS-FROM-DATE-EDITED
005260         "   BRUKERID: " WS-OPERATOR-ID
005270         DELIMITED BY SIZE INTO PRINT-RECORD.
005280     WRITE PRINT-RECORD.
005290     MOVE SPACES TO PRINT-RECORD.
005300     WRITE PRINT-RECORD.
005310 1000-EXIT.
005320     EXIT.
005330
005340 1100-REPROMPT-OPERATOR.
005350     DISPLAY "BRUKERID KAN IKKE VERE BLANK.".
005360     DISPLAY "Skriv inn ditt brukerid?".
005370     ACCEPT WS-OPERATOR-ID.
005380 1100-EXIT.
005390     EXIT.
005400
005410 1200-ACCEPT-FROM-DATE.
005420     DISPLAY "Satsendringer fra og med dato (AAAAMMDD)?".
005430     ACCEPT WS-FROM-DATE.
005440     MOVE "Y" TO WS-VALID-SW.
005450     IF WS-FROM-DATE NOT NUMERIC
005460         MOVE "N" TO WS-VALID-SW
005470         DISPLAY "FEIL: UGYLDIG DATO - MA VERE NUMERISK AAAAMMDD"
005480     END-IF.
005490 1200-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* 1300-CHECK-REGISTER - EKSTRAKTREGISTERET OPPRETTES VED FORSTE
005540*                  KJORING. STAR KJOREDATOEN MED MODUS K DER FRA
005550*                  FOR, ER DAGENS KORREKSJONSFIL ALLEREDE LAGET,
005560*                  OG EN NY KJORING VILLE SKRIVE OVER DEN OG
005570*                  REGISTERPOSTEN FOR HOVEDBOKEN HAR HENTET DEN.
005580*----------------------------------------------------------------
005590 1300-CHECK-REGISTER.
005600     OPEN I-O EXTRACT-REGISTER-FILE.
005610     IF WS-GXREG-STATUS = "35"
005620         OPEN OUTPUT EXTRACT-REGISTER-FILE
005630         CLOSE EXTRACT-REGISTER-FILE
005640         OPEN I-O EXTRACT-REGISTER-FILE
005650     END-IF.
005660     IF WS-GXREG-STATUS NOT = "00"
005670         MOVE "KUNNE IKKE APNE EXTRACT-REGISTER-FILE" TO
005680             WS-ERROR-MSG
005690         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
005700     END-IF.
005710     MOVE WS-RUN-DATE TO GXR-RUN-DATE.
005720     MOVE WS-GLX-NAME-MODE TO GXR-RUN-MODE.
005730     READ EXTRACT-REGISTER-FILE
005740         INVALID KEY
005750             CLOSE EXTRACT-REGISTER-FILE
005760             GO TO 1300-EXIT
005770     END-READ.
005780     CLOSE EXTRACT-REGISTER-FILE.
005790     DISPLAY "FATAL: KORREKSJONSFIL " GXR-FILE-NAME
005800         " ER ALLEREDE LAGET I DAG".
005810     DISPLAY "NY KONSEKVENSKJORING TIDLIGST I MORGEN".
005820     PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT.
005830 1300-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------
005870* 1500-LOAD-CHANGES - LES MAINT-AUDIT-FILE OG BYGG ENDRINGS-
005880*                  TABELLEN AV KPI-, VALUTAKURS- OG INDEKS-
005890*                  ENDRINGER FRA OG MED FRA-DATOEN, OG LIST DEM
005900*                  OVERST PA RAPPORTEN.
005910*----------------------------------------------------------------
005920 1500-LOAD-CHANGES.
005930     PERFORM 1510-LOAD-ONE-CHANGE THRU 1510-EXIT
005940         UNTIL WS-MAINT-EOF.
005950     CLOSE MAINT-AUDIT-FILE.
005960     MOVE SPACES TO PRINT-RECORD.
005970     MOVE "SATSENDRINGER I TIDSROMMET" TO PRINT-RECORD.
005980     WRITE PRINT-RECORD.
005990     IF WS-CHG-COUNT = ZERO
006000         MOVE SPACES TO PRINT-RECORD
006010         MOVE "  INGEN KPI-, VALUTA- ELLER INDEKSENDRINGER" TO
006020             PRINT-RECORD
006030         WRITE PRINT-RECORD
006040         GO TO 1500-EXIT
006050     END-IF.
006060     MOVE SPACES TO PRINT-RECORD.
006070     MOVE "  FIL PERIODE VAL ANTALL FORSTE GAMLE VERDI" TO
006080         PRINT-RECORD.
006090     WRITE PRINT-RECORD.
006100     PERFORM 6050-WRITE-ONE-CHANGE THRU 6050-EXIT
006110         VARYING WS-CHG-IX FROM 1 BY 1
006120         UNTIL WS-CHG-IX > WS-CHG-COUNT.
006130     MOVE SPACES TO PRINT-RECORD.
006140     WRITE PRINT-RECORD.
006150     MOVE SPACES TO PRINT-RECORD.
006160     STRING "KONTO/POS     PERIODE VAL KLIENT GRUNNLAG    STATUS"
006170         DELIMITED BY SIZE INTO PRINT-RECORD.
006180     WRITE PRINT-RECORD.
006190     MOVE SPACES TO PRINT-RECORD.
006200     STRING "                      GAMMEL          NY  "
006210         "DIFFERANSE"
006220         DELIMITED BY SIZE INTO PRINT-RECORD.
006230     WRITE PRINT-RECORD.
006240 1500-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 1510-LOAD-ONE-CHANGE - EN POST FRA MAINT-AUDIT-FILE. BARE KPI,
006290*                  VALUTAKURS OG INDEKS FRA OG MED FRA-DATOEN
006300*                  TELLER; FLERE ENDRINGER AV SAMME SATS GIR EN
006310*                  TABELLPOST. FULL TABELL TELLES OG GIR
006320*                  RETURKODE 04, SA INGENTING GLIPPER I STILLHET.
006330*                  AVVISTE ENDRINGER ENDRET IKKE MASTEREN OG
006340*                  HOPPES OVER.
006350*----------------------------------------------------------------
006360 1510-LOAD-ONE-CHANGE.
006370     READ MAINT-AUDIT-FILE
006380         AT END
006390             SET WS-MAINT-EOF TO TRUE
006400             GO TO 1510-EXIT
006410     END-READ.
006420     ADD 1 TO WS-MNT-READ-COUNT.
006430     IF MNT-DATE NOT NUMERIC
006440         GO TO 1510-EXIT
006450     END-IF.
006460     IF MNT-DATE < WS-FROM-DATE
006470         GO TO 1510-EXIT
006480     END-IF.
006490     IF MNT-FILE-ID NOT = "CPI" AND MNT-FILE-ID NOT = "FX "
006500             AND MNT-FILE-ID NOT = "BMK"
006510         GO TO 1510-EXIT
006520     END-IF.
006530     IF MNT-DECISION = "A"
006540         GO TO 1510-EXIT
006550     END-IF.
006560     MOVE MNT-KEY TO WS-MNT-KEY-WORK.
006570     MOVE MNT-FILE-ID TO WS-FIND-TYPE.
006580     IF MNT-FILE-ID = "FX "
006590         IF WS-MNT-KEY-FX-PERIOD NOT NUMERIC
006600             GO TO 1510-EXIT
006610         END-IF
006620         MOVE WS-MNT-KEY-CCY TO WS-FIND-CCY
006630         MOVE WS-MNT-KEY-FX-PERIOD TO WS-FIND-PERIOD
006640     ELSE
006650         IF WS-MNT-KEY-PERIOD NOT NUMERIC
006660             GO TO 1510-EXIT
006670         END-IF
006680         MOVE SPACES TO WS-FIND-CCY
006690         MOVE WS-MNT-KEY-PERIOD TO WS-FIND-PERIOD
006700     END-IF.
006710     ADD 1 TO WS-MNT-USED-COUNT.
006720     PERFORM 5100-FIND-CHANGE THRU 5100-EXIT.
006730     IF WS-CHG-FOUND
006740         ADD 1 TO CHG-MNT-COUNT (WS-CHG-FOUND-IX)
006750         GO TO 1510-EXIT
006760     END-IF.
006770     IF WS-CHG-COUNT NOT < 300
006780         ADD 1 TO WS-CHG-OVERFLOW-COUNT
006790         DISPLAY "ENDRINGSTABELLEN ER FULL - " MNT-FILE-ID " "
006800             MNT-KEY " IKKE MED"
006810         GO TO 1510-EXIT
006820     END-IF.
006830     ADD 1 TO WS-CHG-COUNT.
006840     MOVE WS-FIND-TYPE TO CHG-FILE-ID (WS-CHG-COUNT).
006850     MOVE WS-FIND-PERIOD TO CHG-PERIOD (WS-CHG-COUNT).
006860     MOVE WS-FIND-CCY TO CHG-CURRENCY (WS-CHG-COUNT).
006870     MOVE MNT-OLD-VALUE TO CHG-OLD-VALUE (WS-CHG-COUNT).
006880     MOVE 1 TO CHG-MNT-COUNT (WS-CHG-COUNT).
006890 1510-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------
006930* 5100-FIND-CHANGE - FINN ENDRINGEN FOR WS-FIND-TYPE/-PERIOD/
006940*                  -CCY I ENDRINGSTABELLEN. WS-CHG-FOUND-IX PEKER
006950*                  PA POSTEN NAR WS-CHG-FOUND ER SATT.
006960*----------------------------------------------------------------
006970 5100-FIND-CHANGE.
006980     MOVE "N" TO WS-CHG-FOUND-SW.
006990     PERFORM 5110-SEARCH-CHANGE-TABLE THRU 5110-EXIT
007000         VARYING WS-CHG-IX FROM 1 BY 1
007010         UNTIL WS-CHG-IX > WS-CHG-COUNT OR WS-CHG-FOUND.
007020 5100-EXIT.
007030     EXIT.
007040
007050 5110-SEARCH-CHANGE-TABLE.
007060     IF CHG-FILE-ID (WS-CHG-IX) = WS-FIND-TYPE
007070             AND CHG-PERIOD (WS-CHG-IX) = WS-FIND-PERIOD
007080             AND CHG-CURRENCY (WS-CHG-IX) = WS-FIND-CCY
007090         MOVE "Y" TO WS-CHG-FOUND-SW
007100         MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
007110     END-IF.
007120 5110-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 5150-FIND-PERIOD-CHANGE - GJELDER NOEN ENDRING BEREGNINGENS
007170*                  PERIODE (WS-FIND-PERIOD)? KPI OG INDEKS
007180*                  GJELDER SIN EGEN PERIODE. EN VALUTAKURS KAN
007190*                  OGSA VERE BRUKT SOM RESERVEKURS FOR SENERE
007200*                  PERIODER UTEN EGEN KURS (SE 5510), SA DEN
007210*                  GJELDER ALLE PERIODER FRA OG MED SIN EGEN;
007220*                  OMBEREGNINGEN AVGJOR OM KURSEN FAKTISK VAR
007230*                  BRUKT. WS-FIND-CCY BLANK BETYR ALLE VALUTAER.
007240*----------------------------------------------------------------
007250 5150-FIND-PERIOD-CHANGE.
007260     MOVE "N" TO WS-CHG-FOUND-SW.
007270     PERFORM 5160-SEARCH-PERIOD THRU 5160-EXIT
007280         VARYING WS-CHG-IX FROM 1 BY 1
007290         UNTIL WS-CHG-IX > WS-CHG-COUNT OR WS-CHG-FOUND.
007300 5150-EXIT.
007310     EXIT.
007320
007330 5160-SEARCH-PERIOD.
007340     IF CHG-FILE-ID (WS-CHG-IX) = "FX "
007350         IF CHG-PERIOD (WS-CHG-IX) NOT > WS-FIND-PERIOD
007360                 AND (WS-FIND-CCY = SPACES
007370                 OR CHG-CURRENCY (WS-CHG-IX) = WS-FIND-CCY)
007380             MOVE "Y" TO WS-CHG-FOUND-SW
007390             MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
007400         END-IF
007410     ELSE
007420         IF CHG-PERIOD (WS-CHG-IX) = WS-FIND-PERIOD
007430                 AND WS-FIND-CCY = SPACES
007440             MOVE "Y" TO WS-CHG-FOUND-SW
007450             MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
007460         END-IF
007470     END-IF.
007480 5160-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520* 3200-RECOMPUTE-ONE - DEN GJELDENDE BEREGNINGEN FOR EN KONTO OG
007530*                  PERIODE: HVILKE ENDRINGER BERORER DEN, NY
007540*                  INFLASJON OG/ELLER NY KRONEBASE, NY REA, NYTT
007550*                  GEBYR OG NY NETTO ETTER GEBYR, SA STATUS:
007560*                  UENDRET (TELLES BARE), MANUELL, LUKKET
007570*                  PERIODE (KUN RAPPORT), KUN INDEKS ELLER
007580*                  KORRIGERT (KORREKSJONSPOST OG NY AUDITPOST).
007590*----------------------------------------------------------------
007600 3200-RECOMPUTE-ONE.
007610     MOVE "N" TO WS-MANUAL-SW.
007620     MOVE SPACES TO WS-STATUS-TEXT.
007630     MOVE OAU-CURRENCY-CODE TO WS-CURRENCY-CODE.
007640     MOVE OAU-PERIOD-YM TO WS-PERIOD-YM.
007650     PERFORM 3300-CLASSIFY-CHANGES THRU 3300-EXIT.
007660     IF NOT WS-CPI-CHANGED AND NOT WS-FX-CHANGED
007670             AND NOT WS-BMK-CHANGED
007680         ADD 1 TO WS-UNAFFECTED-COUNT
007690         GO TO 3200-EXIT
007700     END-IF.
007710     IF OAU-SKATT NUMERIC
007720         MOVE OAU-SKATT TO WS-OLD-SKATT
007730     ELSE
007740         MOVE ZERO TO WS-OLD-SKATT
007750     END-IF.
007760     IF OAU-FEE NUMERIC
007770         MOVE OAU-FEE TO WS-OLD-FEE
007780     ELSE
007790         MOVE ZERO TO WS-OLD-FEE
007800     END-IF.
007810     MOVE OAU-INV TO WS-NEW-INV.
007820     MOVE OAU-INF TO WS-NEW-INF.
007830     MOVE WS-OLD-FEE TO WS-NEW-FEE.
007840     IF WS-CPI-CHANGED
007850         PERFORM 3400-NEW-INFLATION THRU 3400-EXIT
007860     END-IF.
007870     IF WS-FX-CHANGED
007880         PERFORM 3500-NEW-KRONER-BASE THRU 3500-EXIT
007890     END-IF.
007900     COMPUTE WS-NEW-REA = WS-NEW-INV * (OAU-AVK - WS-NEW-INF)
007910         / 100.
007920     COMPUTE WS-NEW-PRO = OAU-AVK - WS-NEW-INF.
007930     IF WS-NEW-INV NOT = OAU-INV
007940         PERFORM 3550-NEW-FEE THRU 3550-EXIT
007950     END-IF.
007960     MOVE OAU-INV TO WS-CALC-INV.
007970     MOVE OAU-REA TO WS-CALC-REA.
007980     MOVE WS-OLD-FEE TO WS-CALC-FEE.
007990     PERFORM 3600-COMPUTE-NET-AFTER-FEE THRU 3600-EXIT.
008000     MOVE WS-CALC-NET TO WS-OLD-NET.
008010     MOVE WS-NEW-INV TO WS-CALC-INV.
008020     MOVE WS-NEW-REA TO WS-CALC-REA.
008030     MOVE WS-NEW-FEE TO WS-CALC-FEE.
008040     PERFORM 3600-COMPUTE-NET-AFTER-FEE THRU 3600-EXIT.
008050     MOVE WS-CALC-NET TO WS-NEW-NET.
008060     COMPUTE WS-REA-DIFF = WS-NEW-REA - OAU-REA.
008070     COMPUTE WS-PRO-DIFF = WS-NEW-PRO - OAU-PRO.
008080     COMPUTE WS-NET-DIFF = WS-NEW-NET - WS-OLD-NET.
008090     MOVE ZERO TO WS-EXCESS-DIFF.
008100     IF WS-BMK-CHANGED
008110         PERFORM 3700-COMPARE-BENCHMARK THRU 3700-EXIT
008120     END-IF.
008130     IF WS-REA-DIFF = ZERO AND WS-NET-DIFF = ZERO
008140             AND WS-EXCESS-DIFF = ZERO AND NOT WS-MANUAL-ITEM
008150             AND WS-OLD-BMK-SW = WS-NEW-BMK-SW
008160         ADD 1 TO WS-UNCHANGED-COUNT
008170         GO TO 3200-EXIT
008180     END-IF.
008190     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
008200     PERFORM 5720-LOOKUP-TRANSFER THRU 5720-EXIT.
008210     PERFORM 5950-CHECK-PERIOD-CONTROL THRU 5950-EXIT.
008220     ADD 1 TO WS-REPORTED-COUNT.
008230     EVALUATE TRUE
008240         WHEN WS-MANUAL-ITEM
008250             ADD 1 TO WS-MANUAL-COUNT
008260         WHEN WS-PERIOD-CLOSED
008270             MOVE "LUKKET - KUN RAPPORT" TO WS-STATUS-TEXT
008280             ADD 1 TO WS-CLOSED-COUNT
008290             ADD WS-REA-DIFF TO WS-CLOSED-REA-DIFF
008300         WHEN WS-REA-DIFF = ZERO AND WS-NET-DIFF = ZERO
008310             MOVE "KUN INDEKS - INGEN POST" TO WS-STATUS-TEXT
008320             ADD 1 TO WS-BMK-ONLY-COUNT
008330         WHEN OTHER
008340             MOVE "KORRIGERT" TO WS-STATUS-TEXT
008350             ADD 1 TO WS-CORRECTED-COUNT
008360             ADD WS-REA-DIFF TO WS-OPEN-REA-DIFF
008370             IF WS-REA-DIFF NOT = ZERO
008380                 PERFORM 6500-WRITE-GL-CORRECTION THRU 6500-EXIT
008390             END-IF
008400             PERFORM 7000-WRITE-CORRECTED-AUDIT THRU 7000-EXIT
008410     END-EVALUATE.
008420     ADD WS-REA-DIFF TO WS-TOTAL-REA-DIFF.
008430     ADD WS-NET-DIFF TO WS-TOTAL-NET-DIFF.
008440     PERFORM 6160-ACCUMULATE-CLIENT THRU 6160-EXIT.
008450     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
008460 3200-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 3300-CLASSIFY-CHANGES - HVILKE AV ENDRINGENE GJELDER DENNE
008510*                  BEREGNINGEN: KPI OG INDEKS FOR PERIODEN, OG
008520*                  VALUTAKURS FOR BEREGNINGENS VALUTA (IKKE FOR
008530*                  KRONER) I PERIODEN ELLER EN TIDLIGERE PERIODE
008540*                  SOM KAN HA VERT BRUKT SOM RESERVEKURS.
008550*----------------------------------------------------------------
008560 3300-CLASSIFY-CHANGES.
008570     MOVE "N" TO WS-CPI-CHANGED-SW.
008580     MOVE "N" TO WS-FX-CHANGED-SW.
008590     MOVE "N" TO WS-BMK-CHANGED-SW.
008600     MOVE "N" TO WS-OLD-BMK-SW.
008610     MOVE "N" TO WS-NEW-BMK-SW.
008620     MOVE SPACES TO WS-BASIS-TEXT.
008630     MOVE WS-PERIOD-YM TO WS-FIND-PERIOD.
008640     MOVE SPACES TO WS-FIND-CCY.
008650     MOVE "CPI" TO WS-FIND-TYPE.
008660     PERFORM 5100-FIND-CHANGE THRU 5100-EXIT.
008670     IF WS-CHG-FOUND
008680         MOVE "Y" TO WS-CPI-CHANGED-SW
008690         MOVE "KPI" TO WS-BASIS-TEXT
008700     END-IF.
008710     MOVE "BMK" TO WS-FIND-TYPE.
008720     PERFORM 5100-FIND-CHANGE THRU 5100-EXIT.
008730     IF WS-CHG-FOUND
008740         MOVE "Y" TO WS-BMK-CHANGED-SW
008750         MOVE CHG-OLD-VALUE (WS-CHG-FOUND-IX) TO WS-BMK-OLD-TEXT
008760         MOVE "IDX" TO WS-BASIS-TEXT (9:3)
008770     END-IF.
008780     IF WS-CURRENCY-CODE NOT = "KR " AND WS-CURRENCY-CODE NOT =
008790             "NOK" AND WS-CURRENCY-CODE NOT = SPACES
008800         MOVE WS-CURRENCY-CODE TO WS-FIND-CCY
008810         PERFORM 5150-FIND-PERIOD-CHANGE THRU 5150-EXIT
008820         IF WS-CHG-FOUND
008830             MOVE "Y" TO WS-FX-CHANGED-SW
008840             MOVE "FX" TO WS-BASIS-TEXT (5:2)
008850         END-IF
008860     END-IF.
008870 3300-EXIT.
008880     EXIT.
008890
008900*----------------------------------------------------------------
008910* 3400-NEW-INFLATION - INFLASJONEN FOR PERIODEN SLIK DEN NA
008920*                  STAR PA CPI-MASTER. ER PERIODEN SLETTET
008930*                  FINNES INGEN OFFISIELL SATS A REGNE MED, OG
008940*                  BEREGNINGEN MA VURDERES MANUELT.
008950*----------------------------------------------------------------
008960 3400-NEW-INFLATION.
008970     MOVE WS-PERIOD-YM TO CPI-PERIOD-KEY.
008980     READ CPI-MASTER
008990         INVALID KEY
009000             MOVE "Y" TO WS-MANUAL-SW
009010             MOVE "MANUELL - KPI SLETTET" TO WS-STATUS-TEXT
009020         NOT INVALID KEY
009030             MOVE CPI-INFLATION-RATE TO WS-NEW-INF
009040     END-READ.
009050 3400-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------
009090* 3500-NEW-KRONER-BASE - NY KRONEBASE FRA DET OPPRINNELIGE
009100*                  VALUTABELOPET OG DAGENS KURS FOR PERIODEN
009110*                  (MED SAMME RESERVE SOM BEREGNINGSPROGRAMMET).
009120*                  EN TIDSVEKTET BASE (BEVEGELSER I PERIODEN)
009130*                  KAN IKKE BYGGES OPP HER OG MA KJORES OM I
009140*                  FULL REVALUERING; DEN RAPPORTERES SOM MANUELL.
009150*                  PA EN AVSLUTNINGSPOST ER VALUTABELOPET VEKTET
009160*                  MED DELPERIODEN SOM KRONEBASEN, SA FORMELEN
009170*                  GJELDER UENDRET.
009180*----------------------------------------------------------------
009190 3500-NEW-KRONER-BASE.
009200     IF OAU-MOVEMENT-COUNT NUMERIC AND OAU-MOVEMENT-COUNT > ZERO
009210         MOVE "Y" TO WS-MANUAL-SW
009220         MOVE "MANUELL - BEVEGELSER" TO WS-STATUS-TEXT
009230         GO TO 3500-EXIT
009240     END-IF.
009250     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
009260     IF NOT WS-FX-FOUND
009270         MOVE "Y" TO WS-MANUAL-SW
009280         MOVE "MANUELL - KURS MANGLER" TO WS-STATUS-TEXT
009290         GO TO 3500-EXIT
009300     END-IF.
009310     COMPUTE WS-NEW-INV ROUNDED = OAU-ORIGINAL-INV * WS-FX-RATE
009320         ON SIZE ERROR
009330             MOVE OAU-INV TO WS-NEW-INV
009340             MOVE "Y" TO WS-MANUAL-SW
009350             MOVE "MANUELL - BASE FOR STOR" TO WS-STATUS-TEXT
009360     END-COMPUTE.
009370 3500-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 3550-NEW-FEE - NAR KRONEBASEN ENDRES, ENDRES OGSA PROSENT-
009420*                  DELEN AV GEBYRET. SAMME FORMEL SOM 3910 I
009430*                  BEREGNINGSPROGRAMMET; INGEN GEBYRPOST GIR
009440*                  NULL. DET FASTE KRONEBELOPET HORER TIL KONTOENS
009450*                  LAVESTE POSISJON DA BEREGNINGEN BLE GJORT, SOM
009460*                  IKKE KAN SES HER: DET TAS MED NAR DET GAMLE
009470*                  GEBYRET ER STORRE ENN PROSENTDELEN AV DEN GAMLE
009480*                  BASEN, SA BELOPET FORTSATT BELASTES EN GANG.
009490*----------------------------------------------------------------
009500 3550-NEW-FEE.
009510     MOVE ZERO TO WS-NEW-FEE.
009520     IF NOT WS-FEE-AVAILABLE
009530         GO TO 3550-EXIT
009540     END-IF.
009550     MOVE OAU-ACCOUNT-ID TO FEE-ACCOUNT-ID.
009560     MOVE WS-PERIOD-YM TO FEE-PERIOD-YM.
009570     READ FEE-FILE
009580         INVALID KEY
009590             CONTINUE
009600         NOT INVALID KEY
009610             COMPUTE WS-NEW-FEE ROUNDED =
009620                 WS-NEW-INV * FEE-PCT / 100
009630             COMPUTE WS-OLD-PCT-FEE ROUNDED =
009640                 OAU-INV * FEE-PCT / 100
009650             IF WS-OLD-FEE > WS-OLD-PCT-FEE
009660                 ADD FEE-FIXED-KR TO WS-NEW-FEE
009670             END-IF
009680     END-READ.
009690 3550-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------------
009730* 3600-COMPUTE-NET-AFTER-FEE - NETTO REALAVKASTNING ETTER SKATT
009740*                  OG GEBYR FOR WS-CALC-INV/-REA/-FEE MED
009750*                  BEREGNINGENS AVKASTNING OG SKATTESATS, SOM
009760*                  3900/3910 I BEREGNINGSPROGRAMMET.
009770*----------------------------------------------------------------
009780 3600-COMPUTE-NET-AFTER-FEE.
009790     COMPUTE WS-NOMINAL-RETURN = WS-CALC-INV * OAU-AVK / 100.
009800     COMPUTE WS-INFLATION-DRAG = WS-NOMINAL-RETURN - WS-CALC-REA.
009810     COMPUTE WS-TAX-EFFECT ROUNDED =
009820         WS-NOMINAL-RETURN * WS-OLD-SKATT / 100.
009830     COMPUTE WS-CALC-NET = WS-NOMINAL-RETURN - WS-INFLATION-DRAG
009840         - WS-TAX-EFFECT - WS-CALC-FEE.
009850 3600-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------------
009890* 3700-COMPARE-BENCHMARK - MERAVKASTNINGEN MOT INDEKSEN MED
009900*                  GAMMEL OG NY INDEKSVERDI. INDEKSEN PAVIRKER
009910*                  VERKEN REA ELLER HOVEDBOKEN; DIFFERANSEN
009920*                  VISES BARE PA RAPPORTEN. MANGLER EN AV
009930*                  VERDIENE VISES DEN SOM IKKE SAMMENLIGNBAR.
009940*----------------------------------------------------------------
009950 3700-COMPARE-BENCHMARK.
009960     MOVE ZERO TO WS-OLD-EXCESS.
009970     MOVE ZERO TO WS-NEW-EXCESS.
009980     IF WS-BMK-OLD-TEXT NOT = SPACES
009990         MOVE "Y" TO WS-OLD-BMK-SW
010000         IF WS-CURRENCY-CODE = "KR " OR WS-CURRENCY-CODE = "NOK"
010010             MOVE WS-BMK-OLD-OSEBX-ED TO WS-OLD-BMK-AVK
010020         ELSE
010030             MOVE WS-BMK-OLD-GLOBAL-ED TO WS-OLD-BMK-AVK
010040         END-IF
010050         COMPUTE WS-OLD-EXCESS =
010060             OAU-PRO - (WS-OLD-BMK-AVK - OAU-INF)
010070     END-IF.
010080     MOVE WS-PERIOD-YM TO BMK-PERIOD-KEY.
010090     READ BENCHMARK-FILE
010100         INVALID KEY
010110             CONTINUE
010120         NOT INVALID KEY
010130             MOVE "Y" TO WS-NEW-BMK-SW
010140             IF WS-CURRENCY-CODE = "KR "
010150                     OR WS-CURRENCY-CODE = "NOK"
010160                 MOVE BMK-OSEBX-AVK TO WS-NEW-BMK-AVK
010170             ELSE
010180                 MOVE BMK-GLOBAL-AVK TO WS-NEW-BMK-AVK
010190             END-IF
010200             COMPUTE WS-NEW-EXCESS =
010210                 WS-NEW-PRO - (WS-NEW-BMK-AVK - WS-NEW-INF)
010220     END-READ.
010230     COMPUTE WS-EXCESS-DIFF = WS-NEW-EXCESS - WS-OLD-EXCESS.
010240 3700-EXIT.
010250     EXIT.
010260
010270*----------------------------------------------------------------
010280* 5500-LOOKUP-FX-RATE - KURSEN TIL KRONER FOR BEREGNINGENS VALUTA
010290*                  I BEREGNINGENS PERIODE, MED RESERVEOPPSLAG
010300*                  MOT SISTE TIDLIGERE PERIODE (5510) SOM I
010310*                  BEREGNINGSPROGRAMMET.
010320*----------------------------------------------------------------
010330 5500-LOOKUP-FX-RATE.
010340     MOVE "N" TO WS-FX-FOUND-SW.
010350     MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY.
010360     MOVE WS-PERIOD-YM TO FX-PERIOD-YM.
010370     READ FX-RATE-FILE
010380         INVALID KEY
010390             PERFORM 5510-FALLBACK-FX-RATE THRU 5510-EXIT
010400         NOT INVALID KEY
010410             MOVE FX-RATE-TO-KR TO WS-FX-RATE
010420             MOVE "Y" TO WS-FX-FOUND-SW
010430     END-READ.
010440 5500-EXIT.
010450     EXIT.
010460
010470 5510-FALLBACK-FX-RATE.
010480     MOVE "N" TO WS-FX-FOUND-SW.
010490     MOVE "N" TO WS-FX-SCAN-DONE-SW.
010500     MOVE "N" TO WS-FX-FALLBACK-SW.
010510     MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY.
010520     MOVE ZERO TO FX-PERIOD-YM.
010530     START FX-RATE-FILE KEY NOT LESS THAN FX-RATE-KEY
010540         INVALID KEY
010550             MOVE "Y" TO WS-FX-SCAN-DONE-SW
010560     END-START.
010570     PERFORM 5520-SCAN-FX-PERIOD THRU 5520-EXIT
010580         UNTIL WS-FX-SCAN-DONE.
010590     IF WS-FX-FALLBACK-FOUND
010600         MOVE WS-FX-FALLBACK-RATE TO WS-FX-RATE
010610         MOVE "Y" TO WS-FX-FOUND-SW
010620     END-IF.
010630 5510-EXIT.
010640     EXIT.
010650
010660 5520-SCAN-FX-PERIOD.
010670     READ FX-RATE-FILE NEXT RECORD
010680         AT END
010690             MOVE "Y" TO WS-FX-SCAN-DONE-SW
010700             GO TO 5520-EXIT
010710     END-READ.
010720     IF FX-CURRENCY-KEY NOT = WS-CURRENCY-CODE
010730             OR FX-PERIOD-YM > WS-PERIOD-YM
010740         MOVE "Y" TO WS-FX-SCAN-DONE-SW
010750         GO TO 5520-EXIT
010760     END-IF.
010770     MOVE FX-RATE-TO-KR TO WS-FX-FALLBACK-RATE.
010780     MOVE "Y" TO WS-FX-FALLBACK-SW.
010790 5520-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------------
010830* 5700-LOOKUP-CUSTOMER - KLIENTNUMMER OG -NAVN FOR KONTOEN. KONTO
010840*                  UTEN KUNDEPOST GRUPPERES UNDER KLIENT NULL.
010850*----------------------------------------------------------------
010860 5700-LOOKUP-CUSTOMER.
010870     MOVE OAU-ACCOUNT-ID TO CUS-ACCOUNT-ID.
010880     READ CUSTOMER-MASTER
010890         INVALID KEY
010900             MOVE ZERO TO WS-CLIENT-NUM
010910             MOVE "*** IKKE I KUNDEREGISTER ***" TO
010920                 WS-CLIENT-NAME
010930         NOT INVALID KEY
010940             MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM
010950             MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME
010960     END-READ.
010970 5700-EXIT.
010980     EXIT.
010990
011000*----------------------------------------------------------------
011010* 5720-LOOKUP-TRANSFER - KLIENTEN SOM EIDE KONTOEN I BEREGNINGENS
011020*                  PERIODE, SOM I KVARTALSOPPGAVEN: DEN FORSTE
011030*                  OVERFORINGEN MED SENERE FRA-PERIODE GIR DEN
011040*                  GAMLE KLIENTEN; FINNES INGEN STAR 5700-
011050*                  KLIENTEN.
011060*----------------------------------------------------------------
011070 5720-LOOKUP-TRANSFER.
011080     IF NOT WS-CTR-AVAILABLE
011090         GO TO 5720-EXIT
011100     END-IF.
011110     MOVE "N" TO WS-CTR-EOF-SW.
011120     MOVE OAU-ACCOUNT-ID TO CTR-ACCOUNT-ID.
011130     MOVE WS-PERIOD-YM TO CTR-EFFECTIVE-YM.
011140     START CLIENT-TRANSFER-FILE KEY GREATER THAN CTR-KEY
011150         INVALID KEY
011160             SET WS-CTR-EOF TO TRUE
011170     END-START.
011180     PERFORM 5730-SCAN-TRANSFER THRU 5730-EXIT
011190         UNTIL WS-CTR-EOF.
011200 5720-EXIT.
011210     EXIT.
011220
011230 5730-SCAN-TRANSFER.
011240     READ CLIENT-TRANSFER-FILE NEXT RECORD
011250         AT END
011260             SET WS-CTR-EOF TO TRUE
011270             GO TO 5730-EXIT
011280     END-READ.
011290     SET WS-CTR-EOF TO TRUE.
011300     IF CTR-ACCOUNT-ID NOT = OAU-ACCOUNT-ID
011310         GO TO 5730-EXIT
011320     END-IF.
011330     MOVE CTR-OLD-CLIENT-NUM TO WS-CLIENT-NUM.
011340     MOVE CTR-OLD-CLIENT-NAME TO WS-CLIENT-NAME.
011350 5730-EXIT.
011360     EXIT.
011370
011380*----------------------------------------------------------------
011390* 5950-CHECK-PERIOD-CONTROL - ER BEREGNINGENS PERIODE LUKKET
011400*                  (PCT-STATUS L)? EN PERIODE UTEN POST, ELLER
011410*                  ET REGISTER SOM IKKE FINNES, REGNES SOM APEN.
011420*----------------------------------------------------------------
011430 5950-CHECK-PERIOD-CONTROL.
011440     MOVE "N" TO WS-CLOSED-SW.
011450     IF NOT WS-PCT-AVAILABLE
011460         GO TO 5950-EXIT
011470     END-IF.
011480     MOVE WS-PERIOD-YM TO PCT-PERIOD-YM.
011490     READ PERIOD-CONTROL-FILE
011500         INVALID KEY
011510             GO TO 5950-EXIT
011520     END-READ.
011530     IF PCT-STATUS = "L"
011540         MOVE "Y" TO WS-CLOSED-SW
011550     END-IF.
011560 5950-EXIT.
011570     EXIT.
011580
011590 6050-WRITE-ONE-CHANGE.
011600     MOVE CHG-MNT-COUNT (WS-CHG-IX) TO WS-SMALL-EDITED.
011610     MOVE SPACES TO PRINT-RECORD.
011620     STRING "  " CHG-FILE-ID (WS-CHG-IX) " "
011630         CHG-PERIOD (WS-CHG-IX) "  " CHG-CURRENCY (WS-CHG-IX)
011640         " " WS-SMALL-EDITED " " CHG-OLD-VALUE (WS-CHG-IX)
011650         DELIMITED BY SIZE INTO PRINT-RECORD.
011660     WRITE PRINT-RECORD.
011670 6050-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------
011710* 6100-WRITE-DETAIL - EN BERORT BEREGNING: IDENTIFIKASJON OG
011720*                  STATUS, SA GAMMEL/NY/DIFFERANSE FOR REA OG
011730*                  NETTO ETTER GEBYR, OG FOR INDEKSENDRINGER
011740*                  MERAVKASTNINGEN I PROSENTPOENG.
011750*----------------------------------------------------------------
011760 6100-WRITE-DETAIL.
011770     MOVE SPACES TO PRINT-RECORD.
011780     STRING OAU-ACCOUNT-ID "/" WS-POSITION-NUM " "
011790         OAU-PERIOD-YM "  "
011800         OAU-CURRENCY-CODE " " WS-CLIENT-NUM " " WS-BASIS-TEXT
011810         " " WS-STATUS-TEXT
011820         DELIMITED BY SIZE INTO PRINT-RECORD.
011830     WRITE PRINT-RECORD.
011840     MOVE OAU-REA TO WS-AMOUNT1-EDITED.
011850     MOVE WS-NEW-REA TO WS-AMOUNT2-EDITED.
011860     MOVE WS-REA-DIFF TO WS-AMOUNT3-EDITED.
011870     MOVE SPACES TO PRINT-RECORD.
011880     STRING "  REA           " WS-AMOUNT1-EDITED " "
011890         WS-AMOUNT2-EDITED " " WS-AMOUNT3-EDITED
011900         DELIMITED BY SIZE INTO PRINT-RECORD.
011910     WRITE PRINT-RECORD.
011920     MOVE WS-OLD-NET TO WS-AMOUNT1-EDITED.
011930     MOVE WS-NEW-NET TO WS-AMOUNT2-EDITED.
011940     MOVE WS-NET-DIFF TO WS-AMOUNT3-EDITED.
011950     MOVE SPACES TO PRINT-RECORD.
011960     STRING "  NETTO E/GEBYR " WS-AMOUNT1-EDITED " "
011970         WS-AMOUNT2-EDITED " " WS-AMOUNT3-EDITED
011980         DELIMITED BY SIZE INTO PRINT-RECORD.
011990     WRITE PRINT-RECORD.
012000     IF NOT WS-BMK-CHANGED
012010         GO TO 6100-EXIT
012020     END-IF.
012030     MOVE SPACES TO PRINT-RECORD.
012040     IF WS-OLD-BMK-KNOWN AND WS-NEW-BMK-KNOWN
012050         MOVE WS-OLD-EXCESS TO WS-PCT1-EDITED
012060         MOVE WS-NEW-EXCESS TO WS-PCT2-EDITED
012070         COMPUTE WS-EXCESS-DIFF = WS-NEW-EXCESS - WS-OLD-EXCESS
012080         MOVE WS-EXCESS-DIFF TO WS-PCT3-EDITED
012090         STRING "  MERAVK. %          " WS-PCT1-EDITED
012100             "      " WS-PCT2-EDITED "      " WS-PCT3-EDITED
012110             DELIMITED BY SIZE INTO PRINT-RECORD
012120     ELSE
012130         STRING "  MERAVK. %     IKKE SAMMENLIGNBAR - INDEKS "
012140             "MANGLER FOR ELLER NA"
012150             DELIMITED BY SIZE INTO PRINT-RECORD
012160     END-IF.
012170     WRITE PRINT-RECORD.
012180 6100-EXIT.
012190     EXIT.
012200
012210*----------------------------------------------------------------
012220* 6160-ACCUMULATE-CLIENT - LEGG BEREGNINGENS DIFFERANSER TIL
012230*                  KLIENTENS LINJE, ELLER OPPRETT LINJEN NAR
012240*                  KLIENTEN SES FOR FORSTE GANG. FULL TABELL
012250*                  SAMLES I SISTE INNSLAG.
012260*----------------------------------------------------------------
012270 6160-ACCUMULATE-CLIENT.
012280     MOVE "N" TO WS-CLIENT-FOUND-SW.
012290     PERFORM 6165-SEARCH-CLIENT-TABLE THRU 6165-EXIT
012300         VARYING WS-CLIENT-IX FROM 1 BY 1
012310         UNTIL WS-CLIENT-IX > WS-CLIENT-COUNT
012320             OR WS-CLIENT-TABLED.
012330     IF NOT WS-CLIENT-TABLED
012340         IF WS-CLIENT-COUNT < 499
012350             ADD 1 TO WS-CLIENT-COUNT
012360             MOVE WS-CLIENT-COUNT TO WS-CLIENT-FOUND-IX
012370             MOVE WS-CLIENT-NUM TO CT-NUM (WS-CLIENT-FOUND-IX)
012380             MOVE WS-CLIENT-NAME TO CT-NAME (WS-CLIENT-FOUND-IX)
012390             MOVE ZERO TO CT-COUNT (WS-CLIENT-FOUND-IX)
012400             MOVE ZERO TO CT-CORR-COUNT (WS-CLIENT-FOUND-IX)
012410             MOVE ZERO TO CT-REA-DIFF (WS-CLIENT-FOUND-IX)
012420             MOVE ZERO TO CT-NET-DIFF (WS-CLIENT-FOUND-IX)
012430         ELSE
012440             MOVE 500 TO WS-CLIENT-FOUND-IX
012450             IF WS-CLIENT-COUNT < 500
012460                 MOVE 500 TO WS-CLIENT-COUNT
012470                 MOVE 999999 TO CT-NUM (500)
012480                 MOVE "OVRIGE KLIENTER - TABELLEN FULL" TO
012490                     CT-NAME (500)
012500                 MOVE ZERO TO CT-COUNT (500)
012510                 MOVE ZERO TO CT-CORR-COUNT (500)
012520                 MOVE ZERO TO CT-REA-DIFF (500)
012530                 MOVE ZERO TO CT-NET-DIFF (500)
012540             END-IF
012550         END-IF
012560     END-IF.
012570     ADD 1 TO CT-COUNT (WS-CLIENT-FOUND-IX).
012580     IF WS-STATUS-TEXT = "KORRIGERT"
012590         ADD 1 TO CT-CORR-COUNT (WS-CLIENT-FOUND-IX)
012600     END-IF.
012610     ADD WS-REA-DIFF TO CT-REA-DIFF (WS-CLIENT-FOUND-IX).
012620     ADD WS-NET-DIFF TO CT-NET-DIFF (WS-CLIENT-FOUND-IX).
012630 6160-EXIT.
012640     EXIT.
012650
012660 6165-SEARCH-CLIENT-TABLE.
012670     IF CT-NUM (WS-CLIENT-IX) = WS-CLIENT-NUM
012680         MOVE "Y" TO WS-CLIENT-FOUND-SW
012690         MOVE WS-CLIENT-IX TO WS-CLIENT-FOUND-IX
012700     END-IF.
012710 6165-EXIT.
012720     EXIT.
012730
012740*----------------------------------------------------------------
012750* 6300-WRITE-SUMMARY - DIFFERANSENE PER KLIENT OG KONTROLLTALL
012760*                  FOR HELE KJORINGEN.
012770*----------------------------------------------------------------
012780 6300-WRITE-SUMMARY.
012790     MOVE SPACES TO PRINT-RECORD.
012800     STRING "PER KLIENT                      BEREGN KORR    "
012810         "DIFF REA    DIFF NETTO"
012820         DELIMITED BY SIZE INTO PRINT-RECORD.
012830     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
012840     PERFORM 6310-WRITE-ONE-CLIENT THRU 6310-EXIT
012850         VARYING WS-CLIENT-IX FROM 1 BY 1
012860         UNTIL WS-CLIENT-IX > WS-CLIENT-COUNT.
012870     MOVE SPACES TO PRINT-RECORD.
012880     WRITE PRINT-RECORD.
012890     MOVE WS-MNT-USED-COUNT TO WS-COUNT-EDITED.
012900     MOVE SPACES TO PRINT-RECORD.
012910     STRING "SATSENDRINGER LEST:      " WS-COUNT-EDITED
012920         DELIMITED BY SIZE INTO PRINT-RECORD.
012930     WRITE PRINT-RECORD.
012940     IF WS-CHG-OVERFLOW-COUNT > ZERO
012950         MOVE WS-CHG-OVERFLOW-COUNT TO WS-COUNT-EDITED
012960         MOVE SPACES TO PRINT-RECORD
012970         STRING "IKKE MED - TABELL FULL:  " WS-COUNT-EDITED
012980             DELIMITED BY SIZE INTO PRINT-RECORD
012990         WRITE PRINT-RECORD
013000     END-IF.
013010     MOVE WS-SELECTED-COUNT TO WS-COUNT-EDITED.
013020     MOVE SPACES TO PRINT-RECORD.
013030     STRING "BEREGNINGER I PERIODENE: " WS-COUNT-EDITED
013040         DELIMITED BY SIZE INTO PRINT-RECORD.
013050     WRITE PRINT-RECORD.
013060     MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-EDITED.
013070     MOVE SPACES TO PRINT-RECORD.
013080     STRING "  ELDRE OMKJORINGER:     " WS-COUNT-EDITED
013090         DELIMITED BY SIZE INTO PRINT-RECORD.
013100     WRITE PRINT-RECORD.
013110     MOVE WS-UNAFFECTED-COUNT TO WS-COUNT-EDITED.
013120     MOVE SPACES TO PRINT-RECORD.
013130     STRING "  IKKE BERORT:           " WS-COUNT-EDITED
013140         DELIMITED BY SIZE INTO PRINT-RECORD.
013150     WRITE PRINT-RECORD.
013160     MOVE WS-UNCHANGED-COUNT TO WS-COUNT-EDITED.
013170     MOVE SPACES TO PRINT-RECORD.
013180     STRING "  UENDRET RESULTAT:      " WS-COUNT-EDITED
013190         DELIMITED BY SIZE INTO PRINT-RECORD.
013200     WRITE PRINT-RECORD.
013210     MOVE WS-REPORTED-COUNT TO WS-COUNT-EDITED.
013220     MOVE SPACES TO PRINT-RECORD.
013230     STRING "  RAPPORTERT:            " WS-COUNT-EDITED
013240         DELIMITED BY SIZE INTO PRINT-RECORD.
013250     WRITE PRINT-RECORD.
013260     MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDITED.
013270     MOVE SPACES TO PRINT-RECORD.
013280     STRING "    KORRIGERT:           " WS-COUNT-EDITED
013290         DELIMITED BY SIZE INTO PRINT-RECORD.
013300     WRITE PRINT-RECORD.
013310     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDITED.
013320     MOVE SPACES TO PRINT-RECORD.
013330     STRING "    LUKKET PERIODE:      " WS-COUNT-EDITED
013340         DELIMITED BY SIZE INTO PRINT-RECORD.
013350     WRITE PRINT-RECORD.
013360     MOVE WS-BMK-ONLY-COUNT TO WS-COUNT-EDITED.
013370     MOVE SPACES TO PRINT-RECORD.
013380     STRING "    KUN INDEKS:          " WS-COUNT-EDITED
013390         DELIMITED BY SIZE INTO PRINT-RECORD.
013400     WRITE PRINT-RECORD.
013410     MOVE WS-MANUAL-COUNT TO WS-COUNT-EDITED.
013420     MOVE SPACES TO PRINT-RECORD.
013430     STRING "    MANUELL BEHANDLING:  " WS-COUNT-EDITED
013440         DELIMITED BY SIZE INTO PRINT-RECORD.
013450     WRITE PRINT-RECORD.
013460     MOVE WS-TOTAL-REA-DIFF TO WS-TOTAL-EDITED.
013470     MOVE SPACES TO PRINT-RECORD.
013480     STRING "SUM DIFFERANSE REA:      " WS-TOTAL-EDITED
013490         DELIMITED BY SIZE INTO PRINT-RECORD.
013500     WRITE PRINT-RECORD.
013510     MOVE WS-OPEN-REA-DIFF TO WS-TOTAL-EDITED.
013520     MOVE SPACES TO PRINT-RECORD.
013530     STRING "  I APNE PERIODER:       " WS-TOTAL-EDITED
013540         DELIMITED BY SIZE INTO PRINT-RECORD.
013550     WRITE PRINT-RECORD.
013560     MOVE WS-CLOSED-REA-DIFF TO WS-TOTAL-EDITED.
013570     MOVE SPACES TO PRINT-RECORD.
013580     STRING "  I LUKKEDE PERIODER:    " WS-TOTAL-EDITED
013590         DELIMITED BY SIZE INTO PRINT-RECORD.
013600     WRITE PRINT-RECORD.
013610     MOVE WS-TOTAL-NET-DIFF TO WS-TOTAL-EDITED.
013620     MOVE SPACES TO PRINT-RECORD.
013630     STRING "SUM DIFFERANSE NETTO:    " WS-TOTAL-EDITED
013640         DELIMITED BY SIZE INTO PRINT-RECORD.
013650     WRITE PRINT-RECORD.
013660     MOVE SPACES TO PRINT-RECORD.
013670     IF WS-GLX-OPEN
013680         MOVE WS-GL-RECORD-COUNT TO WS-COUNT-EDITED
013690         STRING "KORREKSJONSEKSTRAKT:     " WS-GL-EXTRACT-NAME
013700             " " WS-COUNT-EDITED " POSTER"
013710             DELIMITED BY SIZE INTO PRINT-RECORD
013720     ELSE
013730         MOVE "KORREKSJONSEKSTRAKT:     INGEN POSTER" TO
013740             PRINT-RECORD
013750     END-IF.
013760     WRITE PRINT-RECORD.
013770 6300-EXIT.
013780     EXIT.
013790
013800 6310-WRITE-ONE-CLIENT.
013810     MOVE CT-COUNT (WS-CLIENT-IX) TO WS-SMALL-EDITED.
013820     MOVE CT-CORR-COUNT (WS-CLIENT-IX) TO WS-SMALL2-EDITED.
013830     MOVE CT-REA-DIFF (WS-CLIENT-IX) TO WS-AMOUNT1-EDITED.
013840     MOVE CT-NET-DIFF (WS-CLIENT-IX) TO WS-AMOUNT2-EDITED.
013850     MOVE SPACES TO PRINT-RECORD.
013860     STRING CT-NUM (WS-CLIENT-IX) " " CT-NAME (WS-CLIENT-IX)
013870         WS-SMALL-EDITED WS-SMALL2-EDITED " " WS-AMOUNT1-EDITED
013880         " " WS-AMOUNT2-EDITED
013890         DELIMITED BY SIZE INTO PRINT-RECORD.
013900     WRITE PRINT-RECORD.
013910 6310-EXIT.
013920     EXIT.
013930
013940*----------------------------------------------------------------
013950* 6500-WRITE-GL-CORRECTION - EN KORREKSJONSPOST TIL HOVEDBOKS-
013960*                  EKSTRAKTET: DIFFERANSEN I REA OG PROSENT FOR
013970*                  KONTOEN. FILEN APNES VED FORSTE KORREKSJON.
013980*----------------------------------------------------------------
013990 6500-WRITE-GL-CORRECTION.
014000     IF NOT WS-GLX-OPEN
014010         OPEN OUTPUT GL-EXTRACT-FILE
014020         IF WS-GLX-STATUS NOT = "00"
014030             MOVE "KUNNE IKKE APNE GL-EXTRACT-FILE" TO
014040                 WS-ERROR-MSG
014050             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
014060         END-IF
014070         MOVE "Y" TO WS-GLX-OPEN-SW
014080     END-IF.
014090     MOVE SPACES TO GL-EXTRACT-RECORD.
014100     MOVE OAU-ACCOUNT-ID TO GLX-ACCOUNT-ID.
014110     MOVE WS-POSITION-NUM TO GLX-POSITION-NUM.
014120     MOVE WS-REA-DIFF TO GLX-REA.
014130     MOVE WS-PRO-DIFF TO GLX-PRO.
014140     MOVE WS-RUN-DATE TO GLX-RUN-DATE.
014150     MOVE ZERO TO GLX-SEQ-NUM.
014160     ADD 1 TO WS-GL-RECORD-COUNT.
014170     MOVE WS-GL-RECORD-COUNT TO GLX-EXTRACT-SEQ.
014180     WRITE GL-EXTRACT-RECORD.
014190     ADD WS-REA-DIFF TO WS-GL-REA-TOTAL.
014200 6500-EXIT.
014210     EXIT.
014220
014230*----------------------------------------------------------------
014240* 6600-WRITE-GL-TRAILER - KONTROLLTOTALEN SOM SISTE POST I
014250*                  KORREKSJONSEKSTRAKTET, SOM I BEREGNINGS-
014260*                  PROGRAMMET. INGEN KORREKSJONER GIR INGEN FIL.
014270*----------------------------------------------------------------
014280 6600-WRITE-GL-TRAILER.
014290     IF NOT WS-GLX-OPEN
014300         GO TO 6600-EXIT
014310     END-IF.
014320     MOVE SPACES TO GL-EXTRACT-TRAILER.
014330     MOVE "*TRAILER**" TO GLT-TRAILER-ID.
014340     MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
014350     MOVE WS-GL-REA-TOTAL TO GLT-REA-TOTAL.
014360     MOVE WS-RUN-DATE TO GLT-RUN-DATE.
014370     WRITE GL-EXTRACT-TRAILER.
014380     CLOSE GL-EXTRACT-FILE.
014390 6600-EXIT.
014400     EXIT.
014410
014420*----------------------------------------------------------------
014430* 6650-REGISTER-EXTRACT - REGISTRER KORREKSJONSGENERASJONEN I
014440*                  EKSTRAKTREGISTERET MED MODUS K, ANTALL, SUM
014450*                  REA OG STATUS UBEKREFTET, SA AVSTEMMINGEN OG
014460*                  MORGENKONTROLLEN FOLGER DEN SOM DE OVRIGE
014470*                  GENERASJONENE. EN OMKJORING SAMME DAG ER
014480*                  ALLEREDE STOPPET I 1300-CHECK-REGISTER.
014490*----------------------------------------------------------------
014500 6650-REGISTER-EXTRACT.
014510     IF NOT WS-GLX-OPEN
014520         GO TO 6650-EXIT
014530     END-IF.
014540     OPEN I-O EXTRACT-REGISTER-FILE.
014550     IF WS-GXREG-STATUS = "35"
014560         OPEN OUTPUT EXTRACT-REGISTER-FILE
014570         CLOSE EXTRACT-REGISTER-FILE
014580         OPEN I-O EXTRACT-REGISTER-FILE
014590     END-IF.
014600     IF WS-GXREG-STATUS NOT = "00"
014610         MOVE "KUNNE IKKE APNE EXTRACT-REGISTER-FILE" TO
014620             WS-ERROR-MSG
014630         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
014640     END-IF.
014650     MOVE SPACES TO EXTRACT-REGISTER-RECORD.
014660     MOVE WS-RUN-DATE TO GXR-RUN-DATE.
014670     MOVE WS-GLX-NAME-MODE TO GXR-RUN-MODE.
014680     MOVE WS-GL-EXTRACT-NAME TO GXR-FILE-NAME.
014690     MOVE WS-GL-RECORD-COUNT TO GXR-RECORD-COUNT.
014700     MOVE WS-GL-REA-TOTAL TO GXR-REA-TOTAL.
014710     MOVE "U" TO GXR-STATUS.
014720     MOVE ZERO TO GXR-CONF-DATE.
014730     WRITE EXTRACT-REGISTER-RECORD
014740         INVALID KEY
014750             DISPLAY "FEIL VED SKRIVING TIL "
014760                 "EKSTRAKTREGISTERET, STATUS " WS-GXREG-STATUS
014770     END-WRITE.
014780     CLOSE EXTRACT-REGISTER-FILE.
014790 6650-EXIT.
014800     EXIT.
014810
014820*----------------------------------------------------------------
014830* 7000-WRITE-CORRECTED-AUDIT - DEN RETTEDE BEREGNINGEN SOM NY
014840*                  H-POST PA AUDIT-FILE MED DAGENS TIDSSTEMPEL
014850*                  OG OPERATORENS BRUKERID. SISTE TIDSSTEMPEL
014860*                  PER KONTO, PERIODE OG POSISJON GJELDER, SA
014870*                  KVARTALS- OG ARSOPPGAVEN BRUKER DEN
014880*                  RETTEDE BEREGNINGEN.
014890*----------------------------------------------------------------
014900 7000-WRITE-CORRECTED-AUDIT.
014910     MOVE OLD-AUDIT-RECORD TO AUDIT-RECORD.
014920     ACCEPT WS-AUDIT-TIME FROM TIME.
014930     MOVE WS-RUN-DATE TO AUD-DATE.
014940     MOVE WS-AUDIT-TIME TO AUD-TIME.
014950     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID.
014960     MOVE WS-NEW-INV TO AUD-INV.
014970     MOVE WS-NEW-INF TO AUD-INF.
014980     MOVE WS-NEW-REA TO AUD-REA.
014990     MOVE WS-NEW-PRO TO AUD-PRO.
015000     MOVE WS-OLD-SKATT TO AUD-SKATT.
015010     MOVE WS-NEW-FEE TO AUD-FEE.
015020     MOVE "H" TO AUD-RECORD-TYPE.
015030     PERFORM 7010-NEW-CURRENCY-SPLIT THRU 7010-EXIT.
015040     WRITE AUDIT-RECORD.
015050 7000-EXIT.
015060     EXIT.
015070
015080*----------------------------------------------------------------
015090* 7010-NEW-CURRENCY-SPLIT - LOKAL AVKASTNING OG VALUTAEFFEKT FOR
015100*                  DEN RETTEDE BEREGNINGEN, SOM 3920 I BEREGNINGS-
015110*                  PROGRAMMET: STARTKURSEN ER FORRIGE PERIODES
015120*                  KURS OG SLUTTKURSEN PERIODENS EGEN, BEGGE MED
015130*                  RESERVEOPPSLAG. KRONER, OG EN VALUTA UTEN KURS,
015140*                  FAR LOKAL AVKASTNING LIK REA OG INGEN EFFEKT.
015150*----------------------------------------------------------------
015160 7010-NEW-CURRENCY-SPLIT.
015170     MOVE 1 TO AUD-FX-START-RATE.
015180     MOVE WS-NEW-REA TO AUD-LOCAL-REA.
015190     MOVE ZERO TO AUD-FX-EFFECT.
015200     IF WS-CURRENCY-CODE = "KR " OR WS-CURRENCY-CODE = "NOK"
015210             OR WS-CURRENCY-CODE = SPACES
015220         GO TO 7010-EXIT
015230     END-IF.
015240     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
015250     IF NOT WS-FX-FOUND OR WS-FX-RATE = ZERO
015260         GO TO 7010-EXIT
015270     END-IF.
015280     MOVE WS-FX-RATE TO WS-FX-END-RATE.
015290     MOVE WS-FX-RATE TO WS-FX-START-RATE.
015300     MOVE WS-PERIOD-YM TO WS-SAVE-PERIOD-YM.
015310     MOVE WS-PERIOD-YM TO WS-START-PERIOD-YM.
015320     IF WS-START-MONTH = 1
015330         SUBTRACT 1 FROM WS-START-YEAR
015340         MOVE 12 TO WS-START-MONTH
015350     ELSE
015360         SUBTRACT 1 FROM WS-START-MONTH
015370     END-IF.
015380     MOVE WS-START-PERIOD-YM TO WS-PERIOD-YM.
015390     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
015400     IF WS-FX-FOUND
015410         MOVE WS-FX-RATE TO WS-FX-START-RATE
015420     END-IF.
015430     MOVE WS-SAVE-PERIOD-YM TO WS-PERIOD-YM.
015440     MOVE WS-FX-START-RATE TO AUD-FX-START-RATE.
015450     COMPUTE AUD-LOCAL-REA ROUNDED =
015460         WS-NEW-REA * WS-FX-START-RATE / WS-FX-END-RATE.
015470     COMPUTE AUD-FX-EFFECT ROUNDED =
015480         WS-NEW-INV * (100 + OAU-AVK) / 100
015490            * (WS-FX-END-RATE - WS-FX-START-RATE)
015500            / WS-FX-END-RATE.
015510 7010-EXIT.
015520     EXIT.
015530
015540*----------------------------------------------------------------
015550* 9980-ABORT-ON-CONTROL-ERROR - KJORINGEN NEKTES: DAGENS KORREK-
015560*                  SJONSFIL ER ALLEREDE LAGET. EGEN RETURKODE SA
015570*                  SCHEDULEREN SKILLER DETTE FRA EN APNINGSFEIL.
015580*----------------------------------------------------------------
015590 9980-ABORT-ON-CONTROL-ERROR.
015600     MOVE 12 TO WS-RETURN-CODE.
015610     MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME.
015620     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
015630     MOVE WS-RETURN-CODE TO RETURN-CODE.
015640     STOP RUN.
015650 9980-EXIT.
015660     EXIT.
015670
015680 9990-ABORT-ON-OPEN-ERROR.
015690     DISPLAY "FATAL: " WS-ERROR-MSG.
015700     MOVE 8 TO WS-RETURN-CODE.
015710     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
015720     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
015730     MOVE WS-RETURN-CODE TO RETURN-CODE.
015740     STOP RUN.
015750 9990-EXIT.
015760     EXIT.
015770
015780*----------------------------------------------------------------
015790* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
015800*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
015810*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
015820*                  AV KALLEREN FORST.
015830*----------------------------------------------------------------
015840 7900-WRITE-RUN-LOG.
015850     OPEN EXTEND RUN-LOG-FILE.
015860     IF WS-RUNLOG-STATUS NOT = "00"
015870         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
015880             WS-RUNLOG-STATUS
015890         GO TO 7900-EXIT
015900     END-IF.
015910     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
015920     ACCEPT WS-END-TIME FROM TIME.
015930     MOVE SPACES TO RUN-LOG-RECORD.
015940     MOVE "SATSREVISJON" TO RNL-PROGRAM-ID.
015950     MOVE "K" TO RNL-RUN-MODE.
015960     MOVE WS-RUN-DATE TO RNL-START-DATE.
015970     MOVE WS-START-TIME TO RNL-START-TIME.
015980     MOVE WS-END-DATE TO RNL-END-DATE.
015990     MOVE WS-END-TIME TO RNL-END-TIME.
016000     MOVE WS-SELECTED-COUNT TO RNL-RECORDS-READ.
016010     MOVE WS-CORRECTED-COUNT TO RNL-RECORDS-PROCESSED.
016020     MOVE WS-MANUAL-COUNT TO RNL-RECORDS-REJECTED.
016030     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
016040     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
016050     WRITE RUN-LOG-RECORD.
016060     CLOSE RUN-LOG-FILE.
016070 7900-EXIT.
016080     EXIT.
016090
016100 9999-TERMINATE.
016110     CLOSE CPI-MASTER.
016120     CLOSE FX-RATE-FILE.
016130     CLOSE BENCHMARK-FILE.
016140     CLOSE CUSTOMER-MASTER.
016150     IF WS-FEE-AVAILABLE
016160         CLOSE FEE-FILE
016170     END-IF.
016180     IF WS-CTR-AVAILABLE
016190         CLOSE CLIENT-TRANSFER-FILE
016200     END-IF.
016210     IF WS-PCT-AVAILABLE
016220         CLOSE PERIOD-CONTROL-FILE
016230     END-IF.
016240     CLOSE PRINT-FILE.
016250     IF WS-MANUAL-COUNT > ZERO OR WS-CHG-OVERFLOW-COUNT > ZERO
016260         MOVE 4 TO WS-RETURN-CODE
016270         MOVE "MANUELLE" TO WS-RUN-OUTCOME
016280     ELSE
016290         MOVE ZERO TO WS-RETURN-CODE
016300         MOVE "OK" TO WS-RUN-OUTCOME
016310     END-IF.
016320     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
016330     MOVE WS-RETURN-CODE TO RETURN-CODE.
016340     STOP RUN.
016350 9999-EXIT.
016360     EXIT.
016370
016380*----------------------------------------------------------------
016390* 2000-SELECT-AFFECTED - INPUT PROCEDURE TIL SORTERINGEN: ALLE
016400*                  BEREGNINGSPOSTER (H OG ELDRE BLANKE) I EN
016410*                  PERIODE SOM BERORES AV EN ENDRING. BEVEGELSES-
016420*                  OG PROSJEKSJONSPOSTER OG ARKIVTRAILERE HOLDES
016430*                  UTENFOR. HELE PERIODEN TAS MED UANSETT VALUTA,
016440*                  SA DEDUPLISERINGEN SER DEN SISTE BEREGNINGEN
016450*                  FOR KONTOEN OG IKKE BARE DEN SISTE I VALUTAEN.
016460*----------------------------------------------------------------
016470 2000-SELECT-AFFECTED SECTION.
016480 2010-SELECT-LOOP.
016490     OPEN INPUT AUDIT-FILE.
016500     IF WS-AUDIT-STATUS NOT = "00"
016510         MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
016520         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
016530     END-IF.
016540     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
016550         UNTIL WS-AUDIT-EOF.
016560     CLOSE AUDIT-FILE.
016570 2090-SELECT-DONE.
016580     EXIT.
016590
016600 2100-READ-AUDIT.
016610     IF WS-AUDIT-EOF
016620         GO TO 2100-EXIT
016630     END-IF.
016640     READ AUDIT-FILE
016650         AT END
016660             SET WS-AUDIT-EOF TO TRUE
016670             GO TO 2100-EXIT
016680     END-READ.
016690     IF AUT-TRAILER-ID = "*TRAILER**"
016700         GO TO 2100-EXIT
016710     END-IF.
016720     IF AUD-RECORD-TYPE = "B" OR AUD-RECORD-TYPE = "P"
016730         GO TO 2100-EXIT
016740     END-IF.
016750     IF AUD-PERIOD-YM NOT NUMERIC
016760         GO TO 2100-EXIT
016770     END-IF.
016780     MOVE AUD-PERIOD-YM TO WS-FIND-PERIOD.
016790     MOVE SPACES TO WS-FIND-CCY.
016800     PERFORM 5150-FIND-PERIOD-CHANGE THRU 5150-EXIT.
016810     IF NOT WS-CHG-FOUND
016820         GO TO 2100-EXIT
016830     END-IF.
016840     ADD 1 TO WS-SELECTED-COUNT.
016850     MOVE AUD-ACCOUNT-ID TO SRT-ACCOUNT-ID.
016860     MOVE AUD-PERIOD-YM TO SRT-PERIOD.
016870     IF AUD-POSITION-X = SPACES
016880         MOVE 1 TO SRT-POSITION
016890     ELSE
016900         MOVE AUD-POSITION-NUM TO SRT-POSITION
016910     END-IF.
016920     MOVE AUD-DATE TO SRT-DATE.
016930     MOVE AUD-TIME TO SRT-TIME.
016940     MOVE AUDIT-RECORD TO SRT-AUDIT-IMAGE.
016950     RELEASE SORT-RECORD.
016960 2100-EXIT.
016970     EXIT.
016980
016990*----------------------------------------------------------------
017000* 3000-RECOMPUTE-AFFECTED - OUTPUT PROCEDURE TIL SORTERINGEN:
017010*                  FORSTE POST PER KONTO/PERIODE/POSISJON ER DEN
017020*                  GJELDENDE BEREGNINGEN (SISTE TIDSSTEMPEL
017030*                  FORST) OG BEREGNES OM; RESTEN ER ELDRE
017040*                  OMKJORINGER SOM BARE TELLES. AUDIT-FILE APNES
017050*                  FOR UTVIDELSE FORST NAR INNLESINGEN ER FERDIG.
017060*----------------------------------------------------------------
017070 3000-RECOMPUTE-AFFECTED SECTION.
017080 3010-RETURN-LOOP.
017090     OPEN EXTEND AUDIT-FILE.
017100     IF WS-AUDIT-STATUS NOT = "00"
017110         MOVE "KUNNE IKKE APNE AUDIT-FILE FOR SKRIVING" TO
017120             WS-ERROR-MSG
017130         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
017140     END-IF.
017150     PERFORM 3100-PROCESS-RETURNED THRU 3100-EXIT
017160         UNTIL WS-SORT-EOF.
017170     CLOSE AUDIT-FILE.
017180 3090-RETURN-DONE.
017190     EXIT.
017200
017210 3100-PROCESS-RETURNED.
017220     IF WS-SORT-EOF
017230         GO TO 3100-EXIT
017240     END-IF.
017250     RETURN SORT-FILE
017260         AT END
017270             SET WS-SORT-EOF TO TRUE
017280             GO TO 3100-EXIT
017290     END-RETURN.
017300     MOVE SRT-ACCOUNT-ID TO WS-THIS-ACCOUNT.
017310     MOVE SRT-PERIOD TO WS-THIS-PERIOD.
017320     MOVE SRT-POSITION TO WS-THIS-POSITION.
017330     IF WS-THIS-DEDUP-KEY = WS-PREV-DEDUP-KEY
017340         ADD 1 TO WS-SUPERSEDED-COUNT
017350         GO TO 3100-EXIT
017360     END-IF.
017370     MOVE WS-THIS-DEDUP-KEY TO WS-PREV-DEDUP-KEY.
017380     MOVE SRT-AUDIT-IMAGE TO OLD-AUDIT-RECORD.
017390     MOVE SRT-POSITION TO WS-POSITION-NUM.
017400     PERFORM 3200-RECOMPUTE-ONE THRU 3200-EXIT.
017410 3100-EXIT.
017420     EXIT.
