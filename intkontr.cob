000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Integritetskontroll.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - KRYSSKONTROLL AV FILENE
000110*                BEREGNINGSKJORINGEN BYGGER PA, KJORT FOR DEN
000120*                NATTLIGE REALAVK-KJORINGEN, SA AVVIK SES SAMLET
000130*                FOR KJORINGEN I STEDET FOR KONTO FOR KONTO SOM
000140*                AVVISNINGER OG MANGLER-MERKER. KONTROLLERES:
000150*                HOLDINGER UTEN KUNDEPOST, GEBYRPOSTER FOR
000160*                KONTOER SOM IKKE FINNES, VALUTAER UTEN KURS
000170*                FOR PERIODEN, PERIODER UTEN KPI ELLER
000180*                REFERANSEINDEKS, BEVEGELSESMERKEDE HOLDINGER
000190*                UTEN B-POSTER PA AUDIT-FILE OG PERIODER UTEN
000200*                POST PA PERIOD-CONTROL-FILE MELLOM LUKKEDE
000210*                PERIODER. RETURKODE (SE RUNREC): 12 VED
000220*                ALVORLIGE AVVIK, SOM STOPPER KJEDEN, 04 VED
000230*                ADVARSLER, 08 VED APNINGSFEIL, ELLERS 00.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT HOLDINGS-MASTER ASSIGN TO "HOLDMAST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS HM-KEY
000320         FILE STATUS IS WS-HOLDMAST-STATUS.
000330     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CUS-ACCOUNT-ID
000370         FILE STATUS IS WS-CUST-STATUS.
000380     SELECT CPI-MASTER ASSIGN TO "CPIMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CPI-PERIOD-KEY
000420         FILE STATUS IS WS-CPI-STATUS.
000430     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS FX-RATE-KEY
000470         FILE STATUS IS WS-FX-STATUS.
000480     SELECT BENCHMARK-FILE ASSIGN TO "BENCHMRK"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS BMK-PERIOD-KEY
000520         FILE STATUS IS WS-BMK-STATUS.
000530     SELECT FEE-FILE ASSIGN TO "FEEMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS FEE-KEY
000570         FILE STATUS IS WS-FEE-STATUS.
000580     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PCT-PERIOD-YM
000620         FILE STATUS IS WS-PCT-STATUS.
000630     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660     SELECT PRINT-FILE ASSIGN TO "INTKONTR"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PRINT-STATUS.
000690     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUNLOG-STATUS.
000720     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  HOLDINGS-MASTER
000770     LABEL RECORD IS STANDARD.
000780     COPY HMREC.
000790
000800 FD  CUSTOMER-MASTER
000810     LABEL RECORD IS STANDARD.
000820     COPY CUSREC.
000830
000840 FD  CPI-MASTER
000850     LABEL RECORD IS STANDARD.
000860     COPY CPIREC.
000870
000880 FD  FX-RATE-FILE
000890     LABEL RECORD IS STANDARD.
000900     COPY FXREC.
000910
000920 FD  BENCHMARK-FILE
000930     LABEL RECORD IS STANDARD.
000940     COPY BMKREC.
000950
000960 FD  FEE-FILE
000970     LABEL RECORD IS STANDARD.
000980     COPY FEEREC.
000990
001000 FD  PERIOD-CONTROL-FILE
001010     LABEL RECORD IS STANDARD.
001020     COPY PCTREC.
001030
001040 FD  AUDIT-FILE
001050     LABEL RECORD IS STANDARD.
001060     COPY AUDREC.
001070     COPY AUDMOV.
001080
001090 FD  PRINT-FILE
001100     LABEL RECORD IS STANDARD.
001110 01  PRINT-RECORD                PIC X(80).
001120
001130 FD  RUN-LOG-FILE
001140     LABEL RECORD IS STANDARD.
001150     COPY RUNREC.
001160
001170*----------------------------------------------------------------
001180* BEVEGELSESKONTROLLEN: EN SORTPOST (TYPE 1) PER BEVEGELSES-
001190* MERKET HOLDING OG EN (TYPE 2) PER B-POST PA AUDIT-FILE, MED
001200* PERIODEN FRA BEREGNINGSPOSTEN B-POSTEN FOLGER ETTER. SORTERT
001210* PA KONTO, POSISJON OG PERIODE STAR EN HOLDING UTEN B-POSTER
001220* ALENE I SIN GRUPPE.
001230*----------------------------------------------------------------
001240 SD  SORT-FILE.
001250 01  SORT-RECORD.
001260     05  SRT-ACCOUNT-ID          PIC X(10).
001270     05  SRT-POSITION-NUM        PIC 9(02).
001280     05  SRT-PERIOD-YM           PIC 9(06).
001290     05  SRT-TYPE                PIC X(01).
001300         88  SRT-FLAGGED-HOLDING     VALUE "1".
001310         88  SRT-MOVEMENT-RECORD     VALUE "2".
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     05  WS-HOLDMAST-EOF-SW      PIC X(01) VALUE "N".
001360         88  WS-HOLDMAST-EOF         VALUE "Y".
001370     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001380         88  WS-AUDIT-EOF            VALUE "Y".
001390     05  WS-FEE-EOF-SW           PIC X(01) VALUE "N".
001400         88  WS-FEE-EOF              VALUE "Y".
001410     05  WS-PCT-EOF-SW           PIC X(01) VALUE "N".
001420         88  WS-PCT-EOF              VALUE "Y".
001430     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001440         88  WS-SORT-EOF             VALUE "Y".
001450     05  WS-BMK-AVAIL-SW         PIC X(01) VALUE "N".
001460         88  WS-BMK-AVAILABLE        VALUE "Y".
001470     05  WS-FEE-AVAIL-SW         PIC X(01) VALUE "N".
001480         88  WS-FEE-AVAILABLE        VALUE "Y".
001490     05  WS-PCT-AVAIL-SW         PIC X(01) VALUE "N".
001500         88  WS-PCT-AVAILABLE        VALUE "Y".
001510     05  WS-AUDIT-AVAIL-SW       PIC X(01) VALUE "N".
001520         88  WS-AUDIT-AVAILABLE      VALUE "Y".
001530     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001540         88  WS-RECORD-FOUND         VALUE "Y".
001550     05  WS-SCAN-DONE-SW         PIC X(01) VALUE "N".
001560         88  WS-SCAN-DONE            VALUE "Y".
001570     05  WS-GROUP-ACTIVE-SW      PIC X(01) VALUE "N".
001580         88  WS-GROUP-ACTIVE         VALUE "Y".
001590     05  WS-GROUP-FLAGGED-SW     PIC X(01) VALUE "N".
001600         88  WS-GROUP-FLAGGED        VALUE "Y".
001610     05  WS-FEE-ACTIVE-SW        PIC X(01) VALUE "N".
001620         88  WS-FEE-ACCOUNT-ACTIVE   VALUE "Y".
001630     05  WS-FEE-ORPHAN-SW        PIC X(01) VALUE "N".
001640         88  WS-FEE-ORPHAN           VALUE "Y".
001650
001660 01  WS-ERROR-MSG                PIC X(45).
001670
001680 01  WS-RUN-DATE                 PIC 9(08).
001690 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
001700 01  WS-PREV-ACCOUNT-ID          PIC X(10) VALUE SPACES.
001710
001720*----------------------------------------------------------------
001730* SISTE BEREGNINGSPOST (H ELLER BLANK TYPE) LEST FRA AUDIT-FILE;
001740* B-POSTENE SOM FOLGER ETTER DEN HORER TIL DENNE PERIODEN.
001750*----------------------------------------------------------------
001760 01  WS-LAST-CALC-ACCOUNT        PIC X(10) VALUE SPACES.
001770 01  WS-LAST-CALC-POSITION       PIC 9(02) VALUE ZERO.
001780 01  WS-LAST-CALC-PERIOD         PIC 9(06) VALUE ZERO.
001790 01  WS-MOV-POSITION             PIC 9(02).
001800
001810 01  WS-GROUP-KEY.
001820     05  WS-GROUP-ACCOUNT-ID     PIC X(10).
001830     05  WS-GROUP-POSITION-NUM   PIC 9(02).
001840     05  WS-GROUP-PERIOD-YM      PIC 9(06).
001850 01  WS-GROUP-MOV-COUNT          PIC 9(06) COMP.
001860
001870 01  WS-FEE-ACCOUNT-ID           PIC X(10).
001880 01  WS-FEE-FIRST-PERIOD         PIC 9(06).
001890 01  WS-FEE-ORPHAN-COUNT         PIC 9(06) COMP.
001900
001910*----------------------------------------------------------------
001920* PERIODEKONTROLLEN: FORSTE OG SISTE LUKKEDE PERIODE PA
001930* PERIOD-CONTROL-FILE. EN PERIODE UTEN POST REGNES SOM APEN
001940* (SE PCTREC), SA DEN LOPENDE PERIODEN ETTER SISTE LUKKING HAR
001950* NORMALT INGEN POST; EN MANED UTEN POST MELLOM TO LUKKEDE
001960* PERIODER ER DERIMOT ET HULL SOM ALDRI BLE LUKKET.
001970*----------------------------------------------------------------
001980 01  WS-FIRST-CLOSED             PIC 9(06) VALUE ZERO.
001990 01  WS-LAST-CLOSED              PIC 9(06) VALUE ZERO.
002000 01  WS-SCAN-PERIOD.
002010     05  WS-SCAN-YEAR            PIC 9(04).
002020     05  WS-SCAN-MONTH           PIC 9(02).
002030
002040*----------------------------------------------------------------
002050* HOLDINGENES PERIODER, MED ANTALL HOLDINGER, FOR KPI-, INDEKS-
002060* OG PERIODEKONTROLLEN. HOLDINGER UTOVER TABELLEN TELLES OG
002070* RAPPORTERES SOM IKKE KONTROLLERT.
002080*----------------------------------------------------------------
002090 01  WS-PER-COUNT                PIC 9(03) COMP VALUE ZERO.
002100 01  WS-PER-IX                   PIC 9(03) COMP.
002110 01  WS-PER-FOUND-IX             PIC 9(03) COMP.
002120 01  WS-PER-OVERFLOW             PIC 9(06) COMP VALUE ZERO.
002130 01  WS-PER-TABLE.
002140     05  WS-PER-ENTRY            OCCURS 240 TIMES.
002150         10  PT-PERIOD           PIC 9(06).
002160         10  PT-HOLDINGS         PIC 9(06) COMP.
002170
002180*----------------------------------------------------------------
002190* VALUTA OG PERIODE FOR UTENLANDSKE HOLDINGER, SLATT OPP MOT
002200* FX-RATE-FILE FORSTE GANG KOMBINASJONEN SES: E = PERIODENS KURS
002210* FINNES, R = BARE RESERVEKURS FRA EN TIDLIGERE PERIODE, M =
002220* INGEN KURS - BEREGNINGEN AVVISER DA HOLDINGENE.
002230*----------------------------------------------------------------
002240 01  WS-CCY-COUNT                PIC 9(03) COMP VALUE ZERO.
002250 01  WS-CCY-IX                   PIC 9(03) COMP.
002260 01  WS-CCY-FOUND-IX             PIC 9(03) COMP.
002270 01  WS-CCY-OVERFLOW             PIC 9(06) COMP VALUE ZERO.
002280 01  WS-CCY-TABLE.
002290     05  WS-CCY-ENTRY            OCCURS 300 TIMES.
002300         10  CP-CURRENCY         PIC X(03).
002310         10  CP-PERIOD           PIC 9(06).
002320         10  CP-STATE            PIC X(01).
002330         10  CP-HOLDINGS         PIC 9(06) COMP.
002340
002350*----------------------------------------------------------------
002360* KONTROLLENE, I RAPPORTENS SAMMENDRAGSREKKEFOLGE. KALLEREN
002370* SETTER WS-CHECK-IX FOR 6100-WRITE-FINDING.
002380*----------------------------------------------------------------
002390 01  WS-CHECK-IX                 PIC 9(01) COMP.
002400 01  WS-CHECK-NAME-DATA.
002410     05  FILLER                  PIC X(40) VALUE
002420         "HOLDINGER UTEN KUNDEPOST".
002430     05  FILLER                  PIC X(40) VALUE
002440         "GEBYRPOSTER FOR KONTO SOM IKKE FINNES".
002450     05  FILLER                  PIC X(40) VALUE
002460         "VALUTA UTEN KURS FOR PERIODEN".
002470     05  FILLER                  PIC X(40) VALUE
002480         "PERIODER UTEN KPI".
002490     05  FILLER                  PIC X(40) VALUE
002500         "PERIODER UTEN REFERANSEINDEKS".
002510     05  FILLER                  PIC X(40) VALUE
002520         "BEVEGELSESMERKET UTEN B-POSTER".
002530     05  FILLER                  PIC X(40) VALUE
002540         "PERIODER UTEN POST MELLOM LUKKEDE".
002550 01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAME-DATA.
002560     05  WS-CHECK-NAME           OCCURS 7 TIMES PIC X(40).
002570 01  WS-CHECK-COUNTS.
002580     05  WS-CHECK-COUNT          OCCURS 7 TIMES PIC 9(06) COMP.
002590
002600 01  WS-FINDING-LINE.
002610     05  FL-SEVERITY             PIC X(08).
002620         88  FL-SERIOUS              VALUE "ALVORLIG".
002630     05  FILLER                  PIC X(01) VALUE SPACE.
002640     05  FL-CHECK                PIC X(07).
002650     05  FILLER                  PIC X(01) VALUE SPACE.
002660     05  FL-KEY                  PIC X(20).
002670     05  FILLER                  PIC X(01) VALUE SPACE.
002680     05  FL-COUNT                PIC Z(5).
002690     05  FILLER                  PIC X(01) VALUE SPACE.
002700     05  FL-TEXT                 PIC X(36).
002710
002720 01  WS-HOLDINGS-READ            PIC 9(08) COMP VALUE ZERO.
002730 01  WS-HOLDINGS-CHECKED         PIC 9(08) COMP VALUE ZERO.
002740 01  WS-INVALID-COUNT            PIC 9(08) COMP VALUE ZERO.
002750 01  WS-AUDIT-READ               PIC 9(08) COMP VALUE ZERO.
002760 01  WS-FEE-READ                 PIC 9(08) COMP VALUE ZERO.
002770 01  WS-SERIOUS-COUNT            PIC 9(06) COMP VALUE ZERO.
002780 01  WS-WARNING-COUNT            PIC 9(06) COMP VALUE ZERO.
002790 01  WS-COUNT-EDITED             PIC Z(7)9.
002800
002810 01  WS-HOLDMAST-STATUS          PIC X(02).
002820 01  WS-CUST-STATUS              PIC X(02).
002830 01  WS-CPI-STATUS               PIC X(02).
002840 01  WS-FX-STATUS                PIC X(02).
002850 01  WS-BMK-STATUS               PIC X(02).
002860 01  WS-FEE-STATUS               PIC X(02).
002870 01  WS-PCT-STATUS               PIC X(02).
002880 01  WS-AUDIT-STATUS             PIC X(02).
002890 01  WS-PRINT-STATUS             PIC X(02).
002900 01  WS-RUNLOG-STATUS            PIC X(02).
002910
002920*----------------------------------------------------------------
002930* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
002940* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
002950* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
002960*----------------------------------------------------------------
002970 01  WS-START-TIME               PIC 9(08).
002980 01  WS-END-TIME                 PIC 9(08).
002990 01  WS-END-DATE                 PIC 9(08).
003000 01  WS-RUN-OUTCOME              PIC X(12).
003010 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
003020
003030 PROCEDURE DIVISION.
003040 0000-CONTROL SECTION.
003050 0010-MAINLINE.
003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003070     SORT SORT-FILE
003080         ON ASCENDING KEY SRT-ACCOUNT-ID
003090         ON ASCENDING KEY SRT-POSITION-NUM
003100         ON ASCENDING KEY SRT-PERIOD-YM
003110         ON ASCENDING KEY SRT-TYPE
003120         INPUT PROCEDURE IS 2000-CHECK-HOLDINGS
003130         OUTPUT PROCEDURE IS 3000-MATCH-MOVEMENTS.
003140     PERFORM 4000-CHECK-PERIODS THRU 4000-EXIT.
003150     PERFORM 4100-CHECK-CURRENCIES THRU 4100-EXIT.
003160     PERFORM 4200-CHECK-PERIOD-CONTROL THRU 4200-EXIT.
003170     PERFORM 4300-CHECK-FEES THRU 4300-EXIT.
003180     PERFORM 6300-WRITE-SUMMARY THRU 6300-EXIT.
003190     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003200
003210*----------------------------------------------------------------
003220* 1000-INITIALIZE - APNE FILENE. HOLDINGS-MASTER, CUSTOMER-
003230*                  MASTER, CPI-MASTER OG FX-RATE-FILE MA
003240*                  FINNES. MANGLER REFERANSEINDEKS, GEBYR,
003250*                  PERIODEKONTROLL ELLER AUDIT-FILE (STATUS
003260*                  35), HOPPES DE KONTROLLENE OVER SOM BARE
003270*                  GJELDER DEN FILEN.
003280*----------------------------------------------------------------
003290 1000-INITIALIZE.
003300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003310     ACCEPT WS-START-TIME FROM TIME.
003320     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
003330     INITIALIZE WS-CHECK-COUNTS.
003340     OPEN INPUT HOLDINGS-MASTER.
003350     IF WS-HOLDMAST-STATUS NOT = "00"
003360         MOVE "KUNNE IKKE APNE HOLDINGS-MASTER" TO WS-ERROR-MSG
003370         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003380     END-IF.
003390     OPEN INPUT CUSTOMER-MASTER.
003400     IF WS-CUST-STATUS NOT = "00"
003410         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
003420         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003430     END-IF.
003440     OPEN INPUT CPI-MASTER.
003450     IF WS-CPI-STATUS NOT = "00"
003460         MOVE "KUNNE IKKE APNE CPI-MASTER" TO WS-ERROR-MSG
003470         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003480     END-IF.
003490     OPEN INPUT FX-RATE-FILE.
003500     IF WS-FX-STATUS NOT = "00"
003510         MOVE "KUNNE IKKE APNE FX-RATE-FILE" TO WS-ERROR-MSG
003520         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003530     END-IF.
003540     OPEN INPUT BENCHMARK-FILE.
003550     EVALUATE TRUE
003560         WHEN WS-BMK-STATUS = "00"
003570             MOVE "Y" TO WS-BMK-AVAIL-SW
003580         WHEN WS-BMK-STATUS = "35"
003590             DISPLAY "BENCHMARK-FILE FINNES IKKE - INDEKS"
003600                 "KONTROLLEN HOPPES OVER"
003610         WHEN OTHER
003620             MOVE "KUNNE IKKE APNE BENCHMARK-FILE" TO
003630                 WS-ERROR-MSG
003640             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003650     END-EVALUATE.
003660     OPEN INPUT FEE-FILE.
003670     EVALUATE TRUE
003680         WHEN WS-FEE-STATUS = "00"
003690             MOVE "Y" TO WS-FEE-AVAIL-SW
003700         WHEN WS-FEE-STATUS = "35"
003710             DISPLAY "FEE-FILE FINNES IKKE - GEBYRKONTROLLEN "
003720                 "HOPPES OVER"
003730         WHEN OTHER
003740             MOVE "KUNNE IKKE APNE FEE-FILE" TO WS-ERROR-MSG
003750             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003760     END-EVALUATE.
003770     OPEN INPUT PERIOD-CONTROL-FILE.
003780     EVALUATE TRUE
003790         WHEN WS-PCT-STATUS = "00"
003800             MOVE "Y" TO WS-PCT-AVAIL-SW
003810         WHEN WS-PCT-STATUS = "35"
003820             DISPLAY "PERIOD-CONTROL-FILE FINNES IKKE - ALLE "
003830                 "PERIODER REGNES SOM APNE"
003840         WHEN OTHER
003850             MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
003860                 WS-ERROR-MSG
003870             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003880     END-EVALUATE.
003890     OPEN INPUT AUDIT-FILE.
003900     EVALUATE TRUE
003910         WHEN WS-AUDIT-STATUS = "00"
003920             MOVE "Y" TO WS-AUDIT-AVAIL-SW
003930         WHEN WS-AUDIT-STATUS = "35"
003940             DISPLAY "AUDIT-FILE FINNES IKKE - INGEN B-POSTER "
003950                 "A MALE MOT"
003960             MOVE "Y" TO WS-AUDIT-EOF-SW
003970         WHEN OTHER
003980             MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
003990             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004000     END-EVALUATE.
004010     OPEN OUTPUT PRINT-FILE.
004020     IF WS-PRINT-STATUS NOT = "00"
004030         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
004040         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
004050     END-IF.
004060     IF WS-PCT-AVAILABLE
004070         PERFORM 1200-FIND-CLOSED-RANGE THRU 1200-EXIT
004080     END-IF.
004090     MOVE SPACES TO PRINT-RECORD.
004100     STRING "INTEGRITETSKONTROLL FOR BEREGNINGSKJORINGEN   "
004110         "KJORT: " WS-RUN-DATE-EDITED
004120         DELIMITED BY SIZE INTO PRINT-RECORD.
004130     WRITE PRINT-RECORD.
004140     MOVE SPACES TO PRINT-RECORD.
004150     WRITE PRINT-RECORD.
004160     MOVE SPACES TO PRINT-RECORD.
004170     STRING "ALVOR    KONTROLL NOKKEL               ANTALL "
004180         "MERKNAD"
004190         DELIMITED BY SIZE INTO PRINT-RECORD.
004200     WRITE PRINT-RECORD.
004210 1000-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 1200-FIND-CLOSED-RANGE - LES PERIOD-CONTROL-FILE I NOKKEL-
004260*                  REKKEFOLGE OG FINN FORSTE OG SISTE LUKKEDE
004270*                  PERIODE.
004280*----------------------------------------------------------------
004290 1200-FIND-CLOSED-RANGE.
004300     MOVE ZERO TO PCT-PERIOD-YM.
004310     START PERIOD-CONTROL-FILE KEY NOT LESS THAN PCT-PERIOD-YM
004320         INVALID KEY
004330             MOVE "Y" TO WS-PCT-EOF-SW
004340     END-START.
004350     PERFORM 1210-SCAN-ONE-PERIOD THRU 1210-EXIT
004360         UNTIL WS-PCT-EOF.
004370 1200-EXIT.
004380     EXIT.
004390
004400 1210-SCAN-ONE-PERIOD.
004410     READ PERIOD-CONTROL-FILE NEXT RECORD
004420         AT END
004430             MOVE "Y" TO WS-PCT-EOF-SW
004440             GO TO 1210-EXIT
004450     END-READ.
004460     IF PCT-PERIOD-YM NOT NUMERIC OR PCT-STATUS NOT = "L"
004470         GO TO 1210-EXIT
004480     END-IF.
004490     IF WS-FIRST-CLOSED = ZERO
004500         MOVE PCT-PERIOD-YM TO WS-FIRST-CLOSED
004510     END-IF.
004520     MOVE PCT-PERIOD-YM TO WS-LAST-CLOSED.
004530 1210-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570* 2200-CHECK-CUSTOMER - EN KONTO UTEN KUNDEPOST GRUPPERES UNDER
004580*                  KLIENT NULL I BEREGNINGSRAPPORTEN. EN LINJE
004590*                  PER KONTO, UANSETT ANTALL POSISJONER.
004600*----------------------------------------------------------------
004610 2200-CHECK-CUSTOMER.
004620     MOVE HM-ACCOUNT-ID TO CUS-ACCOUNT-ID.
004630     READ CUSTOMER-MASTER
004640         INVALID KEY
004650             MOVE 1 TO WS-CHECK-IX
004660             MOVE "ADVARSEL" TO FL-SEVERITY
004670             MOVE "KUNDE" TO FL-CHECK
004680             MOVE HM-ACCOUNT-ID TO FL-KEY
004690             MOVE ZERO TO FL-COUNT
004700             MOVE "IKKE I KUNDEREGISTERET" TO FL-TEXT
004710             PERFORM 6100-WRITE-FINDING THRU 6100-EXIT
004720     END-READ.
004730 2200-EXIT.
004740     EXIT.
004750
004760 2300-TABLE-PERIOD.
004770     MOVE ZERO TO WS-PER-FOUND-IX.
004780     PERFORM 2310-SEARCH-PERIOD THRU 2310-EXIT
004790         VARYING WS-PER-IX FROM 1 BY 1
004800         UNTIL WS-PER-IX > WS-PER-COUNT
004810             OR WS-PER-FOUND-IX NOT = ZERO.
004820     IF WS-PER-FOUND-IX = ZERO
004830         IF WS-PER-COUNT NOT < 240
004840             ADD 1 TO WS-PER-OVERFLOW
004850             GO TO 2300-EXIT
004860         END-IF
004870         ADD 1 TO WS-PER-COUNT
004880         MOVE WS-PER-COUNT TO WS-PER-FOUND-IX
004890         MOVE HM-PERIOD-YM TO PT-PERIOD (WS-PER-FOUND-IX)
004900         MOVE ZERO TO PT-HOLDINGS (WS-PER-FOUND-IX)
004910     END-IF.
004920     ADD 1 TO PT-HOLDINGS (WS-PER-FOUND-IX).
004930 2300-EXIT.
004940     EXIT.
004950
004960 2310-SEARCH-PERIOD.
004970     IF PT-PERIOD (WS-PER-IX) = HM-PERIOD-YM
004980         MOVE WS-PER-IX TO WS-PER-FOUND-IX
004990     END-IF.
005000 2310-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040* 2400-TABLE-CURRENCY - FINN ELLER OPPRETT VALUTA/PERIODE I
005050*                  TABELLEN. EN NY KOMBINASJON SLAS OPP MOT
005060*                  FX-RATE-FILE MED SAMME RESERVEREGEL SOM
005070*                  BEREGNINGEN (SISTE PERIODE SOM IKKE LIGGER
005080*                  ETTER HOLDINGENS).
005090*----------------------------------------------------------------
005100 2400-TABLE-CURRENCY.
005110     MOVE ZERO TO WS-CCY-FOUND-IX.
005120     PERFORM 2410-SEARCH-CURRENCY THRU 2410-EXIT
005130         VARYING WS-CCY-IX FROM 1 BY 1
005140         UNTIL WS-CCY-IX > WS-CCY-COUNT
005150             OR WS-CCY-FOUND-IX NOT = ZERO.
005160     IF WS-CCY-FOUND-IX = ZERO
005170         IF WS-CCY-COUNT NOT < 300
005180             ADD 1 TO WS-CCY-OVERFLOW
005190             GO TO 2400-EXIT
005200         END-IF
005210         ADD 1 TO WS-CCY-COUNT
005220         MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IX
005230         MOVE HM-CURRENCY-CODE TO CP-CURRENCY (WS-CCY-FOUND-IX)
005240         MOVE HM-PERIOD-YM TO CP-PERIOD (WS-CCY-FOUND-IX)
005250         MOVE ZERO TO CP-HOLDINGS (WS-CCY-FOUND-IX)
005260         PERFORM 2450-LOOKUP-FX-RATE THRU 2450-EXIT
005270     END-IF.
005280     ADD 1 TO CP-HOLDINGS (WS-CCY-FOUND-IX).
005290 2400-EXIT.
005300     EXIT.
005310
005320 2410-SEARCH-CURRENCY.
005330     IF CP-CURRENCY (WS-CCY-IX) = HM-CURRENCY-CODE
005340             AND CP-PERIOD (WS-CCY-IX) = HM-PERIOD-YM
005350         MOVE WS-CCY-IX TO WS-CCY-FOUND-IX
005360     END-IF.
005370 2410-EXIT.
005380     EXIT.
005390
005400 2450-LOOKUP-FX-RATE.
005410     MOVE HM-CURRENCY-CODE TO FX-CURRENCY-KEY.
005420     MOVE HM-PERIOD-YM TO FX-PERIOD-YM.
005430     READ FX-RATE-FILE
005440         INVALID KEY
005450             MOVE "M" TO CP-STATE (WS-CCY-FOUND-IX)
005460         NOT INVALID KEY
005470             MOVE "E" TO CP-STATE (WS-CCY-FOUND-IX)
005480             GO TO 2450-EXIT
005490     END-READ.
005500     MOVE "N" TO WS-SCAN-DONE-SW.
005510     MOVE HM-CURRENCY-CODE TO FX-CURRENCY-KEY.
005520     MOVE ZERO TO FX-PERIOD-YM.
005530     START FX-RATE-FILE KEY NOT LESS THAN FX-RATE-KEY
005540         INVALID KEY
005550             MOVE "Y" TO WS-SCAN-DONE-SW
005560     END-START.
005570     PERFORM 2460-SCAN-FX-PERIOD THRU 2460-EXIT
005580         UNTIL WS-SCAN-DONE.
005590 2450-EXIT.
005600     EXIT.
005610
005620 2460-SCAN-FX-PERIOD.
005630     READ FX-RATE-FILE NEXT RECORD
005640         AT END
005650             MOVE "Y" TO WS-SCAN-DONE-SW
005660             GO TO 2460-EXIT
005670     END-READ.
005680     IF FX-CURRENCY-KEY NOT = HM-CURRENCY-CODE
005690             OR FX-PERIOD-YM > HM-PERIOD-YM
005700         MOVE "Y" TO WS-SCAN-DONE-SW
005710         GO TO 2460-EXIT
005720     END-IF.
005730     MOVE "R" TO CP-STATE (WS-CCY-FOUND-IX).
005740 2460-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------
005780* 3200-CLOSE-GROUP - SLUTT PA EN KONTO/POSISJON/PERIODE FRA
005790*                  SORTERINGEN. EN MERKET HOLDING UTEN B-POSTER
005800*                  RAPPORTERES.
005810*----------------------------------------------------------------
005820 3200-CLOSE-GROUP.
005830     IF NOT WS-GROUP-FLAGGED OR WS-GROUP-MOV-COUNT > ZERO
005840         GO TO 3200-EXIT
005850     END-IF.
005860     MOVE 6 TO WS-CHECK-IX.
005870     MOVE "ADVARSEL" TO FL-SEVERITY.
005880     MOVE "BEVEG" TO FL-CHECK.
005890     MOVE SPACES TO FL-KEY.
005900     STRING WS-GROUP-ACCOUNT-ID "/" WS-GROUP-POSITION-NUM " "
005910         WS-GROUP-PERIOD-YM
005920         DELIMITED BY SIZE INTO FL-KEY.
005930     MOVE ZERO TO FL-COUNT.
005940     MOVE "MERKET BEVEGELSER, INGEN B-POSTER" TO FL-TEXT.
005950     PERFORM 6100-WRITE-FINDING THRU 6100-EXIT.
005960 3200-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 4000-CHECK-PERIODS - KPI OG REFERANSEINDEKS FOR HVER PERIODE
006010*                  HOLDINGENE LIGGER I. MANGLER KPI, REGNER
006020*                  BEREGNINGEN MED HOLDINGENS EGEN INFLASJON;
006030*                  MANGLER INDEKSEN, RAPPORTERES HOLDINGEN UTEN
006040*                  SAMMENLIGNING.
006050*----------------------------------------------------------------
006060 4000-CHECK-PERIODS.
006070     PERFORM 4010-CHECK-ONE-PERIOD THRU 4010-EXIT
006080         VARYING WS-PER-IX FROM 1 BY 1
006090         UNTIL WS-PER-IX > WS-PER-COUNT.
006100     IF WS-PER-OVERFLOW > ZERO
006110         MOVE WS-PER-OVERFLOW TO WS-COUNT-EDITED
006120         MOVE SPACES TO PRINT-RECORD
006130         STRING "PERIODETABELLEN FULL - " WS-COUNT-EDITED
006140             " HOLDINGER UTEN KPI/INDEKSKONTROLL"
006150             DELIMITED BY SIZE INTO PRINT-RECORD
006160         WRITE PRINT-RECORD
006170         ADD 1 TO WS-WARNING-COUNT
006180     END-IF.
006190 4000-EXIT.
006200     EXIT.
006210
006220 4010-CHECK-ONE-PERIOD.
006230     MOVE "ADVARSEL" TO FL-SEVERITY.
006240     MOVE SPACES TO FL-KEY.
006250     MOVE PT-PERIOD (WS-PER-IX) TO FL-KEY.
006260     MOVE PT-HOLDINGS (WS-PER-IX) TO FL-COUNT.
006270     MOVE PT-PERIOD (WS-PER-IX) TO CPI-PERIOD-KEY.
006280     READ CPI-MASTER
006290         INVALID KEY
006300             MOVE 4 TO WS-CHECK-IX
006310             MOVE "KPI" TO FL-CHECK
006320             MOVE "KPI MANGLER - EGEN INFLASJON BRUKES" TO
006330                 FL-TEXT
006340             PERFORM 6100-WRITE-FINDING THRU 6100-EXIT
006350     END-READ.
006360     IF NOT WS-BMK-AVAILABLE
006370         GO TO 4010-EXIT
006380     END-IF.
006390     MOVE PT-PERIOD (WS-PER-IX) TO BMK-PERIOD-KEY.
006400     READ BENCHMARK-FILE
006410         INVALID KEY
006420             MOVE 5 TO WS-CHECK-IX
006430             MOVE "INDEKS" TO FL-CHECK
006440             MOVE "INDEKS MANGLER - UTEN SAMMENLIGNING" TO
006450                 FL-TEXT
006460             PERFORM 6100-WRITE-FINDING THRU 6100-EXIT
006470     END-READ.
006480 4010-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 4100-CHECK-CURRENCIES - VALUTA/PERIODE UTEN PERIODENS KURS.
006530*                  FINNES EN TIDLIGERE KURS, REGNER BEREGNINGEN
006540*                  MED DEN (ADVARSEL); FINNES INGEN, AVVISES
006550*                  ALLE HOLDINGENE (ALVORLIG).
006560*----------------------------------------------------------------
006570 4100-CHECK-CURRENCIES.
006580     PERFORM 4110-CHECK-ONE-CURRENCY THRU 4110-EXIT
006590         VARYING WS-CCY-IX FROM 1 BY 1
006600         UNTIL WS-CCY-IX > WS-CCY-COUNT.
006610     IF WS-CCY-OVERFLOW > ZERO
006620         MOVE WS-CCY-OVERFLOW TO WS-COUNT-EDITED
006630         MOVE SPACES TO PRINT-RECORD
006640         STRING "VALUTATABELLEN FULL - " WS-COUNT-EDITED
006650             " HOLDINGER UTEN KURSKONTROLL"
006660             DELIMITED BY SIZE INTO PRINT-RECORD
006670         WRITE PRINT-RECORD
006680         ADD 1 TO WS-WARNING-COUNT
006690     END-IF.
006700 4100-EXIT.
006710     EXIT.
006720
006730 4110-CHECK-ONE-CURRENCY.
006740     IF CP-STATE (WS-CCY-IX) = "E"
006750         GO TO 4110-EXIT
006760     END-IF.
006770     MOVE 3 TO WS-CHECK-IX.
006780     MOVE "KURS" TO FL-CHECK.
006790     MOVE SPACES TO FL-KEY.
006800     STRING CP-CURRENCY (WS-CCY-IX) " " CP-PERIOD (WS-CCY-IX)
006810         DELIMITED BY SIZE INTO FL-KEY.
006820     MOVE CP-HOLDINGS (WS-CCY-IX) TO FL-COUNT.
006830     IF CP-STATE (WS-CCY-IX) = "R"
006840         MOVE "ADVARSEL" TO FL-SEVERITY
006850         MOVE "PERIODENS KURS MANGLER - RESERVEKURS" TO FL-TEXT
006860     ELSE
006870         MOVE "ALVORLIG" TO FL-SEVERITY
006880         MOVE "INGEN KURS - HOLDINGENE AVVISES" TO FL-TEXT
006890     END-IF.
006900     PERFORM 6100-WRITE-FINDING THRU 6100-EXIT.
006910 4110-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 4200-CHECK-PERIOD-CONTROL - HVER MANED FRA FORSTE TIL SISTE
006960*                  LUKKEDE PERIODE MA HA POST PA PERIOD-CONTROL-
006970*                  FILE. EN MANED UTEN POST REGNES SOM APEN, SA
006980*                  BEREGNINGEN KAN SKRIVE OM EN PERIODE SOM
006990*                  SKULLE VERT LUKKET (ALVORLIG). ANTALLET ER
007000*                  HOLDINGER SOM LIGGER I PERIODEN.
007010*----------------------------------------------------------------
007020 4200-CHECK-PERIOD-CONTROL.
007030     IF NOT WS-PCT-AVAILABLE OR WS-FIRST-CLOSED = ZERO
007040         GO TO 4200-EXIT
007050     END-IF.
007060     MOVE WS-FIRST-CLOSED TO WS-SCAN-PERIOD.
007070     PERFORM 4210-CHECK-ONE-MONTH THRU 4210-EXIT
007080         UNTIL WS-SCAN-PERIOD > WS-LAST-CLOSED.
007090 4200-EXIT.
007100     EXIT.
007110
007120 4210-CHECK-ONE-MONTH.
007130     MOVE WS-SCAN-PERIOD TO PCT-PERIOD-YM.
007140     READ PERIOD-CONTROL-FILE
007150         INVALID KEY
007160             PERFORM 4220-REPORT-MISSING-MONTH THRU 4220-EXIT
007170     END-READ.
007180     IF WS-SCAN-MONTH = 12
007190         ADD 1 TO WS-SCAN-YEAR
007200         MOVE 1 TO WS-SCAN-MONTH
007210     ELSE
007220         ADD 1 TO WS-SCAN-MONTH
007230     END-IF.
007240 4210-EXIT.
007250     EXIT.
007260
007270 4220-REPORT-MISSING-MONTH.
007280     MOVE 7 TO WS-CHECK-IX.
007290     MOVE "ALVORLIG" TO FL-SEVERITY.
007300     MOVE "PERIODE" TO FL-CHECK.
007310     MOVE SPACES TO FL-KEY.
007320     MOVE WS-SCAN-PERIOD TO FL-KEY.
007330     MOVE ZERO TO FL-COUNT.
007340     PERFORM 4230-COUNT-PERIOD-HOLDINGS THRU 4230-EXIT
007350         VARYING WS-PER-IX FROM 1 BY 1
007360         UNTIL WS-PER-IX > WS-PER-COUNT.
007370     MOVE "MANGLER MELLOM LUKKEDE PERIODER" TO FL-TEXT.
007380     PERFORM 6100-WRITE-FINDING THRU 6100-EXIT.
007390 4220-EXIT.
007400     EXIT.
007410
007420 4230-COUNT-PERIOD-HOLDINGS.
007430     IF PT-PERIOD (WS-PER-IX) = WS-SCAN-PERIOD
007440         MOVE PT-HOLDINGS (WS-PER-IX) TO FL-COUNT
007450     END-IF.
007460 4230-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------------
007500* 4300-CHECK-FEES - LES FEE-FILE I NOKKELREKKEFOLGE (KONTO,
007510*                  PERIODE). EN KONTO SOM VERKEN HAR KUNDEPOST
007520*                  ELLER NOEN POSISJON PA HOLDINGS-MASTER FINNES
007530*                  IKKE LENGER; EN LINJE PER SLIK KONTO MED
007540*                  FORSTE PERIODE OG ANTALL GEBYRPOSTER.
007550*----------------------------------------------------------------
007560 4300-CHECK-FEES.
007570     IF NOT WS-FEE-AVAILABLE
007580         GO TO 4300-EXIT
007590     END-IF.
007600     PERFORM 4310-CHECK-ONE-FEE THRU 4310-EXIT
007610         UNTIL WS-FEE-EOF.
007620     IF WS-FEE-ACCOUNT-ACTIVE
007630         PERFORM 4330-CLOSE-FEE-ACCOUNT THRU 4330-EXIT
007640     END-IF.
007650 4300-EXIT.
007660     EXIT.
007670
007680 4310-CHECK-ONE-FEE.
007690     READ FEE-FILE NEXT RECORD
007700         AT END
007710             SET WS-FEE-EOF TO TRUE
007720             GO TO 4310-EXIT
007730     END-READ.
007740     ADD 1 TO WS-FEE-READ.
007750     IF WS-FEE-ACCOUNT-ACTIVE
007760             AND FEE-ACCOUNT-ID = WS-FEE-ACCOUNT-ID
007770         IF WS-FEE-ORPHAN
007780             ADD 1 TO WS-FEE-ORPHAN-COUNT
007790         END-IF
007800         GO TO 4310-EXIT
007810     END-IF.
007820     IF WS-FEE-ACCOUNT-ACTIVE
007830         PERFORM 4330-CLOSE-FEE-ACCOUNT THRU 4330-EXIT
007840     END-IF.
007850     MOVE "Y" TO WS-FEE-ACTIVE-SW.
007860     MOVE FEE-ACCOUNT-ID TO WS-FEE-ACCOUNT-ID.
007870     MOVE FEE-PERIOD-YM TO WS-FEE-FIRST-PERIOD.
007880     MOVE 1 TO WS-FEE-ORPHAN-COUNT.
007890     PERFORM 4320-CHECK-ACCOUNT-EXISTS THRU 4320-EXIT.
007900     IF WS-RECORD-FOUND
007910         MOVE "N" TO WS-FEE-ORPHAN-SW
007920     ELSE
007930         MOVE "Y" TO WS-FEE-ORPHAN-SW
007940     END-IF.
007950 4310-EXIT.
007960     EXIT.
007970
007980 4320-CHECK-ACCOUNT-EXISTS.
007990     MOVE "Y" TO WS-FOUND-SW.
008000     MOVE WS-FEE-ACCOUNT-ID TO CUS-ACCOUNT-ID.
008010     READ CUSTOMER-MASTER
008020         INVALID KEY
008030             MOVE "N" TO WS-FOUND-SW
008040     END-READ.
008050     IF WS-RECORD-FOUND
008060         GO TO 4320-EXIT
008070     END-IF.
008080     MOVE WS-FEE-ACCOUNT-ID TO HM-ACCOUNT-ID.
008090     MOVE ZERO TO HM-POSITION-NUM.
008100     START HOLDINGS-MASTER KEY NOT LESS THAN HM-KEY
008110         INVALID KEY
008120             GO TO 4320-EXIT
008130     END-START.
008140     READ HOLDINGS-MASTER NEXT RECORD
008150         AT END
008160             GO TO 4320-EXIT
008170     END-READ.
008180     IF HM-ACCOUNT-ID = WS-FEE-ACCOUNT-ID
008190         MOVE "Y" TO WS-FOUND-SW
008200     END-IF.
008210 4320-EXIT.
008220     EXIT.
008230
008240 4330-CLOSE-FEE-ACCOUNT.
008250     IF NOT WS-FEE-ORPHAN
008260         GO TO 4330-EXIT
008270     END-IF.
008280     MOVE 2 TO WS-CHECK-IX.
008290     MOVE "ADVARSEL" TO FL-SEVERITY.
008300     MOVE "GEBYR" TO FL-CHECK.
008310     MOVE SPACES TO FL-KEY.
008320     STRING WS-FEE-ACCOUNT-ID " FRA " WS-FEE-FIRST-PERIOD
008330         DELIMITED BY SIZE INTO FL-KEY.
008340     MOVE WS-FEE-ORPHAN-COUNT TO FL-COUNT.
008350     MOVE "GEBYRPOSTER, KONTOEN FINNES IKKE" TO FL-TEXT.
008360     PERFORM 6100-WRITE-FINDING THRU 6100-EXIT.
008370 4330-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410* 6100-WRITE-FINDING - EN AVVIKSLINJE. ALVOR, KONTROLL, NOKKEL,
008420*                  ANTALL OG MERKNAD SETTES AV KALLEREN, SOM
008430*                  OGSA SETTER WS-CHECK-IX FOR SAMMENDRAGET.
008440*----------------------------------------------------------------
008450 6100-WRITE-FINDING.
008460     MOVE WS-FINDING-LINE TO PRINT-RECORD.
008470     WRITE PRINT-RECORD.
008480     ADD 1 TO WS-CHECK-COUNT (WS-CHECK-IX).
008490     IF FL-SERIOUS
008500         ADD 1 TO WS-SERIOUS-COUNT
008510     ELSE
008520         ADD 1 TO WS-WARNING-COUNT
008530     END-IF.
008540 6100-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------------
008580* 6300-WRITE-SUMMARY - ANTALL AVVIK PER KONTROLL, ALVORLIGE OG
008590*                  ADVARSLER, OG HVA SOM BLE LEST.
008600*----------------------------------------------------------------
008610 6300-WRITE-SUMMARY.
008620     MOVE SPACES TO PRINT-RECORD.
008630     WRITE PRINT-RECORD.
008640     MOVE "SAMMENDRAG PER KONTROLL" TO PRINT-RECORD.
008650     WRITE PRINT-RECORD.
008660     PERFORM 6310-WRITE-ONE-CHECK THRU 6310-EXIT
008670         VARYING WS-CHECK-IX FROM 1 BY 1
008680         UNTIL WS-CHECK-IX > 7.
008690     MOVE SPACES TO PRINT-RECORD.
008700     WRITE PRINT-RECORD.
008710     MOVE WS-HOLDINGS-READ TO WS-COUNT-EDITED.
008720     MOVE SPACES TO PRINT-RECORD.
008730     STRING "HOLDINGER LEST:          " WS-COUNT-EDITED
008740         DELIMITED BY SIZE INTO PRINT-RECORD.
008750     WRITE PRINT-RECORD.
008760     MOVE WS-INVALID-COUNT TO WS-COUNT-EDITED.
008770     MOVE SPACES TO PRINT-RECORD.
008780     STRING "UGYLDIG PERIODE:         " WS-COUNT-EDITED
008790         DELIMITED BY SIZE INTO PRINT-RECORD.
008800     WRITE PRINT-RECORD.
008810     MOVE WS-AUDIT-READ TO WS-COUNT-EDITED.
008820     MOVE SPACES TO PRINT-RECORD.
008830     STRING "AUDITPOSTER LEST:        " WS-COUNT-EDITED
008840         DELIMITED BY SIZE INTO PRINT-RECORD.
008850     WRITE PRINT-RECORD.
008860     MOVE WS-FEE-READ TO WS-COUNT-EDITED.
008870     MOVE SPACES TO PRINT-RECORD.
008880     STRING "GEBYRPOSTER LEST:        " WS-COUNT-EDITED
008890         DELIMITED BY SIZE INTO PRINT-RECORD.
008900     WRITE PRINT-RECORD.
008910     MOVE WS-SERIOUS-COUNT TO WS-COUNT-EDITED.
008920     MOVE SPACES TO PRINT-RECORD.
008930     STRING "ALVORLIGE AVVIK:         " WS-COUNT-EDITED
008940         DELIMITED BY SIZE INTO PRINT-RECORD.
008950     WRITE PRINT-RECORD.
008960     MOVE WS-WARNING-COUNT TO WS-COUNT-EDITED.
008970     MOVE SPACES TO PRINT-RECORD.
008980     STRING "ADVARSLER:               " WS-COUNT-EDITED
008990         DELIMITED BY SIZE INTO PRINT-RECORD.
009000     WRITE PRINT-RECORD.
009010     IF WS-SERIOUS-COUNT > ZERO
009020         MOVE SPACES TO PRINT-RECORD
009030         MOVE "ALVORLIGE AVVIK - BEREGNINGSKJEDEN STOPPES" TO
009040             PRINT-RECORD
009050         WRITE PRINT-RECORD
009060         DISPLAY "ALVORLIGE AVVIK I INTEGRITETSKONTROLLEN - "
009070             "SE RAPPORTEN"
009080     END-IF.
009090 6300-EXIT.
009100     EXIT.
009110
009120 6310-WRITE-ONE-CHECK.
009130     MOVE WS-CHECK-COUNT (WS-CHECK-IX) TO WS-COUNT-EDITED.
009140     MOVE SPACES TO PRINT-RECORD.
009150     STRING "  " WS-CHECK-NAME (WS-CHECK-IX) WS-COUNT-EDITED
009160         DELIMITED BY SIZE INTO PRINT-RECORD.
009170     WRITE PRINT-RECORD.
009180 6310-EXIT.
009190     EXIT.
009200
009210 9990-ABORT-ON-OPEN-ERROR.
009220     DISPLAY "FATAL: " WS-ERROR-MSG.
009230     MOVE 8 TO WS-RETURN-CODE.
009240     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
009250     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
009260     MOVE WS-RETURN-CODE TO RETURN-CODE.
009270     STOP RUN.
009280 9990-EXIT.
009290     EXIT.
009300
009310*----------------------------------------------------------------
009320* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
009330*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
009340*                  AVBRUDDSVEIEN. LEST ER HOLDINGENE, BEHANDLET
009350*                  DE SOM BLE KONTROLLERT OG AVVIST ANTALL
009360*                  AVVIKSLINJER.
009370*----------------------------------------------------------------
009380 7900-WRITE-RUN-LOG.
009390     OPEN EXTEND RUN-LOG-FILE.
009400     IF WS-RUNLOG-STATUS NOT = "00"
009410         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
009420             WS-RUNLOG-STATUS
009430         GO TO 7900-EXIT
009440     END-IF.
009450     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
009460     ACCEPT WS-END-TIME FROM TIME.
009470     MOVE SPACES TO RUN-LOG-RECORD.
009480     MOVE "INTEGRITET" TO RNL-PROGRAM-ID.
009490     MOVE SPACE TO RNL-RUN-MODE.
009500     MOVE WS-RUN-DATE TO RNL-START-DATE.
009510     MOVE WS-START-TIME TO RNL-START-TIME.
009520     MOVE WS-END-DATE TO RNL-END-DATE.
009530     MOVE WS-END-TIME TO RNL-END-TIME.
009540     MOVE WS-HOLDINGS-READ TO RNL-RECORDS-READ.
009550     MOVE WS-HOLDINGS-CHECKED TO RNL-RECORDS-PROCESSED.
009560     COMPUTE RNL-RECORDS-REJECTED =
009570         WS-SERIOUS-COUNT + WS-WARNING-COUNT.
009580     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
009590     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
009600     WRITE RUN-LOG-RECORD.
009610     CLOSE RUN-LOG-FILE.
009620 7900-EXIT.
009630     EXIT.
009640
009650*----------------------------------------------------------------
009660* 9999-TERMINATE - RETURKODE 12 NAR DET FINNES ALVORLIGE AVVIK,
009670*                  SA SCHEDULEREN HOLDER BEREGNINGSKJORINGEN
009680*                  TILBAKE; 04 VED BARE ADVARSLER.
009690*----------------------------------------------------------------
009700 9999-TERMINATE.
009710     CLOSE HOLDINGS-MASTER.
009720     CLOSE CUSTOMER-MASTER.
009730     CLOSE CPI-MASTER.
009740     CLOSE FX-RATE-FILE.
009750     IF WS-BMK-AVAILABLE
009760         CLOSE BENCHMARK-FILE
009770     END-IF.
009780     IF WS-FEE-AVAILABLE
009790         CLOSE FEE-FILE
009800     END-IF.
009810     IF WS-PCT-AVAILABLE
009820         CLOSE PERIOD-CONTROL-FILE
009830     END-IF.
009840     IF WS-AUDIT-AVAILABLE
009850         CLOSE AUDIT-FILE
009860     END-IF.
009870     CLOSE PRINT-FILE.
009880     EVALUATE TRUE
009890         WHEN WS-SERIOUS-COUNT > ZERO
009900             MOVE 12 TO WS-RETURN-CODE
009910             MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME
009920         WHEN WS-WARNING-COUNT > ZERO
009930             MOVE 4 TO WS-RETURN-CODE
009940             MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
009950         WHEN OTHER
009960             MOVE ZERO TO WS-RETURN-CODE
009970             MOVE "OK" TO WS-RUN-OUTCOME
009980     END-EVALUATE.
009990     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
010000     MOVE WS-RETURN-CODE TO RETURN-CODE.
010010     STOP RUN.
010020 9999-EXIT.
010030     EXIT.
010040
010050*----------------------------------------------------------------
010060* 2000-CHECK-HOLDINGS - INPUT PROCEDURE TIL SORTERINGEN: LES
010070*                  HOLDINGS-MASTER FRA START TIL SLUTT. KUNDE-
010080*                  POSTEN KONTROLLERES PER KONTO, PERIODE OG
010090*                  VALUTA SAMLES I TABELLENE, OG BEVEGELSES-
010100*                  MERKEDE HOLDINGER SLIPPES TIL SORTERINGEN.
010110*                  DERETTER SLIPPES B-POSTENE FRA AUDIT-FILE.
010120*----------------------------------------------------------------
010130 2000-CHECK-HOLDINGS SECTION.
010140 2010-HOLDINGS-LOOP.
010150     PERFORM 2100-CHECK-ONE-HOLDING THRU 2100-EXIT
010160         UNTIL WS-HOLDMAST-EOF.
010170     PERFORM 2500-RELEASE-ONE-MOVEMENT THRU 2500-EXIT
010180         UNTIL WS-AUDIT-EOF.
010190 2090-HOLDINGS-DONE.
010200     EXIT.
010210
010220 2100-CHECK-ONE-HOLDING.
010230     IF WS-HOLDMAST-EOF
010240         GO TO 2100-EXIT
010250     END-IF.
010260     READ HOLDINGS-MASTER NEXT RECORD
010270         AT END
010280             SET WS-HOLDMAST-EOF TO TRUE
010290             GO TO 2100-EXIT
010300     END-READ.
010310     ADD 1 TO WS-HOLDINGS-READ.
010320     IF HM-ACCOUNT-ID NOT = WS-PREV-ACCOUNT-ID
010330         MOVE HM-ACCOUNT-ID TO WS-PREV-ACCOUNT-ID
010340         PERFORM 2200-CHECK-CUSTOMER THRU 2200-EXIT
010350     END-IF.
010360     IF HM-PERIOD-YM NOT NUMERIC
010370         ADD 1 TO WS-INVALID-COUNT
010380         DISPLAY HM-ACCOUNT-ID "/" HM-POSITION-NUM
010390             " IKKE KONTROLLERT - UGYLDIG PERIODE"
010400         GO TO 2100-EXIT
010410     END-IF.
010420     ADD 1 TO WS-HOLDINGS-CHECKED.
010430     PERFORM 2300-TABLE-PERIOD THRU 2300-EXIT.
010440     IF HM-CURRENCY-CODE NOT = "KR " AND HM-CURRENCY-CODE
010450             NOT = "NOK" AND HM-CURRENCY-CODE NOT = SPACES
010460         PERFORM 2400-TABLE-CURRENCY THRU 2400-EXIT
010470     END-IF.
010480     IF HM-MOVEMENT-FLAG = "J"
010490         MOVE HM-ACCOUNT-ID TO SRT-ACCOUNT-ID
010500         MOVE HM-POSITION-NUM TO SRT-POSITION-NUM
010510         MOVE HM-PERIOD-YM TO SRT-PERIOD-YM
010520         MOVE "1" TO SRT-TYPE
010530         RELEASE SORT-RECORD
010540     END-IF.
010550 2100-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------------
010590* 2500-RELEASE-ONE-MOVEMENT - EN POST FRA AUDIT-FILE. EN
010600*                  BEREGNINGSPOST (H ELLER BLANK TYPE) HUSKES;
010610*                  EN B-POST FOR SAMME KONTO OG POSISJON SLIPPES
010620*                  MED BEREGNINGENS PERIODE. BLANK POSISJON PA
010630*                  ELDRE POSTER REGNES SOM 01.
010640*----------------------------------------------------------------
010650 2500-RELEASE-ONE-MOVEMENT.
010660     IF WS-AUDIT-EOF
010670         GO TO 2500-EXIT
010680     END-IF.
010690     READ AUDIT-FILE
010700         AT END
010710             SET WS-AUDIT-EOF TO TRUE
010720             GO TO 2500-EXIT
010730     END-READ.
010740     ADD 1 TO WS-AUDIT-READ.
010750     IF AUD-RECORD-TYPE = "H" OR AUD-RECORD-TYPE = SPACE
010760         MOVE AUD-ACCOUNT-ID TO WS-LAST-CALC-ACCOUNT
010770         IF AUD-POSITION-X = SPACES
010780             MOVE 1 TO WS-LAST-CALC-POSITION
010790         ELSE
010800             MOVE AUD-POSITION-NUM TO WS-LAST-CALC-POSITION
010810         END-IF
010820         IF AUD-PERIOD-YM NUMERIC
010830             MOVE AUD-PERIOD-YM TO WS-LAST-CALC-PERIOD
010840         ELSE
010850             MOVE ZERO TO WS-LAST-CALC-PERIOD
010860         END-IF
010870         GO TO 2500-EXIT
010880     END-IF.
010890     IF AUDM-RECORD-TYPE NOT = "B"
010900         GO TO 2500-EXIT
010910     END-IF.
010920     IF AUDM-POSITION-NUM NUMERIC
010930         MOVE AUDM-POSITION-NUM TO WS-MOV-POSITION
010940     ELSE
010950         MOVE 1 TO WS-MOV-POSITION
010960     END-IF.
010970     IF AUDM-ACCOUNT-ID NOT = WS-LAST-CALC-ACCOUNT
010980             OR WS-MOV-POSITION NOT = WS-LAST-CALC-POSITION
010990         GO TO 2500-EXIT
011000     END-IF.
011010     MOVE AUDM-ACCOUNT-ID TO SRT-ACCOUNT-ID.
011020     MOVE WS-MOV-POSITION TO SRT-POSITION-NUM.
011030     MOVE WS-LAST-CALC-PERIOD TO SRT-PERIOD-YM.
011040     MOVE "2" TO SRT-TYPE.
011050     RELEASE SORT-RECORD.
011060 2500-EXIT.
011070     EXIT.
011080
011090*----------------------------------------------------------------
011100* 3000-MATCH-MOVEMENTS - OUTPUT PROCEDURE TIL SORTERINGEN:
011110*                  KONTROLLBRUDD PA KONTO, POSISJON OG PERIODE.
011120*                  EN GRUPPE MED EN MERKET HOLDING OG INGEN
011130*                  B-POSTER RAPPORTERES.
011140*----------------------------------------------------------------
011150 3000-MATCH-MOVEMENTS SECTION.
011160 3010-RETURN-LOOP.
011170     PERFORM 3100-PROCESS-RETURNED THRU 3100-EXIT
011180         UNTIL WS-SORT-EOF.
011190     IF WS-GROUP-ACTIVE
011200         PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
011210     END-IF.
011220 3090-RETURN-DONE.
011230     EXIT.
011240
011250 3100-PROCESS-RETURNED.
011260     IF WS-SORT-EOF
011270         GO TO 3100-EXIT
011280     END-IF.
011290     RETURN SORT-FILE
011300         AT END
011310             SET WS-SORT-EOF TO TRUE
011320             GO TO 3100-EXIT
011330     END-RETURN.
011340     IF NOT WS-GROUP-ACTIVE
011350             OR SRT-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT-ID
011360             OR SRT-POSITION-NUM NOT = WS-GROUP-POSITION-NUM
011370             OR SRT-PERIOD-YM NOT = WS-GROUP-PERIOD-YM
011380         IF WS-GROUP-ACTIVE
011390             PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
011400         END-IF
011410         MOVE SRT-ACCOUNT-ID TO WS-GROUP-ACCOUNT-ID
011420         MOVE SRT-POSITION-NUM TO WS-GROUP-POSITION-NUM
011430         MOVE SRT-PERIOD-YM TO WS-GROUP-PERIOD-YM
011440         MOVE "N" TO WS-GROUP-FLAGGED-SW
011450         MOVE ZERO TO WS-GROUP-MOV-COUNT
011460         MOVE "Y" TO WS-GROUP-ACTIVE-SW
011470     END-IF.
011480     IF SRT-FLAGGED-HOLDING
011490         MOVE "Y" TO WS-GROUP-FLAGGED-SW
011500     ELSE
011510         ADD 1 TO WS-GROUP-MOV-COUNT
011520     END-IF.
011530 3100-EXIT.
011540     EXIT.
