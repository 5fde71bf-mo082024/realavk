000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Stresstest.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - STRESSTEST AV HELE
000110*                PORTEFOLJEN: SCENARIOENE PA SCENARIO-FILE
000120*                (AVKASTNING, INFLASJON OG KRONESJOKK, EVENTUELT
000130*                PER VALUTA, SE SCNREC) LEGGES PA HVER HOLDING
000140*                PA HOLDINGS-MASTER. BASISTILFELLET REGNES SOM
000150*                I BEREGNINGSPROGRAMMET (KPI FOR PERIODEN, KURS
000160*                MED RESERVEOPPSLAG, SKATT OG GEBYR FRA FEE-
000170*                FILE, DET FASTE GEBYRBELOPET EN GANG PER KONTO
000180*                OG PERIODE PA FORSTE STRESSEDE POSISJON), OG
000190*                RAPPORTEN VISER REALAVKASTNING, KRONESJOKK OG
000200*                NETTO ETTER SKATT OG GEBYR FOR BASIS OG HVERT
000210*                SCENARIO, MED ENDRINGEN MOT BASIS, PER KLIENT
000220*                OG TOTALT. TALLENE ER
000230*                HYPOTETISKE: PROGRAMMET SKRIVER HVERKEN TIL
000240*                AUDIT-FILE ELLER HOVEDBOKSEKSTRAKTET.
000250*                RETURKODE (SE RUNREC): 08 VED APNINGSFEIL, 12
000260*                NAR INGEN SCENARIOER ER GYLDIGE, 04 NAR
000270*                SCENARIOPOSTER ER AVVIST ELLER HOLDINGER ER
000280*                HOPPET OVER, ELLERS 00.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SCN-STATUS.
000360     SELECT HOLDINGS-MASTER ASSIGN TO "HOLDMAST"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS HM-KEY
000400         FILE STATUS IS WS-HOLDMAST-STATUS.
000410     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS CUS-ACCOUNT-ID
000450         FILE STATUS IS WS-CUST-STATUS.
000460     SELECT CPI-MASTER ASSIGN TO "CPIMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CPI-PERIOD-KEY
000500         FILE STATUS IS WS-CPI-STATUS.
000510     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FX-RATE-KEY
000550         FILE STATUS IS WS-FX-STATUS.
000560     SELECT FEE-FILE ASSIGN TO "FEEMAST"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS FEE-KEY
000600         FILE STATUS IS WS-FEE-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO "STRESTST"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRINT-STATUS.
000640     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNLOG-STATUS.
000670     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  SCENARIO-FILE
000720     LABEL RECORD IS STANDARD.
000730     COPY SCNREC.
000740
000750 FD  HOLDINGS-MASTER
000760     LABEL RECORD IS STANDARD.
000770     COPY HMREC.
000780
000790 FD  CUSTOMER-MASTER
000800     LABEL RECORD IS STANDARD.
000810     COPY CUSREC.
000820
000830 FD  CPI-MASTER
000840     LABEL RECORD IS STANDARD.
000850     COPY CPIREC.
000860
000870 FD  FX-RATE-FILE
000880     LABEL RECORD IS STANDARD.
000890     COPY FXREC.
000900
000910 FD  FEE-FILE
000920     LABEL RECORD IS STANDARD.
000930     COPY FEEREC.
000940
000950 FD  PRINT-FILE
000960     LABEL RECORD IS STANDARD.
000970 01  PRINT-RECORD                PIC X(80).
000980
000990 FD  RUN-LOG-FILE
001000     LABEL RECORD IS STANDARD.
001010     COPY RUNREC.
001020
001030*----------------------------------------------------------------
001040* EN SORTPOST PER HOLDING OG TILFELLE: TILFELLE 00 ER BASIS,
001050* 01-20 ER SCENARIOENE I TABELLENS REKKEFOLGE. SORTERT PA KLIENT
001060* OG TILFELLE KAN KLIENTSIDEN SUMMERE ETT TILFELLE OM GANGEN.
001070*----------------------------------------------------------------
001080 SD  SORT-FILE.
001090 01  SORT-RECORD.
001100     05  SRT-CLIENT-NUM          PIC 9(06).
001110     05  SRT-CASE-NUM            PIC 9(02).
001120     05  SRT-CLIENT-NAME         PIC X(30).
001130     05  SRT-ACCOUNT-ID          PIC X(10).
001140     05  SRT-REA                 PIC S9(9)V99.
001150     05  SRT-SHOCK-EFFECT        PIC S9(9)V99.
001160     05  SRT-NET-AFTER-FEE       PIC S9(9)V99.
001170
001180 WORKING-STORAGE SECTION.
001190 01  WS-SWITCHES.
001200     05  WS-SCN-EOF-SW           PIC X(01) VALUE "N".
001210         88  WS-SCN-EOF              VALUE "Y".
001220     05  WS-HOLDMAST-EOF-SW      PIC X(01) VALUE "N".
001230         88  WS-HOLDMAST-EOF         VALUE "Y".
001240     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001250         88  WS-SORT-EOF             VALUE "Y".
001260     05  WS-VALID-SW             PIC X(01) VALUE "N".
001270         88  WS-INPUT-VALID          VALUE "Y".
001280     05  WS-CLIENT-ACTIVE-SW     PIC X(01) VALUE "N".
001290         88  WS-CLIENT-ACTIVE        VALUE "Y".
001300     05  WS-CPI-FOUND-SW         PIC X(01) VALUE "N".
001310         88  WS-CPI-FOUND            VALUE "Y".
001320     05  WS-FX-FOUND-SW          PIC X(01) VALUE "N".
001330         88  WS-FX-FOUND             VALUE "Y".
001340     05  WS-FX-SCAN-DONE-SW      PIC X(01) VALUE "N".
001350         88  WS-FX-SCAN-DONE         VALUE "Y".
001360     05  WS-FX-FALLBACK-SW       PIC X(01) VALUE "N".
001370         88  WS-FX-FALLBACK-FOUND    VALUE "Y".
001380     05  WS-FEE-AVAIL-SW         PIC X(01) VALUE "N".
001390         88  WS-FEE-AVAILABLE        VALUE "Y".
001400     05  WS-SCN-FOUND-SW         PIC X(01) VALUE "N".
001410         88  WS-SCN-FOUND            VALUE "Y".
001420     05  WS-SCC-FOUND-SW         PIC X(01) VALUE "N".
001430         88  WS-SCC-FOUND            VALUE "Y".
001440
001450 01  WS-ERROR-MSG                PIC X(45).
001460 01  WS-RUN-DATE                 PIC 9(08).
001470 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
001480
001490*----------------------------------------------------------------
001500* SCENARIOTABELLEN: OPPTIL 20 SCENARIOER MED FELLES OVERSTYRING
001510* (SC-) OG OPPTIL 10 VALUTAOVERSTYRINGER HVER (SCC-). BRYTERNE
001520* ER J NAR FELTET OVERSTYRER BASISTALLET.
001530*----------------------------------------------------------------
001540 01  WS-SCN-COUNT                PIC 9(02) COMP VALUE ZERO.
001550 01  WS-SCN-IX                   PIC 9(02) COMP.
001560 01  WS-SCN-FOUND-IX             PIC 9(02) COMP.
001570 01  WS-SCC-IX                   PIC 9(02) COMP.
001580 01  WS-SCC-FOUND-IX             PIC 9(02) COMP.
001590 01  WS-FIND-CCY                 PIC X(03).
001600 01  WS-SCN-TABLE.
001610     05  WS-SCN-ENTRY            OCCURS 20 TIMES.
001620         10  SC-NAME             PIC X(12).
001630         10  SC-DESCRIPTION      PIC X(30).
001640         10  SC-AVK-SW           PIC X(01).
001650         10  SC-AVK              PIC S9(2)V99.
001660         10  SC-INF-SW           PIC X(01).
001670         10  SC-INF              PIC S9(2)V99.
001680         10  SC-SHOCK-SW         PIC X(01).
001690         10  SC-SHOCK            PIC S9(2)V99.
001700         10  SC-CCY-COUNT        PIC 9(02) COMP.
001710         10  SC-CCY-ENTRY        OCCURS 10 TIMES.
001720             15  SCC-CODE        PIC X(03).
001730             15  SCC-AVK-SW      PIC X(01).
001740             15  SCC-AVK         PIC S9(2)V99.
001750             15  SCC-INF-SW      PIC X(01).
001760             15  SCC-INF         PIC S9(2)V99.
001770             15  SCC-SHOCK-SW    PIC X(01).
001780             15  SCC-SHOCK       PIC S9(2)V99.
001790
001800*----------------------------------------------------------------
001810* HOLDINGEN SOM STRESSES: KAPITALBASEN I KRONER, BASISINFLASJONEN
001820* OG GEBYRET ER DE SAMME FOR ALLE TILFELLENE OG REGNES EN GANG.
001830*----------------------------------------------------------------
001840 01  WS-ACCOUNT-ID               PIC X(10).
001850 01  WS-POSITION-NUM             PIC 9(02).
001860 01  WS-CURRENCY-CODE            PIC X(03).
001870 01  WS-PERIOD-YM                PIC 9(06).
001880 01  WS-FX-RATE                  PIC 9(5)V9(4).
001890 01  WS-FX-FALLBACK-RATE         PIC 9(5)V9(4).
001900 01  WS-INV                      PIC 9(9)V99.
001910 01  WS-BASE-INF                 PIC S9(2)V99.
001920 01  WS-SKATT                    PIC S9(2)V99.
001930 01  WS-FEE                      PIC S9(7)V99.
001940 01  WS-FEE-LAST-KEY.
001950     05  WS-FEE-LAST-ACCOUNT     PIC X(10) VALUE SPACES.
001960     05  WS-FEE-LAST-PERIOD      PIC 9(06) VALUE ZERO.
001970 01  WS-CLIENT-NUM               PIC 9(06).
001980 01  WS-CLIENT-NAME              PIC X(30).
001990
002000 01  WS-CASE-NUM                 PIC 9(02).
002010 01  WS-CASE-AVK                 PIC S9(2)V99.
002020 01  WS-CASE-INF                 PIC S9(2)V99.
002030 01  WS-CASE-SHOCK               PIC S9(2)V99.
002040 01  WS-REA                      PIC S9(9)V99.
002050 01  WS-NOMINAL                  PIC S9(9)V99.
002060 01  WS-TAX                      PIC S9(9)V99.
002070 01  WS-NET                      PIC S9(9)V99.
002080 01  WS-SHOCK-EFFECT             PIC S9(9)V99.
002090 01  WS-NET-AFTER-FEE            PIC S9(9)V99.
002100
002110*----------------------------------------------------------------
002120* KLIENTSIDEN: SUMMENE FOR TILFELLET SOM SUMMERES NA, OG BASIS-
002130* TILFELLETS NETTO (KOMMER ALLTID FORST) SOM SCENARIOENE MALES
002140* MOT. TOTALENE PER TILFELLE LIGGER I WS-CASE-TOTALS, INDEKS
002150* TILFELLE + 1.
002160*----------------------------------------------------------------
002170 01  WS-CURRENT-CLIENT           PIC 9(06).
002180 01  WS-CURRENT-CLIENT-NAME      PIC X(30).
002190 01  WS-CURRENT-CASE             PIC 9(02).
002200 01  WS-PREV-ACCOUNT             PIC X(10).
002210 01  WS-CLI-ACCOUNT-COUNT        PIC 9(04) COMP VALUE ZERO.
002220 01  WS-CLI-REA                  PIC S9(11)V99 VALUE ZERO.
002230 01  WS-CLI-SHOCK-EFFECT         PIC S9(11)V99 VALUE ZERO.
002240 01  WS-CLI-NET-AFTER-FEE        PIC S9(11)V99 VALUE ZERO.
002250 01  WS-CLI-BASE-NET             PIC S9(11)V99 VALUE ZERO.
002260 01  WS-DIFF                     PIC S9(11)V99.
002270 01  WS-CASE-IX                  PIC 9(02) COMP.
002280 01  WS-CASE-NAME                PIC X(12).
002290 01  WS-CASE-TOTALS.
002300     05  WS-CASE-TOTAL           OCCURS 21 TIMES.
002310         10  CT-REA              PIC S9(11)V99.
002320         10  CT-SHOCK-EFFECT     PIC S9(11)V99.
002330         10  CT-NET-AFTER-FEE    PIC S9(11)V99.
002340
002350 01  WS-SCN-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
002360 01  WS-SCN-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
002370 01  WS-HOLDINGS-READ            PIC 9(08) COMP VALUE ZERO.
002380 01  WS-HOLDINGS-STRESSED        PIC 9(08) COMP VALUE ZERO.
002390 01  WS-NORATE-COUNT             PIC 9(08) COMP VALUE ZERO.
002400 01  WS-INVALID-COUNT            PIC 9(08) COMP VALUE ZERO.
002410 01  WS-UNKNOWN-CLIENT-COUNT     PIC 9(08) COMP VALUE ZERO.
002420 01  WS-TOT-CLIENT-COUNT         PIC 9(08) COMP VALUE ZERO.
002430
002440 01  WS-COUNT-EDITED             PIC Z(7)9.
002450 01  WS-REA-EDITED               PIC -(10)9.99.
002460 01  WS-SHOCK-EDITED             PIC -(10)9.99.
002470 01  WS-NET-EDITED               PIC -(10)9.99.
002480 01  WS-DIFF-EDITED              PIC -(10)9.99.
002490 01  WS-OVR-EDITED               PIC -(2)9.99.
002500 01  WS-AVK-TEXT                 PIC X(06).
002510 01  WS-INF-TEXT                 PIC X(06).
002520 01  WS-SHOCK-TEXT               PIC X(06).
002530
002540 01  WS-SCN-STATUS               PIC X(02).
002550 01  WS-HOLDMAST-STATUS          PIC X(02).
002560 01  WS-CUST-STATUS              PIC X(02).
002570 01  WS-CPI-STATUS               PIC X(02).
002580 01  WS-FX-STATUS                PIC X(02).
002590 01  WS-FEE-STATUS               PIC X(02).
002600 01  WS-PRINT-STATUS             PIC X(02).
002610 01  WS-RUNLOG-STATUS            PIC X(02).
002620
002630*----------------------------------------------------------------
002640* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
002650* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIENE,
002660* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
002670*----------------------------------------------------------------
002680 01  WS-START-TIME               PIC 9(08).
002690 01  WS-END-TIME                 PIC 9(08).
002700 01  WS-END-DATE                 PIC 9(08).
002710 01  WS-RUN-OUTCOME              PIC X(12).
002720 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002730
002740 PROCEDURE DIVISION.
002750 0000-CONTROL SECTION.
002760 0010-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 1500-LOAD-SCENARIOS THRU 1500-EXIT.
002790     PERFORM 1600-WRITE-SCENARIO-LIST THRU 1600-EXIT.
002800     SORT SORT-FILE
002810         ON ASCENDING KEY SRT-CLIENT-NUM
002820         ON ASCENDING KEY SRT-CASE-NUM
002830         ON ASCENDING KEY SRT-ACCOUNT-ID
002840         INPUT PROCEDURE IS 2000-STRESS-HOLDINGS
002850         OUTPUT PROCEDURE IS 3000-BUILD-CLIENT-PAGES.
002860     PERFORM 6300-WRITE-CONTROL-PAGE THRU 6300-EXIT.
002870     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002880
002890*----------------------------------------------------------------
002900* 1000-INITIALIZE - APNE FILENE. GEBYRREGISTERET KAN MANGLE
002910*                  (STATUS 35); DA REGNES ALLE TILFELLENE UTEN
002920*                  GEBYR. AUDIT-FILE OG HOVEDBOKSEKSTRAKTET
002930*                  APNES IKKE I DETTE PROGRAMMET.
002940*----------------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002970     ACCEPT WS-START-TIME FROM TIME.
002980     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
002990     OPEN INPUT SCENARIO-FILE.
003000     IF WS-SCN-STATUS NOT = "00"
003010         MOVE "KUNNE IKKE APNE SCENARIO-FILE" TO WS-ERROR-MSG
003020         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003030     END-IF.
003040     OPEN INPUT HOLDINGS-MASTER.
003050     IF WS-HOLDMAST-STATUS NOT = "00"
003060         MOVE "KUNNE IKKE APNE HOLDINGS-MASTER" TO WS-ERROR-MSG
003070         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003080     END-IF.
003090     OPEN INPUT CUSTOMER-MASTER.
003100     IF WS-CUST-STATUS NOT = "00"
003110         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
003120         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003130     END-IF.
003140     OPEN INPUT CPI-MASTER.
003150     IF WS-CPI-STATUS NOT = "00"
003160         MOVE "KUNNE IKKE APNE CPI-MASTER" TO WS-ERROR-MSG
003170         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003180     END-IF.
003190     OPEN INPUT FX-RATE-FILE.
003200     IF WS-FX-STATUS NOT = "00"
003210         MOVE "KUNNE IKKE APNE FX-RATE-FILE" TO WS-ERROR-MSG
003220         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003230     END-IF.
003240     OPEN INPUT FEE-FILE.
003250     EVALUATE TRUE
003260         WHEN WS-FEE-STATUS = "00"
003270             MOVE "Y" TO WS-FEE-AVAIL-SW
003280         WHEN WS-FEE-STATUS = "35"
003290             DISPLAY "FEE-FILE FINNES IKKE - GEBYRET REGNES "
003300                 "SOM NULL"
003310         WHEN OTHER
003320             MOVE "KUNNE IKKE APNE FEE-FILE" TO WS-ERROR-MSG
003330             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003340     END-EVALUATE.
003350     OPEN OUTPUT PRINT-FILE.
003360     IF WS-PRINT-STATUS NOT = "00"
003370         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
003380         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003390     END-IF.
003400     MOVE SPACES TO PRINT-RECORD.
003410     STRING "STRESSTEST AV PORTEFOLJEN   KJORT: "
003420         WS-RUN-DATE-EDITED
003430         DELIMITED BY SIZE INTO PRINT-RECORD.
003440     WRITE PRINT-RECORD.
003450     MOVE SPACES TO PRINT-RECORD.
003460     MOVE "HYPOTETISKE TALL - IKKE BOKFORT OG IKKE LOGGET" TO
003470         PRINT-RECORD.
003480     WRITE PRINT-RECORD.
003490     MOVE SPACES TO PRINT-RECORD.
003500     WRITE PRINT-RECORD.
003510 1000-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* 1500-LOAD-SCENARIOS - LES SCENARIO-FILE INN I SCENARIO-
003560*                  TABELLEN. AVVISTE POSTER SKRIVES PA
003570*                  RAPPORTEN MED ARSAK. FINNES DET INGEN
003580*                  GYLDIGE SCENARIOER ER DET INGENTING A
003590*                  STRESSE, OG KJORINGEN STOPPER SOM
003600*                  KONTROLLFEIL.
003610*----------------------------------------------------------------
003620 1500-LOAD-SCENARIOS.
003630     PERFORM 1510-LOAD-ONE-SCENARIO THRU 1510-EXIT
003640         UNTIL WS-SCN-EOF.
003650     CLOSE SCENARIO-FILE.
003660     IF WS-SCN-COUNT = ZERO
003670         DISPLAY "FATAL: INGEN GYLDIGE SCENARIOER PA "
003680             "SCENARIO-FILE"
003690         MOVE SPACES TO PRINT-RECORD
003700         MOVE "INGEN GYLDIGE SCENARIOER - KJORINGEN STOPPET" TO
003710             PRINT-RECORD
003720         WRITE PRINT-RECORD
003730         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
003740     END-IF.
003750 1500-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------
003790* 1510-LOAD-ONE-SCENARIO - EN POST: KONTROLLER DEN, FINN ELLER
003800*                  OPPRETT SCENARIOET, OG LEGG FELTENE PA
003810*                  SCENARIOET (BLANK VALUTA) ELLER PA DETS
003820*                  VALUTAOVERSTYRING. KOMMER SAMME SCENARIO
003830*                  ELLER VALUTA IGJEN, GJELDER SISTE POST.
003840*----------------------------------------------------------------
003850 1510-LOAD-ONE-SCENARIO.
003860     READ SCENARIO-FILE
003870         AT END
003880             SET WS-SCN-EOF TO TRUE
003890             GO TO 1510-EXIT
003900     END-READ.
003910     ADD 1 TO WS-SCN-READ-COUNT.
003920     PERFORM 1520-VALIDATE-SCENARIO THRU 1520-EXIT.
003930     IF NOT WS-INPUT-VALID
003940         PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
003950         GO TO 1510-EXIT
003960     END-IF.
003970     PERFORM 5100-FIND-SCENARIO THRU 5100-EXIT.
003980     IF NOT WS-SCN-FOUND
003990         IF WS-SCN-COUNT NOT < 20
004000             MOVE "FOR MANGE SCENARIOER (MAKS 20)" TO
004010                 WS-ERROR-MSG
004020             PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
004030             GO TO 1510-EXIT
004040         END-IF
004050         ADD 1 TO WS-SCN-COUNT
004060         MOVE WS-SCN-COUNT TO WS-SCN-FOUND-IX
004070         MOVE SCN-NAME TO SC-NAME (WS-SCN-FOUND-IX)
004080         MOVE SPACES TO SC-DESCRIPTION (WS-SCN-FOUND-IX)
004090         MOVE "N" TO SC-AVK-SW (WS-SCN-FOUND-IX)
004100         MOVE ZERO TO SC-AVK (WS-SCN-FOUND-IX)
004110         MOVE "N" TO SC-INF-SW (WS-SCN-FOUND-IX)
004120         MOVE ZERO TO SC-INF (WS-SCN-FOUND-IX)
004130         MOVE "N" TO SC-SHOCK-SW (WS-SCN-FOUND-IX)
004140         MOVE ZERO TO SC-SHOCK (WS-SCN-FOUND-IX)
004150         MOVE ZERO TO SC-CCY-COUNT (WS-SCN-FOUND-IX)
004160     END-IF.
004170     IF SC-DESCRIPTION (WS-SCN-FOUND-IX) = SPACES
004180         MOVE SCN-DESCRIPTION TO SC-DESCRIPTION (WS-SCN-FOUND-IX)
004190     END-IF.
004200     IF SCN-CURRENCY-CODE = SPACES
004210         PERFORM 1530-STORE-GENERAL THRU 1530-EXIT
004220     ELSE
004230         PERFORM 1540-STORE-CURRENCY THRU 1540-EXIT
004240     END-IF.
004250 1510-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 1520-VALIDATE-SCENARIO - NAVN MA VERE UTFYLT, BRYTERNE J ELLER
004300*                  N (BLANK REGNES SOM N), OG ET FELT SOM
004310*                  BRUKES MA VERE NUMERISK.
004320*----------------------------------------------------------------
004330 1520-VALIDATE-SCENARIO.
004340     MOVE "Y" TO WS-VALID-SW.
004350     IF SCN-AVK-SW = SPACE
004360         MOVE "N" TO SCN-AVK-SW
004370     END-IF.
004380     IF SCN-INF-SW = SPACE
004390         MOVE "N" TO SCN-INF-SW
004400     END-IF.
004410     IF SCN-SHOCK-SW = SPACE
004420         MOVE "N" TO SCN-SHOCK-SW
004430     END-IF.
004440     IF SCN-NAME = SPACES
004450         MOVE "N" TO WS-VALID-SW
004460         MOVE "SCENARIONAVN MANGLER" TO WS-ERROR-MSG
004470         GO TO 1520-EXIT
004480     END-IF.
004490     IF (SCN-AVK-SW NOT = "J" AND SCN-AVK-SW NOT = "N")
004500             OR (SCN-INF-SW NOT = "J" AND SCN-INF-SW NOT = "N")
004510             OR (SCN-SHOCK-SW NOT = "J"
004520             AND SCN-SHOCK-SW NOT = "N")
004530         MOVE "N" TO WS-VALID-SW
004540         MOVE "UGYLDIG BRYTER - MA VERE J ELLER N" TO
004550             WS-ERROR-MSG
004560         GO TO 1520-EXIT
004570     END-IF.
004580     IF SCN-AVK-SW = "J" AND SCN-AVK NOT NUMERIC
004590         MOVE "N" TO WS-VALID-SW
004600         MOVE "AVKASTNINGEN ER IKKE NUMERISK" TO WS-ERROR-MSG
004610         GO TO 1520-EXIT
004620     END-IF.
004630     IF SCN-INF-SW = "J" AND SCN-INF NOT NUMERIC
004640         MOVE "N" TO WS-VALID-SW
004650         MOVE "INFLASJONEN ER IKKE NUMERISK" TO WS-ERROR-MSG
004660         GO TO 1520-EXIT
004670     END-IF.
004680     IF SCN-SHOCK-SW = "J" AND SCN-KR-SHOCK NOT NUMERIC
004690         MOVE "N" TO WS-VALID-SW
004700         MOVE "KRONESJOKKET ER IKKE NUMERISK" TO WS-ERROR-MSG
004710         GO TO 1520-EXIT
004720     END-IF.
004730 1520-EXIT.
004740     EXIT.
004750
004760 1530-STORE-GENERAL.
004770     MOVE SCN-AVK-SW TO SC-AVK-SW (WS-SCN-FOUND-IX).
004780     IF SCN-AVK-SW = "J"
004790         MOVE SCN-AVK TO SC-AVK (WS-SCN-FOUND-IX)
004800     END-IF.
004810     MOVE SCN-INF-SW TO SC-INF-SW (WS-SCN-FOUND-IX).
004820     IF SCN-INF-SW = "J"
004830         MOVE SCN-INF TO SC-INF (WS-SCN-FOUND-IX)
004840     END-IF.
004850     MOVE SCN-SHOCK-SW TO SC-SHOCK-SW (WS-SCN-FOUND-IX).
004860     IF SCN-SHOCK-SW = "J"
004870         MOVE SCN-KR-SHOCK TO SC-SHOCK (WS-SCN-FOUND-IX)
004880     END-IF.
004890 1530-EXIT.
004900     EXIT.
004910
004920 1540-STORE-CURRENCY.
004930     MOVE SCN-CURRENCY-CODE TO WS-FIND-CCY.
004940     MOVE WS-SCN-FOUND-IX TO WS-SCN-IX.
004950     PERFORM 5150-FIND-SCENARIO-CCY THRU 5150-EXIT.
004960     IF NOT WS-SCC-FOUND
004970         IF SC-CCY-COUNT (WS-SCN-FOUND-IX) NOT < 10
004980             MOVE "FOR MANGE VALUTAER I SCENARIOET (MAKS 10)" TO
004990                 WS-ERROR-MSG
005000             PERFORM 1590-REJECT-SCENARIO THRU 1590-EXIT
005010             GO TO 1540-EXIT
005020         END-IF
005030         ADD 1 TO SC-CCY-COUNT (WS-SCN-FOUND-IX)
005040         MOVE SC-CCY-COUNT (WS-SCN-FOUND-IX) TO WS-SCC-FOUND-IX
005050         MOVE SCN-CURRENCY-CODE TO
005060             SCC-CODE (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005070         MOVE ZERO TO SCC-AVK (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005080         MOVE ZERO TO SCC-INF (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005090         MOVE ZERO TO
005100             SCC-SHOCK (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005110     END-IF.
005120     MOVE SCN-AVK-SW TO
005130         SCC-AVK-SW (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX).
005140     IF SCN-AVK-SW = "J"
005150         MOVE SCN-AVK TO
005160             SCC-AVK (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005170     END-IF.
005180     MOVE SCN-INF-SW TO
005190         SCC-INF-SW (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX).
005200     IF SCN-INF-SW = "J"
005210         MOVE SCN-INF TO
005220             SCC-INF (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005230     END-IF.
005240     MOVE SCN-SHOCK-SW TO
005250         SCC-SHOCK-SW (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX).
005260     IF SCN-SHOCK-SW = "J"
005270         MOVE SCN-KR-SHOCK TO
005280             SCC-SHOCK (WS-SCN-FOUND-IX, WS-SCC-FOUND-IX)
005290     END-IF.
005300 1540-EXIT.
005310     EXIT.
005320
005330 1590-REJECT-SCENARIO.
005340     ADD 1 TO WS-SCN-REJECT-COUNT.
005350     DISPLAY "SCENARIOPOST AVVIST: " SCN-NAME " "
005360         SCN-CURRENCY-CODE " - " WS-ERROR-MSG.
005370     MOVE SPACES TO PRINT-RECORD.
005380     STRING "AVVIST: " SCN-NAME " " SCN-CURRENCY-CODE "  "
005390         WS-ERROR-MSG
005400         DELIMITED BY SIZE INTO PRINT-RECORD.
005410     WRITE PRINT-RECORD.
005420 1590-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460* 1600-WRITE-SCENARIO-LIST - SCENARIOENE OVERST PA RAPPORTEN:
005470*                  NAVN OG BESKRIVELSE, FELLES OVERSTYRING OG
005480*                  HVER VALUTAOVERSTYRING. BASIS BETYR AT
005490*                  FELTET IKKE ER OVERSTYRT.
005500*----------------------------------------------------------------
005510 1600-WRITE-SCENARIO-LIST.
005520     MOVE SPACES TO PRINT-RECORD.
005530     WRITE PRINT-RECORD.
005540     MOVE SPACES TO PRINT-RECORD.
005550     MOVE "SCENARIOER (AVK/INF I PROSENT, KRONESJOKK I PROSENT -"
005560         TO PRINT-RECORD.
005570     WRITE PRINT-RECORD.
005580     MOVE SPACES TO PRINT-RECORD.
005590     MOVE "POSITIVT ER STERKERE KRONE)" TO PRINT-RECORD.
005600     WRITE PRINT-RECORD.
005610     PERFORM 1610-WRITE-ONE-SCENARIO THRU 1610-EXIT
005620         VARYING WS-SCN-IX FROM 1 BY 1
005630         UNTIL WS-SCN-IX > WS-SCN-COUNT.
005640 1600-EXIT.
005650     EXIT.
005660
005670 1610-WRITE-ONE-SCENARIO.
005680     MOVE SPACES TO PRINT-RECORD.
005690     WRITE PRINT-RECORD.
005700     MOVE SPACES TO PRINT-RECORD.
005710     STRING SC-NAME (WS-SCN-IX) "  " SC-DESCRIPTION (WS-SCN-IX)
005720         DELIMITED BY SIZE INTO PRINT-RECORD.
005730     WRITE PRINT-RECORD.
005740     MOVE "BASIS " TO WS-AVK-TEXT.
005750     IF SC-AVK-SW (WS-SCN-IX) = "J"
005760         MOVE SC-AVK (WS-SCN-IX) TO WS-OVR-EDITED
005770         MOVE WS-OVR-EDITED TO WS-AVK-TEXT
005780     END-IF.
005790     MOVE "BASIS " TO WS-INF-TEXT.
005800     IF SC-INF-SW (WS-SCN-IX) = "J"
005810         MOVE SC-INF (WS-SCN-IX) TO WS-OVR-EDITED
005820         MOVE WS-OVR-EDITED TO WS-INF-TEXT
005830     END-IF.
005840     MOVE "INGEN " TO WS-SHOCK-TEXT.
005850     IF SC-SHOCK-SW (WS-SCN-IX) = "J"
005860         MOVE SC-SHOCK (WS-SCN-IX) TO WS-OVR-EDITED
005870         MOVE WS-OVR-EDITED TO WS-SHOCK-TEXT
005880     END-IF.
005890     MOVE SPACES TO PRINT-RECORD.
005900     STRING "  ALLE VALUTAER  AVK: " WS-AVK-TEXT
005910         "  INF: " WS-INF-TEXT "  KRONESJOKK: " WS-SHOCK-TEXT
005920         DELIMITED BY SIZE INTO PRINT-RECORD.
005930     WRITE PRINT-RECORD.
005940     PERFORM 1620-WRITE-ONE-CURRENCY THRU 1620-EXIT
005950         VARYING WS-SCC-IX FROM 1 BY 1
005960         UNTIL WS-SCC-IX > SC-CCY-COUNT (WS-SCN-IX).
005970 1610-EXIT.
005980     EXIT.
005990
006000 1620-WRITE-ONE-CURRENCY.
006010     MOVE "FELLES" TO WS-AVK-TEXT.
006020     IF SCC-AVK-SW (WS-SCN-IX, WS-SCC-IX) = "J"
006030         MOVE SCC-AVK (WS-SCN-IX, WS-SCC-IX) TO WS-OVR-EDITED
006040         MOVE WS-OVR-EDITED TO WS-AVK-TEXT
006050     END-IF.
006060     MOVE "FELLES" TO WS-INF-TEXT.
006070     IF SCC-INF-SW (WS-SCN-IX, WS-SCC-IX) = "J"
006080         MOVE SCC-INF (WS-SCN-IX, WS-SCC-IX) TO WS-OVR-EDITED
006090         MOVE WS-OVR-EDITED TO WS-INF-TEXT
006100     END-IF.
006110     MOVE "FELLES" TO WS-SHOCK-TEXT.
006120     IF SCC-SHOCK-SW (WS-SCN-IX, WS-SCC-IX) = "J"
006130         MOVE SCC-SHOCK (WS-SCN-IX, WS-SCC-IX) TO WS-OVR-EDITED
006140         MOVE WS-OVR-EDITED TO WS-SHOCK-TEXT
006150     END-IF.
006160     MOVE SPACES TO PRINT-RECORD.
006170     STRING "  VALUTA " SCC-CODE (WS-SCN-IX, WS-SCC-IX)
006180         "       AVK: " WS-AVK-TEXT
006190         "  INF: " WS-INF-TEXT "  KRONESJOKK: " WS-SHOCK-TEXT
006200         DELIMITED BY SIZE INTO PRINT-RECORD.
006210     WRITE PRINT-RECORD.
006220 1620-EXIT.
006230     EXIT.
006240
006250*----------------------------------------------------------------
006260* 3500-COMPUTE-CASE - ETT TILFELLE FOR HOLDINGEN, MED
006270*                  WS-CASE-AVK/-INF/-SHOCK: SAMME ARITMETIKK SOM
006280*                  3000/3900/3910 I BEREGNINGSPROGRAMMET
006290*                  (REALAVKASTNING, SKATT AV DEN NOMINELLE
006300*                  GEVINSTEN, GEBYR), PLUSS KRONESJOKKET SOM
006310*                  EN GEVINST ELLER ET TAP PA SLUTTVERDIEN I
006320*                  KRONER FOR EN UTENLANDSK HOLDING.
006330*----------------------------------------------------------------
006340 3500-COMPUTE-CASE.
006350     COMPUTE WS-REA = WS-INV * (WS-CASE-AVK - WS-CASE-INF) / 100.
006360     COMPUTE WS-NOMINAL = WS-INV * WS-CASE-AVK / 100.
006370     COMPUTE WS-TAX ROUNDED = WS-NOMINAL * WS-SKATT / 100.
006380     COMPUTE WS-NET = WS-REA - WS-TAX.
006390     MOVE ZERO TO WS-SHOCK-EFFECT.
006400     IF WS-CASE-SHOCK NOT = ZERO
006410             AND WS-CURRENCY-CODE NOT = "KR "
006420             AND WS-CURRENCY-CODE NOT = "NOK"
006430         COMPUTE WS-SHOCK-EFFECT ROUNDED =
006440             ZERO - WS-INV * (100 + WS-CASE-AVK) / 100
006450                 * WS-CASE-SHOCK / 100
006460     END-IF.
006470     COMPUTE WS-NET-AFTER-FEE =
006480         WS-NET - WS-FEE + WS-SHOCK-EFFECT.
006490 3500-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530* 3510-RESOLVE-OVERRIDES - TALLENE SCENARIO WS-SCN-IX GIR
006540*                  HOLDINGEN: BASIS, SA SCENARIOETS FELLES
006550*                  OVERSTYRING, SA OVERSTYRINGEN FOR
006560*                  HOLDINGENS VALUTA, FELT FOR FELT.
006570*----------------------------------------------------------------
006580 3510-RESOLVE-OVERRIDES.
006590     MOVE HM-AVK TO WS-CASE-AVK.
006600     MOVE WS-BASE-INF TO WS-CASE-INF.
006610     MOVE ZERO TO WS-CASE-SHOCK.
006620     IF SC-AVK-SW (WS-SCN-IX) = "J"
006630         MOVE SC-AVK (WS-SCN-IX) TO WS-CASE-AVK
006640     END-IF.
006650     IF SC-INF-SW (WS-SCN-IX) = "J"
006660         MOVE SC-INF (WS-SCN-IX) TO WS-CASE-INF
006670     END-IF.
006680     IF SC-SHOCK-SW (WS-SCN-IX) = "J"
006690         MOVE SC-SHOCK (WS-SCN-IX) TO WS-CASE-SHOCK
006700     END-IF.
006710     MOVE WS-CURRENCY-CODE TO WS-FIND-CCY.
006720     PERFORM 5150-FIND-SCENARIO-CCY THRU 5150-EXIT.
006730     IF NOT WS-SCC-FOUND
006740         GO TO 3510-EXIT
006750     END-IF.
006760     IF SCC-AVK-SW (WS-SCN-IX, WS-SCC-FOUND-IX) = "J"
006770         MOVE SCC-AVK (WS-SCN-IX, WS-SCC-FOUND-IX) TO WS-CASE-AVK
006780     END-IF.
006790     IF SCC-INF-SW (WS-SCN-IX, WS-SCC-FOUND-IX) = "J"
006800         MOVE SCC-INF (WS-SCN-IX, WS-SCC-FOUND-IX) TO WS-CASE-INF
006810     END-IF.
006820     IF SCC-SHOCK-SW (WS-SCN-IX, WS-SCC-FOUND-IX) = "J"
006830         MOVE SCC-SHOCK (WS-SCN-IX, WS-SCC-FOUND-IX) TO
006840             WS-CASE-SHOCK
006850     END-IF.
006860 3510-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------------
006900* 5000-LOOKUP-CPI - PERIODENS KPI SOM BASISINFLASJON, SOM I
006910*                  BEREGNINGSPROGRAMMET; MANGLER PERIODEN
006920*                  BRUKES HM-INF.
006930*----------------------------------------------------------------
006940 5000-LOOKUP-CPI.
006950     MOVE "N" TO WS-CPI-FOUND-SW.
006960     MOVE WS-PERIOD-YM TO CPI-PERIOD-KEY.
006970     READ CPI-MASTER
006980         INVALID KEY
006990             CONTINUE
007000         NOT INVALID KEY
007010             MOVE CPI-INFLATION-RATE TO WS-BASE-INF
007020             MOVE "Y" TO WS-CPI-FOUND-SW
007030     END-READ.
007040 5000-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* 5100-FIND-SCENARIO - FINN SCN-NAME I SCENARIOTABELLEN.
007090*                  WS-SCN-FOUND-IX PEKER PA SCENARIOET NAR
007100*                  WS-SCN-FOUND ER SATT.
007110*----------------------------------------------------------------
007120 5100-FIND-SCENARIO.
007130     MOVE "N" TO WS-SCN-FOUND-SW.
007140     PERFORM 5110-SEARCH-SCENARIO-TABLE THRU 5110-EXIT
007150         VARYING WS-SCN-IX FROM 1 BY 1
007160         UNTIL WS-SCN-IX > WS-SCN-COUNT OR WS-SCN-FOUND.
007170 5100-EXIT.
007180     EXIT.
007190
007200 5110-SEARCH-SCENARIO-TABLE.
007210     IF SC-NAME (WS-SCN-IX) = SCN-NAME
007220         MOVE "Y" TO WS-SCN-FOUND-SW
007230         MOVE WS-SCN-IX TO WS-SCN-FOUND-IX
007240     END-IF.
007250 5110-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290* 5150-FIND-SCENARIO-CCY - FINN WS-FIND-CCY BLANT VALUTA-
007300*                  OVERSTYRINGENE TIL SCENARIO WS-SCN-IX.
007310*                  WS-SCC-FOUND-IX PEKER PA OVERSTYRINGEN NAR
007320*                  WS-SCC-FOUND ER SATT.
007330*----------------------------------------------------------------
007340 5150-FIND-SCENARIO-CCY.
007350     MOVE "N" TO WS-SCC-FOUND-SW.
007360     PERFORM 5160-SEARCH-CCY-TABLE THRU 5160-EXIT
007370         VARYING WS-SCC-IX FROM 1 BY 1
007380         UNTIL WS-SCC-IX > SC-CCY-COUNT (WS-SCN-IX)
007390             OR WS-SCC-FOUND.
007400 5150-EXIT.
007410     EXIT.
007420
007430 5160-SEARCH-CCY-TABLE.
007440     IF SCC-CODE (WS-SCN-IX, WS-SCC-IX) = WS-FIND-CCY
007450         MOVE "Y" TO WS-SCC-FOUND-SW
007460         MOVE WS-SCC-IX TO WS-SCC-FOUND-IX
007470     END-IF.
007480 5160-EXIT.
007490     EXIT.
007500
007510*----------------------------------------------------------------
007520* 5500-LOOKUP-FX-RATE - KURSEN TIL KRONER FOR HOLDINGENS VALUTA
007530*                  I HOLDINGENS PERIODE, MED SAMME RESERVE-
007540*                  OPPSLAG (5510) SOM BEREGNINGSPROGRAMMET.
007550*                  KR OG NOK ER ALLEREDE KRONER.
007560*----------------------------------------------------------------
007570 5500-LOOKUP-FX-RATE.
007580     IF WS-CURRENCY-CODE = "KR " OR WS-CURRENCY-CODE = "NOK"
007590         MOVE 1.0000 TO WS-FX-RATE
007600         MOVE "Y" TO WS-FX-FOUND-SW
007610     ELSE
007620         MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY
007630         MOVE WS-PERIOD-YM TO FX-PERIOD-YM
007640         READ FX-RATE-FILE
007650             INVALID KEY
007660                 PERFORM 5510-FALLBACK-FX-RATE THRU 5510-EXIT
007670             NOT INVALID KEY
007680                 MOVE FX-RATE-TO-KR TO WS-FX-RATE
007690                 MOVE "Y" TO WS-FX-FOUND-SW
007700         END-READ
007710     END-IF.
007720 5500-EXIT.
007730     EXIT.
007740
007750 5510-FALLBACK-FX-RATE.
007760     MOVE "N" TO WS-FX-FOUND-SW.
007770     MOVE "N" TO WS-FX-SCAN-DONE-SW.
007780     MOVE "N" TO WS-FX-FALLBACK-SW.
007790     MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY.
007800     MOVE ZERO TO FX-PERIOD-YM.
007810     START FX-RATE-FILE KEY NOT LESS THAN FX-RATE-KEY
007820         INVALID KEY
007830             MOVE "Y" TO WS-FX-SCAN-DONE-SW
007840     END-START.
007850     PERFORM 5520-SCAN-FX-PERIOD THRU 5520-EXIT
007860         UNTIL WS-FX-SCAN-DONE.
007870     IF WS-FX-FALLBACK-FOUND
007880         MOVE WS-FX-FALLBACK-RATE TO WS-FX-RATE
007890         MOVE "Y" TO WS-FX-FOUND-SW
007900     END-IF.
007910 5510-EXIT.
007920     EXIT.
007930
007940 5520-SCAN-FX-PERIOD.
007950     READ FX-RATE-FILE NEXT RECORD
007960         AT END
007970             MOVE "Y" TO WS-FX-SCAN-DONE-SW
007980             GO TO 5520-EXIT
007990     END-READ.
008000     IF FX-CURRENCY-KEY NOT = WS-CURRENCY-CODE
008010             OR FX-PERIOD-YM > WS-PERIOD-YM
008020         MOVE "Y" TO WS-FX-SCAN-DONE-SW
008030         GO TO 5520-EXIT
008040     END-IF.
008050     MOVE FX-RATE-TO-KR TO WS-FX-FALLBACK-RATE.
008060     MOVE "Y" TO WS-FX-FALLBACK-SW.
008070 5520-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------
008110* 5700-LOOKUP-CUSTOMER - KLIENTNUMMER OG -NAVN FOR KONTOEN. KONTO
008120*                  UTEN KUNDEPOST GRUPPERES UNDER KLIENTNUMMER
008130*                  NULL MED MERKET NAVN, SOM I BATCHRAPPORTEN.
008140*----------------------------------------------------------------
008150 5700-LOOKUP-CUSTOMER.
008160     MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
008170     READ CUSTOMER-MASTER
008180         INVALID KEY
008190             MOVE ZERO TO WS-CLIENT-NUM
008200             MOVE "*** IKKE I KUNDEREGISTER ***" TO
008210                 WS-CLIENT-NAME
008220             ADD 1 TO WS-UNKNOWN-CLIENT-COUNT
008230         NOT INVALID KEY
008240             MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM
008250             MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME
008260     END-READ.
008270 5700-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------
008310* 5750-LOOKUP-FEE - HOLDINGENS GEBYR FOR PERIODEN, SOM 3910 I
008320*                  BEREGNINGSPROGRAMMET: PROSENTSATSEN AV
008330*                  KAPITALBASEN, OG DET FASTE BELOPET EN GANG
008340*                  PER KONTO OG PERIODE, PA FORSTE HOLDING SOM
008350*                  STRESSES (MASTEREN LESES I NOKKELORDEN, SA DET
008360*                  ER KONTOENS LAVESTE POSISJON). GEBYRET GJELDER
008370*                  BASIS OG ALLE SCENARIOENE. UTEN POST ER GEBYRET
008380*                  NULL.
008390*----------------------------------------------------------------
008400 5750-LOOKUP-FEE.
008410     MOVE ZERO TO WS-FEE.
008420     IF NOT WS-FEE-AVAILABLE
008430         GO TO 5750-EXIT
008440     END-IF.
008450     MOVE WS-ACCOUNT-ID TO FEE-ACCOUNT-ID.
008460     MOVE WS-PERIOD-YM TO FEE-PERIOD-YM.
008470     READ FEE-FILE
008480         INVALID KEY
008490             CONTINUE
008500         NOT INVALID KEY
008510             COMPUTE WS-FEE ROUNDED = WS-INV * FEE-PCT / 100
008520             IF WS-ACCOUNT-ID NOT = WS-FEE-LAST-ACCOUNT
008530                OR WS-PERIOD-YM NOT = WS-FEE-LAST-PERIOD
008540                 ADD FEE-FIXED-KR TO WS-FEE
008550                 MOVE WS-ACCOUNT-ID TO WS-FEE-LAST-ACCOUNT
008560                 MOVE WS-PERIOD-YM TO WS-FEE-LAST-PERIOD
008570             END-IF
008580     END-READ.
008590 5750-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630* 5800-CASE-NAME - NAVNET PA TILFELLE WS-CASE-NUM TIL RAPPORT-
008640*                  LINJEN: BASIS FOR 00, ELLERS SCENARIONAVNET.
008650*----------------------------------------------------------------
008660 5800-CASE-NAME.
008670     IF WS-CASE-NUM = ZERO
008680         MOVE "BASIS" TO WS-CASE-NAME
008690     ELSE
008700         MOVE SC-NAME (WS-CASE-NUM) TO WS-CASE-NAME
008710     END-IF.
008720 5800-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------------
008760* 6200-WRITE-CLIENT-HEADER - NY SIDE FOR KLIENTEN MED KOLONNE-
008770*                  OVERSKRIFTENE. TILFELLESLINJENE SKRIVES AV
008780*                  6210 ETTER HVERT SOM DE ER SUMMERT.
008790*----------------------------------------------------------------
008800 6200-WRITE-CLIENT-HEADER.
008810     MOVE SPACES TO PRINT-RECORD.
008820     STRING "STRESSTEST AV PORTEFOLJEN   KJORT: "
008830         WS-RUN-DATE-EDITED
008840         DELIMITED BY SIZE INTO PRINT-RECORD.
008850     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
008860     MOVE SPACES TO PRINT-RECORD.
008870     WRITE PRINT-RECORD.
008880     MOVE SPACES TO PRINT-RECORD.
008890     IF WS-CURRENT-CLIENT = ZERO
008900         STRING "KLIENT UKJENT  " WS-CURRENT-CLIENT-NAME
008910             DELIMITED BY SIZE INTO PRINT-RECORD
008920     ELSE
008930         STRING "KLIENT " WS-CURRENT-CLIENT "  "
008940             WS-CURRENT-CLIENT-NAME
008950             DELIMITED BY SIZE INTO PRINT-RECORD
008960     END-IF.
008970     WRITE PRINT-RECORD.
008980     MOVE SPACES TO PRINT-RECORD.
008990     WRITE PRINT-RECORD.
009000     PERFORM 6250-WRITE-COLUMN-HEADER THRU 6250-EXIT.
009010     ADD 1 TO WS-TOT-CLIENT-COUNT.
009020 6200-EXIT.
009030     EXIT.
009040
009050*----------------------------------------------------------------
009060* 6210-WRITE-CASE-LINE - LINJEN FOR TILFELLET SOM NETTOPP ER
009070*                  SUMMERT FOR KLIENTEN. BASIS KOMMER FORST OG
009080*                  GIR NETTOTALLET SCENARIOENE MALES MOT.
009090*                  SUMMENE LEGGES OGSA TIL TOTALEN FOR
009100*                  TILFELLET OG NULLSTILLES.
009110*----------------------------------------------------------------
009120 6210-WRITE-CASE-LINE.
009130     IF WS-CURRENT-CASE = ZERO
009140         MOVE WS-CLI-NET-AFTER-FEE TO WS-CLI-BASE-NET
009150     END-IF.
009160     COMPUTE WS-DIFF = WS-CLI-NET-AFTER-FEE - WS-CLI-BASE-NET.
009170     MOVE WS-CURRENT-CASE TO WS-CASE-NUM.
009180     PERFORM 5800-CASE-NAME THRU 5800-EXIT.
009190     MOVE WS-CLI-REA TO WS-REA-EDITED.
009200     MOVE WS-CLI-SHOCK-EFFECT TO WS-SHOCK-EDITED.
009210     MOVE WS-CLI-NET-AFTER-FEE TO WS-NET-EDITED.
009220     MOVE WS-DIFF TO WS-DIFF-EDITED.
009230     PERFORM 6260-WRITE-AMOUNT-LINE THRU 6260-EXIT.
009240     COMPUTE WS-CASE-IX = WS-CURRENT-CASE + 1.
009250     ADD WS-CLI-REA TO CT-REA (WS-CASE-IX).
009260     ADD WS-CLI-SHOCK-EFFECT TO CT-SHOCK-EFFECT (WS-CASE-IX).
009270     ADD WS-CLI-NET-AFTER-FEE TO CT-NET-AFTER-FEE (WS-CASE-IX).
009280     MOVE ZERO TO WS-CLI-REA.
009290     MOVE ZERO TO WS-CLI-SHOCK-EFFECT.
009300     MOVE ZERO TO WS-CLI-NET-AFTER-FEE.
009310 6210-EXIT.
009320     EXIT.
009330
009340 6250-WRITE-COLUMN-HEADER.
009350     MOVE SPACES TO PRINT-RECORD.
009360     STRING "SCENARIO    " "           REAL"
009370         "          KRONE" "    NETTO ETTER" "    ENDRING MOT"
009380         DELIMITED BY SIZE INTO PRINT-RECORD.
009390     WRITE PRINT-RECORD.
009400     MOVE SPACES TO PRINT-RECORD.
009410     STRING "            " "     AVKASTNING"
009420         "          SJOKK" "  SKATT OG GEB." "          BASIS"
009430         DELIMITED BY SIZE INTO PRINT-RECORD.
009440     WRITE PRINT-RECORD.
009450 6250-EXIT.
009460     EXIT.
009470
009480 6260-WRITE-AMOUNT-LINE.
009490     MOVE SPACES TO PRINT-RECORD.
009500     IF WS-CASE-NUM = ZERO
009510         STRING WS-CASE-NAME " " WS-REA-EDITED " "
009520             WS-SHOCK-EDITED " " WS-NET-EDITED
009530             DELIMITED BY SIZE INTO PRINT-RECORD
009540     ELSE
009550         STRING WS-CASE-NAME " " WS-REA-EDITED " "
009560             WS-SHOCK-EDITED " " WS-NET-EDITED " "
009570             WS-DIFF-EDITED
009580             DELIMITED BY SIZE INTO PRINT-RECORD
009590     END-IF.
009600     WRITE PRINT-RECORD.
009610 6260-EXIT.
009620     EXIT.
009630
009640*----------------------------------------------------------------
009650* 6300-WRITE-CONTROL-PAGE - TELLERE OG TOTALEN FOR HELE
009660*                  PORTEFOLJEN PER TILFELLE, MED ENDRINGEN
009670*                  MOT BASIS.
009680*----------------------------------------------------------------
009690 6300-WRITE-CONTROL-PAGE.
009700     MOVE SPACES TO PRINT-RECORD.
009710     STRING "KONTROLLSIDE STRESSTEST   KJORT: "
009720         WS-RUN-DATE-EDITED
009730         DELIMITED BY SIZE INTO PRINT-RECORD.
009740     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
009750     MOVE SPACES TO PRINT-RECORD.
009760     WRITE PRINT-RECORD.
009770     MOVE WS-SCN-READ-COUNT TO WS-COUNT-EDITED.
009780     MOVE SPACES TO PRINT-RECORD.
009790     STRING "SCENARIOPOSTER LEST:     " WS-COUNT-EDITED
009800         DELIMITED BY SIZE INTO PRINT-RECORD.
009810     WRITE PRINT-RECORD.
009820     MOVE WS-SCN-REJECT-COUNT TO WS-COUNT-EDITED.
009830     MOVE SPACES TO PRINT-RECORD.
009840     STRING "SCENARIOPOSTER AVVIST:   " WS-COUNT-EDITED
009850         DELIMITED BY SIZE INTO PRINT-RECORD.
009860     WRITE PRINT-RECORD.
009870     MOVE WS-SCN-COUNT TO WS-COUNT-EDITED.
009880     MOVE SPACES TO PRINT-RECORD.
009890     STRING "ANTALL SCENARIOER:       " WS-COUNT-EDITED
009900         DELIMITED BY SIZE INTO PRINT-RECORD.
009910     WRITE PRINT-RECORD.
009920     MOVE WS-HOLDINGS-READ TO WS-COUNT-EDITED.
009930     MOVE SPACES TO PRINT-RECORD.
009940     STRING "HOLDINGER LEST:          " WS-COUNT-EDITED
009950         DELIMITED BY SIZE INTO PRINT-RECORD.
009960     WRITE PRINT-RECORD.
009970     MOVE WS-HOLDINGS-STRESSED TO WS-COUNT-EDITED.
009980     MOVE SPACES TO PRINT-RECORD.
009990     STRING "HOLDINGER STRESSET:      " WS-COUNT-EDITED
010000         DELIMITED BY SIZE INTO PRINT-RECORD.
010010     WRITE PRINT-RECORD.
010020     MOVE WS-NORATE-COUNT TO WS-COUNT-EDITED.
010030     MOVE SPACES TO PRINT-RECORD.
010040     STRING "HOPPET OVER UTEN KURS:   " WS-COUNT-EDITED
010050         DELIMITED BY SIZE INTO PRINT-RECORD.
010060     WRITE PRINT-RECORD.
010070     MOVE WS-INVALID-COUNT TO WS-COUNT-EDITED.
010080     MOVE SPACES TO PRINT-RECORD.
010090     STRING "HOPPET OVER UGYLDIGE:    " WS-COUNT-EDITED
010100         DELIMITED BY SIZE INTO PRINT-RECORD.
010110     WRITE PRINT-RECORD.
010120     MOVE WS-UNKNOWN-CLIENT-COUNT TO WS-COUNT-EDITED.
010130     MOVE SPACES TO PRINT-RECORD.
010140     STRING "IKKE I KUNDEREGISTER:    " WS-COUNT-EDITED
010150         DELIMITED BY SIZE INTO PRINT-RECORD.
010160     WRITE PRINT-RECORD.
010170     MOVE WS-TOT-CLIENT-COUNT TO WS-COUNT-EDITED.
010180     MOVE SPACES TO PRINT-RECORD.
010190     STRING "ANTALL KLIENTER:         " WS-COUNT-EDITED
010200         DELIMITED BY SIZE INTO PRINT-RECORD.
010210     WRITE PRINT-RECORD.
010220     MOVE SPACES TO PRINT-RECORD.
010230     WRITE PRINT-RECORD.
010240     MOVE SPACES TO PRINT-RECORD.
010250     MOVE "TOTALT FOR PORTEFOLJEN" TO PRINT-RECORD.
010260     WRITE PRINT-RECORD.
010270     PERFORM 6250-WRITE-COLUMN-HEADER THRU 6250-EXIT.
010280     PERFORM 6310-WRITE-CASE-TOTAL THRU 6310-EXIT
010290         VARYING WS-CASE-IX FROM 1 BY 1
010300         UNTIL WS-CASE-IX > WS-SCN-COUNT + 1.
010310 6300-EXIT.
010320     EXIT.
010330
010340 6310-WRITE-CASE-TOTAL.
010350     COMPUTE WS-CASE-NUM = WS-CASE-IX - 1.
010360     PERFORM 5800-CASE-NAME THRU 5800-EXIT.
010370     COMPUTE WS-DIFF =
010380         CT-NET-AFTER-FEE (WS-CASE-IX) - CT-NET-AFTER-FEE (1).
010390     MOVE CT-REA (WS-CASE-IX) TO WS-REA-EDITED.
010400     MOVE CT-SHOCK-EFFECT (WS-CASE-IX) TO WS-SHOCK-EDITED.
010410     MOVE CT-NET-AFTER-FEE (WS-CASE-IX) TO WS-NET-EDITED.
010420     MOVE WS-DIFF TO WS-DIFF-EDITED.
010430     PERFORM 6260-WRITE-AMOUNT-LINE THRU 6260-EXIT.
010440 6310-EXIT.
010450     EXIT.
010460
010470 9990-ABORT-ON-OPEN-ERROR.
010480     DISPLAY "FATAL: " WS-ERROR-MSG.
010490     MOVE 8 TO WS-RETURN-CODE.
010500     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
010510     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
010520     MOVE WS-RETURN-CODE TO RETURN-CODE.
010530     STOP RUN.
010540 9990-EXIT.
010550     EXIT.
010560
010570*----------------------------------------------------------------
010580* 9980-ABORT-ON-CONTROL-ERROR - KJORINGEN STOPPES NAR SCENARIO-
010590*                  FILEN IKKE GIR NOEN GYLDIGE SCENARIOER.
010600*----------------------------------------------------------------
010610 9980-ABORT-ON-CONTROL-ERROR.
010620     CLOSE PRINT-FILE.
010630     MOVE 12 TO WS-RETURN-CODE.
010640     MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME.
010650     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
010660     MOVE WS-RETURN-CODE TO RETURN-CODE.
010670     STOP RUN.
010680 9980-EXIT.
010690     EXIT.
010700
010710*----------------------------------------------------------------
010720* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
010730*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
010740*                  AVBRUDDSVEIENE. LEST ER HOLDINGENE PA
010750*                  MASTEREN, BEHANDLET DE SOM BLE STRESSET OG
010760*                  AVVIST DE SOM BLE HOPPET OVER.
010770*----------------------------------------------------------------
010780 7900-WRITE-RUN-LOG.
010790     OPEN EXTEND RUN-LOG-FILE.
010800     IF WS-RUNLOG-STATUS NOT = "00"
010810         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
010820             WS-RUNLOG-STATUS
010830         GO TO 7900-EXIT
010840     END-IF.
010850     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
010860     ACCEPT WS-END-TIME FROM TIME.
010870     MOVE SPACES TO RUN-LOG-RECORD.
010880     MOVE "STRESSTEST" TO RNL-PROGRAM-ID.
010890     MOVE SPACE TO RNL-RUN-MODE.
010900     MOVE WS-RUN-DATE TO RNL-START-DATE.
010910     MOVE WS-START-TIME TO RNL-START-TIME.
010920     MOVE WS-END-DATE TO RNL-END-DATE.
010930     MOVE WS-END-TIME TO RNL-END-TIME.
010940     MOVE WS-HOLDINGS-READ TO RNL-RECORDS-READ.
010950     MOVE WS-HOLDINGS-STRESSED TO RNL-RECORDS-PROCESSED.
010960     COMPUTE RNL-RECORDS-REJECTED =
010970         WS-NORATE-COUNT + WS-INVALID-COUNT.
010980     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
010990     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
011000     WRITE RUN-LOG-RECORD.
011010     CLOSE RUN-LOG-FILE.
011020 7900-EXIT.
011030     EXIT.
011040
011050 9999-TERMINATE.
011060     CLOSE HOLDINGS-MASTER.
011070     CLOSE CUSTOMER-MASTER.
011080     CLOSE CPI-MASTER.
011090     CLOSE FX-RATE-FILE.
011100     IF WS-FEE-AVAILABLE
011110         CLOSE FEE-FILE
011120     END-IF.
011130     CLOSE PRINT-FILE.
011140     IF WS-NORATE-COUNT > ZERO OR WS-INVALID-COUNT > ZERO
011150             OR WS-SCN-REJECT-COUNT > ZERO
011160         MOVE 4 TO WS-RETURN-CODE
011170         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
011180     ELSE
011190         MOVE ZERO TO WS-RETURN-CODE
011200         MOVE "OK" TO WS-RUN-OUTCOME
011210     END-IF.
011220     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
011230     MOVE WS-RETURN-CODE TO RETURN-CODE.
011240     STOP RUN.
011250 9999-EXIT.
011260     EXIT.
011270
011280*----------------------------------------------------------------
011290* 2200/2300 - ETT SCENARIO FOR HOLDINGEN, OG EN SORTERINGSPOST
011300*            PER TILFELLE (BASIS ER TILFELLE 0).
011310*----------------------------------------------------------------
011320 2200-STRESS-ONE-SCENARIO.
011330     MOVE WS-SCN-IX TO WS-CASE-NUM.
011340     PERFORM 3510-RESOLVE-OVERRIDES THRU 3510-EXIT.
011350     PERFORM 3500-COMPUTE-CASE THRU 3500-EXIT.
011360     PERFORM 2300-RELEASE-CASE THRU 2300-EXIT.
011370 2200-EXIT.
011380     EXIT.
011390
011400 2300-RELEASE-CASE.
011410     MOVE WS-CLIENT-NUM TO SRT-CLIENT-NUM.
011420     MOVE WS-CASE-NUM TO SRT-CASE-NUM.
011430     MOVE WS-CLIENT-NAME TO SRT-CLIENT-NAME.
011440     MOVE WS-ACCOUNT-ID TO SRT-ACCOUNT-ID.
011450     MOVE WS-REA TO SRT-REA.
011460     MOVE WS-SHOCK-EFFECT TO SRT-SHOCK-EFFECT.
011470     MOVE WS-NET-AFTER-FEE TO SRT-NET-AFTER-FEE.
011480     RELEASE SORT-RECORD.
011490 2300-EXIT.
011500     EXIT.
011510
011520*----------------------------------------------------------------
011530* 3050-CLEAR-CASE-TOTAL - NULLSTILL TOTALEN FOR ETT TILFELLE FOR
011540*                  SORTERINGEN LEVERER.
011550*----------------------------------------------------------------
011560 3050-CLEAR-CASE-TOTAL.
011570     MOVE ZERO TO CT-REA (WS-CASE-IX).
011580     MOVE ZERO TO CT-SHOCK-EFFECT (WS-CASE-IX).
011590     MOVE ZERO TO CT-NET-AFTER-FEE (WS-CASE-IX).
011600 3050-EXIT.
011610     EXIT.
011620
011630*----------------------------------------------------------------
011640* 2000-STRESS-HOLDINGS - INPUT PROCEDURE TIL SORTERINGEN: LES
011650*                  HOLDINGS-MASTER FRA START TIL SLUTT, REGN
011660*                  BASIS OG HVERT SCENARIO FOR HVER HOLDING OG
011670*                  SLIPP EN POST PER TILFELLE. EN HOLDING UTEN
011680*                  KURS FOR VALUTAEN, ELLER MED IKKE-NUMERISKE
011690*                  FELT, TELLES OG HOPPES OVER I ALLE
011700*                  TILFELLENE.
011710*----------------------------------------------------------------
011720 2000-STRESS-HOLDINGS SECTION.
011730 2010-STRESS-LOOP.
011740     PERFORM 2100-STRESS-ONE-HOLDING THRU 2100-EXIT
011750         UNTIL WS-HOLDMAST-EOF.
011760 2090-STRESS-DONE.
011770     EXIT.
011780
011790 2100-STRESS-ONE-HOLDING.
011800     IF WS-HOLDMAST-EOF
011810         GO TO 2100-EXIT
011820     END-IF.
011830     READ HOLDINGS-MASTER NEXT RECORD
011840         AT END
011850             SET WS-HOLDMAST-EOF TO TRUE
011860             GO TO 2100-EXIT
011870     END-READ.
011880     ADD 1 TO WS-HOLDINGS-READ.
011890     IF HM-INV NOT NUMERIC OR HM-AVK NOT NUMERIC
011900             OR HM-INF NOT NUMERIC OR HM-SKATT NOT NUMERIC
011910             OR HM-PERIOD-YM NOT NUMERIC
011920         ADD 1 TO WS-INVALID-COUNT
011930         DISPLAY HM-ACCOUNT-ID "/" HM-POSITION-NUM
011940             " HOPPET OVER - IKKE-NUMERISKE FELT"
011950         GO TO 2100-EXIT
011960     END-IF.
011970     MOVE HM-ACCOUNT-ID TO WS-ACCOUNT-ID.
011980     MOVE HM-POSITION-NUM TO WS-POSITION-NUM.
011990     MOVE HM-CURRENCY-CODE TO WS-CURRENCY-CODE.
012000     MOVE HM-PERIOD-YM TO WS-PERIOD-YM.
012010     MOVE HM-SKATT TO WS-SKATT.
012020     MOVE HM-INF TO WS-BASE-INF.
012030     PERFORM 5000-LOOKUP-CPI THRU 5000-EXIT.
012040     PERFORM 5500-LOOKUP-FX-RATE THRU 5500-EXIT.
012050     IF NOT WS-FX-FOUND
012060         ADD 1 TO WS-NORATE-COUNT
012070         DISPLAY HM-ACCOUNT-ID "/" HM-POSITION-NUM
012080             " HOPPET OVER - INGEN KURS FOR " WS-CURRENCY-CODE
012090         GO TO 2100-EXIT
012100     END-IF.
012110     COMPUTE WS-INV ROUNDED = HM-INV * WS-FX-RATE.
012120     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
012130     PERFORM 5750-LOOKUP-FEE THRU 5750-EXIT.
012140     MOVE ZERO TO WS-CASE-NUM.
012150     MOVE HM-AVK TO WS-CASE-AVK.
012160     MOVE WS-BASE-INF TO WS-CASE-INF.
012170     MOVE ZERO TO WS-CASE-SHOCK.
012180     PERFORM 3500-COMPUTE-CASE THRU 3500-EXIT.
012190     PERFORM 2300-RELEASE-CASE THRU 2300-EXIT.
012200     PERFORM 2200-STRESS-ONE-SCENARIO THRU 2200-EXIT
012210         VARYING WS-SCN-IX FROM 1 BY 1
012220         UNTIL WS-SCN-IX > WS-SCN-COUNT.
012230     ADD 1 TO WS-HOLDINGS-STRESSED.
012240 2100-EXIT.
012250     EXIT.
012260
012270*----------------------------------------------------------------
012280* 3000-BUILD-CLIENT-PAGES - OUTPUT PROCEDURE TIL SORTERINGEN:
012290*                  KONTROLLBRUDD PA KLIENT OG, INNENFOR
012300*                  KLIENTEN, PA TILFELLE. EN LINJE PER
012310*                  TILFELLE, BASIS FORST.
012320*----------------------------------------------------------------
012330 3000-BUILD-CLIENT-PAGES SECTION.
012340 3010-RETURN-LOOP.
012350     PERFORM 3050-CLEAR-CASE-TOTAL THRU 3050-EXIT
012360         VARYING WS-CASE-IX FROM 1 BY 1
012370         UNTIL WS-CASE-IX > 21.
012380     PERFORM 3100-PROCESS-RETURNED THRU 3100-EXIT
012390         UNTIL WS-SORT-EOF.
012400     IF WS-CLIENT-ACTIVE
012410         PERFORM 6210-WRITE-CASE-LINE THRU 6210-EXIT
012420     END-IF.
012430 3090-RETURN-DONE.
012440     EXIT.
012450
012460 3100-PROCESS-RETURNED.
012470     IF WS-SORT-EOF
012480         GO TO 3100-EXIT
012490     END-IF.
012500     RETURN SORT-FILE
012510         AT END
012520             SET WS-SORT-EOF TO TRUE
012530             GO TO 3100-EXIT
012540     END-RETURN.
012550     IF NOT WS-CLIENT-ACTIVE
012560             OR SRT-CLIENT-NUM NOT = WS-CURRENT-CLIENT
012570         IF WS-CLIENT-ACTIVE
012580             PERFORM 6210-WRITE-CASE-LINE THRU 6210-EXIT
012590         END-IF
012600         MOVE SRT-CLIENT-NUM TO WS-CURRENT-CLIENT
012610         MOVE SRT-CLIENT-NAME TO WS-CURRENT-CLIENT-NAME
012620         MOVE SRT-CASE-NUM TO WS-CURRENT-CASE
012630         MOVE ZERO TO WS-CLI-BASE-NET
012640         PERFORM 6200-WRITE-CLIENT-HEADER THRU 6200-EXIT
012650         MOVE "Y" TO WS-CLIENT-ACTIVE-SW
012660     ELSE
012670         IF SRT-CASE-NUM NOT = WS-CURRENT-CASE
012680             PERFORM 6210-WRITE-CASE-LINE THRU 6210-EXIT
012690             MOVE SRT-CASE-NUM TO WS-CURRENT-CASE
012700         END-IF
012710     END-IF.
012720     ADD SRT-REA TO WS-CLI-REA.
012730     ADD SRT-SHOCK-EFFECT TO WS-CLI-SHOCK-EFFECT.
012740     ADD SRT-NET-AFTER-FEE TO WS-CLI-NET-AFTER-FEE.
012750 3100-EXIT.
012760     EXIT.
