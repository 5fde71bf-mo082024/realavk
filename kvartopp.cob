000300*                VISER SUM GEBYR OG NETTO REALAVKASTNING ETTER
000310*                GEBYR. BLANK AUD-FEE PA ELDRE POSTER REGNES
000320*                SOM 0, SOM SKATTESATSEN.
000330* 15-10-26  OPR  AVSLUTTEDE KONTOER: KONTOER SOM ER AVSLUTTET
000340*                I FRA/TIL-OMRADET (DELPERIODEN PA CLOSED-
000350*                HOLDINGS-FILE) LISTES MED AVSLUTNINGSDATO PA
000360*                KLIENTSIDEN OG TELLES PA KONTROLLSIDEN. EN
000370*                AVSLUTTET KONTO SOM ER FJERNET FRA KUNDE-
000380*                REGISTERET FAR KLIENTEN FRA SIN SISTE POST PA
000390*                CLOSED-HOLDINGS-FILE I STEDET FOR KLIENT NULL.
000400* 15-10-26  OPR  OVERFORING MELLOM KLIENTER: HVER BEREGNING
000410*                PLASSERES PA KLIENTEN SOM EIDE KONTOEN I
000420*                BEREGNINGENS PERIODE. FINNES EN OVERFORING PA
000430*                CLIENT-TRANSFER-FILE MED SENERE FRA-PERIODE,
000440*                GAR BEREGNINGEN TIL DENS GAMLE KLIENT; ELLERS
000450*                GJELDER KUNDEREGISTERET. KONTROLLSIDEN TELLER
000460*                BEREGNINGER PLASSERT PA TIDLIGERE KLIENT.
000470* 15-10-26  OPR  FLERE POSISJONER PER KONTO: POSISJONEN
000480*                (AUD-POSITION-NUM, BLANK PA ELDRE POSTER = 01)
000490*                STAR I SORT- OG DEDUPLISERINGSNOKKELEN ETTER
000500*                PERIODEN, SA HVER POSISJON BEHOLDER SIN SISTE
000510*                BEREGNING OG KONTOENS TALL ER SUMMEN AV
000520*                POSISJONENE.
000530* 15-10-26  OPR  LOKAL AVKASTNING OG VALUTAEFFEKT: KLIENTSIDEN OG
000540*                KONTROLLSIDEN SUMMERER LOKAL REALAVKASTNING OG
000550*                VALUTAEFFEKT FRA AUDITPOSTEN. BLANKE FELT PA
000560*                ELDRE POSTER GIR LOKAL = REA OG INGEN EFFEKT.
000570* 15-10-26  OPR  POSISJONEN ER NA DEL AV NOKKELEN PA CLOSED-
000580*                HOLDINGS-FILE (CLHREC); OPPSLAGET STARTER MED
000590*                POSISJON NULL.
000600*----------------------------------------------------------------
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CUS-ACCOUNT-ID
000710         FILE STATUS IS WS-CUST-STATUS.
000720     SELECT BENCHMARK-FILE ASSIGN TO "BENCHMRK"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS BMK-PERIOD-KEY
000760         FILE STATUS IS WS-BMK-STATUS.
000770     SELECT PRINT-FILE ASSIGN TO "KVARTOPP"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-PRINT-STATUS.
000800     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-RUNLOG-STATUS.
000830     SELECT CLOSED-HOLDINGS-FILE ASSIGN TO "CLOSHOLD"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS CLH-KEY
000870         FILE STATUS IS WS-CLOSHOLD-STATUS.
000880     SELECT CLIENT-TRANSFER-FILE ASSIGN TO "KLIENTOV"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS CTR-KEY
000920         FILE STATUS IS WS-CTR-STATUS.
000930     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  AUDIT-FILE
000980     LABEL RECORD IS STANDARD.
000990     COPY AUDREC.
001000     COPY AUDTRL.
001010
001020 FD  CUSTOMER-MASTER
001030     LABEL RECORD IS STANDARD.
001040     COPY CUSREC.
001050
001060 FD  BENCHMARK-FILE
001070     LABEL RECORD IS STANDARD.
001080     COPY BMKREC.
001090
001100 FD  PRINT-FILE
001110     LABEL RECORD IS STANDARD.
001120 01  PRINT-RECORD                PIC X(80).
001130
001140 FD  RUN-LOG-FILE
001150     LABEL RECORD IS STANDARD.
001160     COPY RUNREC.
001170
001180 FD  CLOSED-HOLDINGS-FILE
001190     LABEL RECORD IS STANDARD.
001200     COPY CLHREC.
001210
001220 FD  CLIENT-TRANSFER-FILE
001230     LABEL RECORD IS STANDARD.
001240     COPY CTRREC.
001250
001260 SD  SORT-FILE.
001270 01  SORT-RECORD.
001280     05  SRT-CLIENT-NUM          PIC 9(06).
001290     05  SRT-ACCOUNT-ID          PIC X(10).
001300     05  SRT-PERIOD              PIC 9(06).
001310     05  SRT-POSITION            PIC 9(02).
001320     05  SRT-DATE                PIC 9(08).
001330     05  SRT-TIME                PIC 9(08).
001340     05  SRT-INV                 PIC 9(7)V99.
001350     05  SRT-AVK                 PIC S9(2)V99.
001360     05  SRT-INF                 PIC S9(2)V99.
001370     05  SRT-REA                 PIC S9(8)V99.
001380     05  SRT-SKATT               PIC S9(2)V99.
001390     05  SRT-FEE                 PIC S9(7)V99.
001400     05  SRT-CURRENCY            PIC X(03).
001410     05  SRT-CLIENT-NAME         PIC X(30).
001420     05  SRT-CLOSE-DATE          PIC 9(08).
001430     05  SRT-TRANSFER-FLAG       PIC X(01).
001440     05  SRT-LOCAL-REA           PIC S9(8)V99.
001450     05  SRT-FX-EFFECT           PIC S9(8)V99.
001460
001470 WORKING-STORAGE SECTION.
001480 01  WS-SWITCHES.
001490     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001500         88  WS-AUDIT-EOF            VALUE "Y".
001510     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001520         88  WS-SORT-EOF             VALUE "Y".
001530     05  WS-VALID-SW             PIC X(01) VALUE "N".
001540         88  WS-INPUT-VALID          VALUE "Y".
001550     05  WS-CLIENT-ACTIVE-SW     PIC X(01) VALUE "N".
001560         88  WS-CLIENT-ACTIVE        VALUE "Y".
001570     05  WS-BMK-FOUND-SW         PIC X(01) VALUE "N".
001580         88  WS-BMK-FOUND            VALUE "Y".
001590     05  WS-CLOSHOLD-AVAIL-SW    PIC X(01) VALUE "N".
001600         88  WS-CLOSHOLD-AVAILABLE   VALUE "Y".
001610     05  WS-CLOSHOLD-EOF-SW      PIC X(01) VALUE "N".
001620         88  WS-CLOSHOLD-EOF         VALUE "Y".
001630     05  WS-CLOSED-FOUND-SW      PIC X(01) VALUE "N".
001640         88  WS-CLOSED-FOUND         VALUE "Y".
001650     05  WS-CTR-AVAIL-SW         PIC X(01) VALUE "N".
001660         88  WS-CTR-AVAILABLE        VALUE "Y".
001670     05  WS-CTR-EOF-SW           PIC X(01) VALUE "N".
001680         88  WS-CTR-EOF              VALUE "Y".
001690     05  WS-TRANSFER-FOUND-SW    PIC X(01) VALUE "N".
001700         88  WS-TRANSFER-FOUND       VALUE "Y".
001710
001720 01  WS-ERROR-MSG                PIC X(45).
001730
001740 01  WS-FROM-PERIOD              PIC 9(06).
001750 01  WS-TO-PERIOD                PIC 9(06).
001760 01  WS-PERIOD-WORK.
001770     05  WS-PERIOD-YEAR          PIC 9(04).
001780     05  WS-PERIOD-MONTH         PIC 9(02).
001790 01  WS-RUN-DATE                 PIC 9(08).
001800 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
001810
001820*----------------------------------------------------------------
001830* DEDUPLISERINGEN ER DEN SAMME SOM I ARSOPPGAVE: INNENFOR EN
001840* KLIENT KOMMER POSTENE SORTERT PA KONTO, PERIODE OG POSISJON
001850* MED SISTE TIDSSTEMPEL FORST, SA FORSTE POST PER KONTO/
001860* PERIODE/POSISJON ER DEN GJELDENDE BEREGNINGEN OG RESTEN ER
001870* ELDRE OMKJORINGER SOM BARE TELLES.
001880*----------------------------------------------------------------
001890 01  WS-PREV-DEDUP-KEY           PIC X(18) VALUE LOW-VALUES.
001900 01  WS-THIS-DEDUP-KEY.
001910     05  WS-THIS-ACCOUNT         PIC X(10).
001920     05  WS-THIS-PERIOD          PIC 9(06).
001930     05  WS-THIS-POSITION        PIC 9(02).
001940
001950 01  WS-CURRENT-CLIENT           PIC 9(06).
001960 01  WS-CURRENT-CLIENT-NAME      PIC X(30).
001970 01  WS-PREV-ACCOUNT             PIC X(10).
001980 01  WS-CLIENT-NUM               PIC 9(06).
001990 01  WS-CLIENT-NAME              PIC X(30).
002000
002010*----------------------------------------------------------------
002020* AVSLUTTEDE KONTOER: 5750 FINNER KONTOENS SISTE POST PA CLOSED-
002030* HOLDINGS-FILE (KLIENTEN VED AVSLUTNING) OG SISTE AVSLUTNING MED
002040* DELPERIODE I FRA/TIL-OMRADET. KLIENTENS AVSLUTTEDE KONTOER
002050* SAMLES I EN LITEN TABELL FOR KLIENTSIDEN; FLERE ENN 20 TELLES,
002060* MEN LISTES IKKE.
002070*----------------------------------------------------------------
002080 01  WS-CLOSED-DATE              PIC 9(08).
002090 01  WS-CLOSED-DATE-EDITED       PIC 9999/99/99.
002100 01  WS-CLOSED-CLIENT-NUM        PIC 9(06).
002110 01  WS-CLOSED-CLIENT-NAME       PIC X(30).
002120 01  WS-CLI-CLOSED-COUNT         PIC 9(04) COMP VALUE ZERO.
002130 01  WS-CLI-CLOSED-IX            PIC 9(04) COMP.
002140 01  WS-CLI-CLOSED-TABLE.
002150     05  WS-CLI-CLOSED-ENTRY     OCCURS 20 TIMES.
002160         10  WS-CLI-CLOSED-ACCOUNT   PIC X(10).
002170         10  WS-CLI-CLOSED-ON        PIC 9(08).
002180 01  WS-TOT-CLOSED-COUNT         PIC 9(08) COMP VALUE ZERO.
002190 01  WS-TOT-TRANSFER-COUNT       PIC 9(08) COMP VALUE ZERO.
002200
002210 01  WS-NOMINAL                  PIC S9(9)V99.
002220 01  WS-DRAG                     PIC S9(9)V99.
002230 01  WS-TAX                      PIC S9(9)V99.
002240 01  WS-NET                      PIC S9(9)V99.
002250 01  WS-NET-AFTER-FEE            PIC S9(9)V99.
002260 01  WS-SKATT-WORK               PIC S9(2)V99.
002270 01  WS-PRO                      PIC S9(3)V99.
002280 01  WS-BMK-AVK                  PIC S9(2)V99.
002290 01  WS-BMK-PRO                  PIC S9(3)V99.
002300 01  WS-EXCESS-PRO               PIC S9(3)V99.
002310
002320 01  WS-CLI-ACCOUNT-COUNT        PIC 9(04) COMP VALUE ZERO.
002330 01  WS-CLI-RUN-COUNT            PIC 9(04) COMP VALUE ZERO.
002340 01  WS-CLI-NOMINAL              PIC S9(11)V99 VALUE ZERO.
002350 01  WS-CLI-DRAG                 PIC S9(11)V99 VALUE ZERO.
002360 01  WS-CLI-TAX                  PIC S9(11)V99 VALUE ZERO.
002370 01  WS-CLI-NET                  PIC S9(11)V99 VALUE ZERO.
002380 01  WS-CLI-FEE                  PIC S9(11)V99 VALUE ZERO.
002390 01  WS-CLI-NET-AFTER-FEE        PIC S9(11)V99 VALUE ZERO.
002400 01  WS-CLI-LOCAL-REA            PIC S9(11)V99 VALUE ZERO.
002410 01  WS-CLI-FX-EFFECT            PIC S9(11)V99 VALUE ZERO.
002420 01  WS-CLI-EXCESS-SUM           PIC S9(9)V99 VALUE ZERO.
002430 01  WS-CLI-BMK-COUNT            PIC 9(04) COMP VALUE ZERO.
002440 01  WS-CLI-BMK-MISSING          PIC 9(04) COMP VALUE ZERO.
002450 01  WS-AVG-EXCESS               PIC S9(3)V99.
002460 01  WS-EXCESS-EDITED            PIC -(2)9.99.
002470
002480 01  WS-TOT-CLIENT-COUNT         PIC 9(08) COMP VALUE ZERO.
002490 01  WS-TOT-RUN-COUNT            PIC 9(08) COMP VALUE ZERO.
002500 01  WS-TOT-DUP-COUNT            PIC 9(08) COMP VALUE ZERO.
002510 01  WS-TOT-NOPERIOD-COUNT       PIC 9(08) COMP VALUE ZERO.
002520 01  WS-TOT-NOMINAL              PIC S9(11)V99 VALUE ZERO.
002530 01  WS-TOT-DRAG                 PIC S9(11)V99 VALUE ZERO.
002540 01  WS-TOT-TAX                  PIC S9(11)V99 VALUE ZERO.
002550 01  WS-TOT-NET                  PIC S9(11)V99 VALUE ZERO.
002560 01  WS-TOT-FEE                  PIC S9(11)V99 VALUE ZERO.
002570 01  WS-TOT-NET-AFTER-FEE        PIC S9(11)V99 VALUE ZERO.
002580 01  WS-TOT-LOCAL-REA            PIC S9(11)V99 VALUE ZERO.
002590 01  WS-TOT-FX-EFFECT            PIC S9(11)V99 VALUE ZERO.
002600
002610 01  WS-COUNT-EDITED             PIC Z(7)9.
002620 01  WS-TOTAL-EDITED             PIC -(10)9.99.
002630
002640 01  WS-AUDIT-STATUS             PIC X(02).
002650 01  WS-CUST-STATUS              PIC X(02).
002660 01  WS-BMK-STATUS               PIC X(02).
002670 01  WS-PRINT-STATUS             PIC X(02).
002680 01  WS-RUNLOG-STATUS            PIC X(02).
002690 01  WS-CLOSHOLD-STATUS          PIC X(02).
002700 01  WS-CTR-STATUS               PIC X(02).
002710
002720*----------------------------------------------------------------
002730* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
002740* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
002750* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
002760*----------------------------------------------------------------
002770 01  WS-START-TIME               PIC 9(08).
002780 01  WS-END-TIME                 PIC 9(08).
002790 01  WS-END-DATE                 PIC 9(08).
002800 01  WS-RUN-OUTCOME              PIC X(12).
002810 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002820
002830 PROCEDURE DIVISION.
002840 0000-CONTROL SECTION.
002850 0010-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002870     SORT SORT-FILE
002880         ON ASCENDING KEY SRT-CLIENT-NUM
002890         ON ASCENDING KEY SRT-ACCOUNT-ID
002900         ON ASCENDING KEY SRT-PERIOD
002910         ON ASCENDING KEY SRT-POSITION
002920         ON DESCENDING KEY SRT-DATE
002930         ON DESCENDING KEY SRT-TIME
002940         INPUT PROCEDURE IS 2000-SELECT-RANGE
002950         OUTPUT PROCEDURE IS 3000-BUILD-STATEMENTS.
002960     PERFORM 6300-WRITE-CONTROL-PAGE THRU 6300-EXIT.
002970     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002980
002990*----------------------------------------------------------------
003000* 1000-INITIALIZE - SPOR OM FRA- OG TIL-PERIODE OG APNE FILENE.
003010*                  EN UGYLDIG PERIODE SPORRES OM PA NYTT, SOM I
003020*                  ARSOPPGAVENS SKJERMDIALOG.
003030*----------------------------------------------------------------
003040 1000-INITIALIZE.
003050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003060     ACCEPT WS-START-TIME FROM TIME.
003070     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
003080     MOVE "N" TO WS-VALID-SW.
003090     PERFORM 1100-ACCEPT-FROM-PERIOD THRU 1100-EXIT
003100         UNTIL WS-INPUT-VALID.
003110     MOVE "N" TO WS-VALID-SW.
003120     PERFORM 1200-ACCEPT-TO-PERIOD THRU 1200-EXIT
003130         UNTIL WS-INPUT-VALID.
003140     OPEN INPUT AUDIT-FILE.
003150     IF WS-AUDIT-STATUS NOT = "00"
003160         MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
003170         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003180     END-IF.
003190     OPEN INPUT CUSTOMER-MASTER.
003200     IF WS-CUST-STATUS NOT = "00"
003210         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
003220         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003230     END-IF.
003240     OPEN INPUT BENCHMARK-FILE.
003250     IF WS-BMK-STATUS NOT = "00"
003260         MOVE "KUNNE IKKE APNE BENCHMARK-FILE" TO WS-ERROR-MSG
003270         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003280     END-IF.
003290     OPEN OUTPUT PRINT-FILE.
003300     IF WS-PRINT-STATUS NOT = "00"
003310         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
003320         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003330     END-IF.
003340     OPEN INPUT CLOSED-HOLDINGS-FILE.
003350     EVALUATE TRUE
003360         WHEN WS-CLOSHOLD-STATUS = "00"
003370             MOVE "Y" TO WS-CLOSHOLD-AVAIL-SW
003380         WHEN WS-CLOSHOLD-STATUS = "35"
003390             DISPLAY "CLOSED-HOLDINGS-FILE FINNES IKKE - INGEN "
003400                 "AVSLUTTEDE KONTOER"
003410         WHEN OTHER
003420             MOVE "KUNNE IKKE APNE CLOSED-HOLDINGS-FILE" TO
003430                 WS-ERROR-MSG
003440             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003450     END-EVALUATE.
003460     OPEN INPUT CLIENT-TRANSFER-FILE.
003470     EVALUATE TRUE
003480         WHEN WS-CTR-STATUS = "00"
003490             MOVE "Y" TO WS-CTR-AVAIL-SW
003500         WHEN WS-CTR-STATUS = "35"
003510             DISPLAY "CLIENT-TRANSFER-FILE FINNES IKKE - INGEN "
003520                 "OVERFORINGER"
003530         WHEN OTHER
003540             MOVE "KUNNE IKKE APNE CLIENT-TRANSFER-FILE" TO
003550                 WS-ERROR-MSG
003560             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003570     END-EVALUATE.
003580 1000-EXIT.
003590     EXIT.
003600
003610 1100-ACCEPT-FROM-PERIOD.
003620     DISPLAY "Fra hvilken periode (AAAAMM)?".
003630     ACCEPT WS-FROM-PERIOD.
003640     MOVE WS-FROM-PERIOD TO WS-PERIOD-WORK.
003650     PERFORM 4100-VALIDATE-PERIOD THRU 4100-EXIT.
003660     IF NOT WS-INPUT-VALID
003670         DISPLAY "FEIL: " WS-ERROR-MSG
003680     END-IF.
003690 1100-EXIT.
003700     EXIT.
003710
003720 1200-ACCEPT-TO-PERIOD.
003730     DISPLAY "Til og med hvilken periode (AAAAMM)?".
003740     ACCEPT WS-TO-PERIOD.
003750     MOVE WS-TO-PERIOD TO WS-PERIOD-WORK.
003760     PERFORM 4100-VALIDATE-PERIOD THRU 4100-EXIT.
003770     IF WS-INPUT-VALID AND WS-TO-PERIOD < WS-FROM-PERIOD
003780         MOVE "N" TO WS-VALID-SW
003790         MOVE "TIL-PERIODE LIGGER FOR FRA-PERIODEN" TO
003800             WS-ERROR-MSG
003810     END-IF.
003820     IF NOT WS-INPUT-VALID
003830         DISPLAY "FEIL: " WS-ERROR-MSG
003840     END-IF.
003850 1200-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 4100-VALIDATE-PERIOD - SAMME PERIODEKONTROLL SOM VEDLIKEHOLDS-
003900*                  PROGRAMMET GJOR, PA PERIODEN SOM SIST BLE
003910*                  LAGT I WS-PERIOD-WORK.
003920*----------------------------------------------------------------
003930 4100-VALIDATE-PERIOD.
003940     MOVE "Y" TO WS-VALID-SW.
003950     IF WS-PERIOD-WORK NOT NUMERIC
003960         MOVE "N" TO WS-VALID-SW
003970         MOVE "UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM" TO
003980             WS-ERROR-MSG
003990     ELSE
004000     IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-YEAR > 2099
004010         MOVE "N" TO WS-VALID-SW
004020         MOVE "UGYLDIG PERIODE - AR UTENFOR 1900 TIL 2099" TO
004030             WS-ERROR-MSG
004040     ELSE
004050     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
004060         MOVE "N" TO WS-VALID-SW
004070         MOVE "UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12" TO
004080             WS-ERROR-MSG
004090     END-IF
004100     END-IF
004110     END-IF.
004120 4100-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 5800-LOOKUP-BENCHMARK - REFERANSEINDEKSENS AVKASTNING FOR
004170*                  BEREGNINGENS PERIODE, SAMME VALG SOM I
004180*                  BEREGNINGSPROGRAMMET: OSEBX FOR KRONE-
004190*                  PLASSERINGER, GLOBALINDEKSEN FOR VALUTA.
004200*----------------------------------------------------------------
004210 5800-LOOKUP-BENCHMARK.
004220     MOVE "N" TO WS-BMK-FOUND-SW.
004230     MOVE SRT-PERIOD TO BMK-PERIOD-KEY.
004240     READ BENCHMARK-FILE
004250         INVALID KEY
004260             CONTINUE
004270         NOT INVALID KEY
004280             IF SRT-CURRENCY = "KR "
004290                     OR SRT-CURRENCY = "NOK"
004300                 MOVE BMK-OSEBX-AVK TO WS-BMK-AVK
004310             ELSE
004320                 MOVE BMK-GLOBAL-AVK TO WS-BMK-AVK
004330             END-IF
004340             MOVE "Y" TO WS-BMK-FOUND-SW
004350     END-READ.
004360 5800-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400* 5750-LOOKUP-CLOSED - KONTOENS POSTER PA CLOSED-HOLDINGS-FILE,
004410*                  ELDSTE FORST: KLIENTEN FRA SISTE POST, OG
004420*                  AVSLUTNINGSDATOEN FOR SISTE AVSLUTNING MED
004430*                  DELPERIODE INNENFOR FRA/TIL-OMRADET (NULL
004440*                  NAR KONTOEN IKKE BLE AVSLUTTET I OMRADET).
004450*----------------------------------------------------------------
004460 5750-LOOKUP-CLOSED.
004470     MOVE "N" TO WS-CLOSED-FOUND-SW.
004480     MOVE ZERO TO WS-CLOSED-DATE.
004490     IF NOT WS-CLOSHOLD-AVAILABLE
004500         GO TO 5750-EXIT
004510     END-IF.
004520     MOVE "N" TO WS-CLOSHOLD-EOF-SW.
004530     MOVE AUD-ACCOUNT-ID TO CLH-ACCOUNT-ID.
004540     MOVE ZERO TO CLH-CLOSE-DATE.
004550     MOVE ZERO TO CLH-CLOSE-TIME.
004560     MOVE ZERO TO CLH-POSITION-NUM.
004570     START CLOSED-HOLDINGS-FILE KEY NOT LESS THAN CLH-KEY
004580         INVALID KEY
004590             SET WS-CLOSHOLD-EOF TO TRUE
004600     END-START.
004610     PERFORM 5760-SCAN-CLOSED THRU 5760-EXIT
004620         UNTIL WS-CLOSHOLD-EOF.
004630 5750-EXIT.
004640     EXIT.
004650
004660 5760-SCAN-CLOSED.
004670     READ CLOSED-HOLDINGS-FILE NEXT RECORD
004680         AT END
004690             SET WS-CLOSHOLD-EOF TO TRUE
004700             GO TO 5760-EXIT
004710     END-READ.
004720     IF CLH-ACCOUNT-ID NOT = AUD-ACCOUNT-ID
004730         SET WS-CLOSHOLD-EOF TO TRUE
004740         GO TO 5760-EXIT
004750     END-IF.
004760     MOVE "Y" TO WS-CLOSED-FOUND-SW.
004770     MOVE CLH-CLIENT-NUM TO WS-CLOSED-CLIENT-NUM.
004780     MOVE CLH-CLIENT-NAME TO WS-CLOSED-CLIENT-NAME.
004790     IF CLH-STUB-PERIOD-YM NOT < WS-FROM-PERIOD
004800             AND CLH-STUB-PERIOD-YM NOT > WS-TO-PERIOD
004810         MOVE CLH-CLOSE-DATE TO WS-CLOSED-DATE
004820     END-IF.
004830 5760-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------
004870* 5720-LOOKUP-TRANSFER - KONTOENS OVERFORINGER PA CLIENT-
004880*                  TRANSFER-FILE I FRA-PERIODEORDEN. DEN FORSTE
004890*                  MED FRA-PERIODE SENERE ENN BEREGNINGENS
004900*                  PERIODE GIR KLIENTEN SOM EIDE KONTOEN DA, OG
004910*                  ERSTATTER KLIENTEN FRA 5700. FINNES INGEN
004920*                  STAR 5700-KLIENTEN.
004930*----------------------------------------------------------------
004940 5720-LOOKUP-TRANSFER.
004950     MOVE "N" TO WS-TRANSFER-FOUND-SW.
004960     IF NOT WS-CTR-AVAILABLE
004970         GO TO 5720-EXIT
004980     END-IF.
004990     MOVE "N" TO WS-CTR-EOF-SW.
005000     MOVE AUD-ACCOUNT-ID TO CTR-ACCOUNT-ID.
005010     MOVE AUD-PERIOD-YM TO CTR-EFFECTIVE-YM.
005020     START CLIENT-TRANSFER-FILE KEY GREATER THAN CTR-KEY
005030         INVALID KEY
005040             SET WS-CTR-EOF TO TRUE
005050     END-START.
005060     PERFORM 5730-SCAN-TRANSFER THRU 5730-EXIT
005070         UNTIL WS-CTR-EOF.
005080 5720-EXIT.
005090     EXIT.
005100
005110 5730-SCAN-TRANSFER.
005120     READ CLIENT-TRANSFER-FILE NEXT RECORD
005130         AT END
005140             SET WS-CTR-EOF TO TRUE
005150             GO TO 5730-EXIT
005160     END-READ.
005170     SET WS-CTR-EOF TO TRUE.
005180     IF CTR-ACCOUNT-ID NOT = AUD-ACCOUNT-ID
005190         GO TO 5730-EXIT
005200     END-IF.
005210     MOVE "Y" TO WS-TRANSFER-FOUND-SW.
005220     MOVE CTR-OLD-CLIENT-NUM TO WS-CLIENT-NUM.
005230     MOVE CTR-OLD-CLIENT-NAME TO WS-CLIENT-NAME.
005240 5730-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 6200-WRITE-CLIENT-PAGE - EN KONSOLIDERT SIDE FOR KLIENTEN SOM
005290*                  NETTOPP ER FERDIG SUMMERT: ALLE KLIENTENS
005300*                  KONTOER SAMLET, MED MERAVKASTNINGEN MOT
005310*                  INDEKSEN SOM GJENNOMSNITT OVER BEREGNINGENE
005320*                  SOM HADDE EN INDEKSPERIODE.
005330*----------------------------------------------------------------
005340 6200-WRITE-CLIENT-PAGE.
005350     MOVE SPACES TO PRINT-RECORD.
005360     STRING "KVARTALSOPPGAVE " WS-FROM-PERIOD " - " WS-TO-PERIOD
005370         "   KJORT: " WS-RUN-DATE-EDITED
005380         DELIMITED BY SIZE INTO PRINT-RECORD.
005390     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
005400     MOVE SPACES TO PRINT-RECORD.
005410     WRITE PRINT-RECORD.
005420     MOVE SPACES TO PRINT-RECORD.
005430     IF WS-CURRENT-CLIENT = ZERO
005440         STRING "KLIENT UKJENT  " WS-CURRENT-CLIENT-NAME
005450             DELIMITED BY SIZE INTO PRINT-RECORD
005460     ELSE
005470         STRING "KLIENT " WS-CURRENT-CLIENT "  "
005480             WS-CURRENT-CLIENT-NAME
005490             DELIMITED BY SIZE INTO PRINT-RECORD
005500     END-IF.
005510     WRITE PRINT-RECORD.
005520     MOVE WS-CLI-ACCOUNT-COUNT TO WS-COUNT-EDITED.
005530     MOVE SPACES TO PRINT-RECORD.
005540     STRING "ANTALL KONTOER:          " WS-COUNT-EDITED
005550         DELIMITED BY SIZE INTO PRINT-RECORD.
005560     WRITE PRINT-RECORD.
005570     MOVE WS-CLI-RUN-COUNT TO WS-COUNT-EDITED.
005580     MOVE SPACES TO PRINT-RECORD.
005590     STRING "ANTALL BEREGNINGER:      " WS-COUNT-EDITED
005600         DELIMITED BY SIZE INTO PRINT-RECORD.
005610     WRITE PRINT-RECORD.
005620     MOVE WS-CLI-NOMINAL TO WS-TOTAL-EDITED.
005630     MOVE SPACES TO PRINT-RECORD.
005640     STRING "NOMINELL AVKASTNING:     " WS-TOTAL-EDITED "KR"
005650         DELIMITED BY SIZE INTO PRINT-RECORD.
005660     WRITE PRINT-RECORD.
005670     MOVE WS-CLI-DRAG TO WS-TOTAL-EDITED.
005680     MOVE SPACES TO PRINT-RECORD.
005690     STRING "INFLASJONSTAP:           " WS-TOTAL-EDITED "KR"
005700         DELIMITED BY SIZE INTO PRINT-RECORD.
005710     WRITE PRINT-RECORD.
005720     MOVE WS-CLI-TAX TO WS-TOTAL-EDITED.
005730     MOVE SPACES TO PRINT-RECORD.
005740     STRING "SKATTEEFFEKT:            " WS-TOTAL-EDITED "KR"
005750         DELIMITED BY SIZE INTO PRINT-RECORD.
005760     WRITE PRINT-RECORD.
005770     MOVE WS-CLI-NET TO WS-TOTAL-EDITED.
005780     MOVE SPACES TO PRINT-RECORD.
005790     STRING "NETTO REALAVKASTNING:    " WS-TOTAL-EDITED "KR"
005800         DELIMITED BY SIZE INTO PRINT-RECORD.
005810     WRITE PRINT-RECORD.
005820     MOVE WS-CLI-FEE TO WS-TOTAL-EDITED.
005830     MOVE SPACES TO PRINT-RECORD.
005840     STRING "FORVALTNINGSGEBYR:       " WS-TOTAL-EDITED "KR"
005850         DELIMITED BY SIZE INTO PRINT-RECORD.
005860     WRITE PRINT-RECORD.
005870     MOVE WS-CLI-NET-AFTER-FEE TO WS-TOTAL-EDITED.
005880     MOVE SPACES TO PRINT-RECORD.
005890     STRING "NETTO ETTER GEBYR:       " WS-TOTAL-EDITED "KR"
005900         DELIMITED BY SIZE INTO PRINT-RECORD.
005910     WRITE PRINT-RECORD.
005920     MOVE WS-CLI-LOCAL-REA TO WS-TOTAL-EDITED.
005930     MOVE SPACES TO PRINT-RECORD.
005940     STRING "LOKAL REALAVKASTNING:    " WS-TOTAL-EDITED "KR"
005950         DELIMITED BY SIZE INTO PRINT-RECORD.
005960     WRITE PRINT-RECORD.
005970     MOVE WS-CLI-FX-EFFECT TO WS-TOTAL-EDITED.
005980     MOVE SPACES TO PRINT-RECORD.
005990     STRING "VALUTAEFFEKT:            " WS-TOTAL-EDITED "KR"
006000         DELIMITED BY SIZE INTO PRINT-RECORD.
006010     WRITE PRINT-RECORD.
006020     IF WS-CLI-BMK-COUNT > ZERO
006030         COMPUTE WS-AVG-EXCESS ROUNDED =
006040             WS-CLI-EXCESS-SUM / WS-CLI-BMK-COUNT
006050         MOVE WS-AVG-EXCESS TO WS-EXCESS-EDITED
006060         MOVE SPACES TO PRINT-RECORD
006070         STRING "GJSN MERAVKASTNING:      " WS-EXCESS-EDITED "%"
006080             DELIMITED BY SIZE INTO PRINT-RECORD
006090         WRITE PRINT-RECORD
006100     END-IF.
006110     IF WS-CLI-BMK-MISSING > ZERO
006120         MOVE WS-CLI-BMK-MISSING TO WS-COUNT-EDITED
006130         MOVE SPACES TO PRINT-RECORD
006140         STRING "ANTALL UTEN INDEKS:      " WS-COUNT-EDITED
006150             DELIMITED BY SIZE INTO PRINT-RECORD
006160         WRITE PRINT-RECORD
006170     END-IF.
006180     IF WS-CLI-CLOSED-COUNT > ZERO
006190         MOVE WS-CLI-CLOSED-COUNT TO WS-COUNT-EDITED
006200         MOVE SPACES TO PRINT-RECORD
006210         STRING "AVSLUTTET I PERIODEN:    " WS-COUNT-EDITED
006220             DELIMITED BY SIZE INTO PRINT-RECORD
006230         WRITE PRINT-RECORD
006240         PERFORM 6210-WRITE-CLOSED-LINE THRU 6210-EXIT
006250             VARYING WS-CLI-CLOSED-IX FROM 1 BY 1
006260             UNTIL WS-CLI-CLOSED-IX > WS-CLI-CLOSED-COUNT
006270                 OR WS-CLI-CLOSED-IX > 20
006280     END-IF.
006290     ADD 1 TO WS-TOT-CLIENT-COUNT.
006300 6200-EXIT.
006310     EXIT.
006320
006330 6210-WRITE-CLOSED-LINE.
006340     MOVE WS-CLI-CLOSED-ON (WS-CLI-CLOSED-IX) TO
006350         WS-CLOSED-DATE-EDITED.
006360     MOVE SPACES TO PRINT-RECORD.
006370     STRING "  KONTO " WS-CLI-CLOSED-ACCOUNT (WS-CLI-CLOSED-IX)
006380         " AVSLUTTET " WS-CLOSED-DATE-EDITED
006390         DELIMITED BY SIZE INTO PRINT-RECORD.
006400     WRITE PRINT-RECORD.
006410 6210-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------------
006450* 6300-WRITE-CONTROL-PAGE - TOTALENE OVER ALLE KLIENTENE, SA
006460*                  OPPGAVEBUNKEN KAN AVSTEMMES MOT BATCH-
006470*                  RAPPORTENES SUMMER FOR DEN GAR UT.
006480*----------------------------------------------------------------
006490 6300-WRITE-CONTROL-PAGE.
006500     MOVE SPACES TO PRINT-RECORD.
006510     STRING "KONTROLLSIDE KVARTALSOPPGAVER " WS-FROM-PERIOD
006520         " - " WS-TO-PERIOD
006530         DELIMITED BY SIZE INTO PRINT-RECORD.
006540     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
006550     MOVE SPACES TO PRINT-RECORD.
006560     WRITE PRINT-RECORD.
006570     MOVE WS-TOT-CLIENT-COUNT TO WS-COUNT-EDITED.
006580     MOVE SPACES TO PRINT-RECORD.
006590     STRING "ANTALL KLIENTER:         " WS-COUNT-EDITED
006600         DELIMITED BY SIZE INTO PRINT-RECORD.
006610     WRITE PRINT-RECORD.
006620     MOVE WS-TOT-RUN-COUNT TO WS-COUNT-EDITED.
006630     MOVE SPACES TO PRINT-RECORD.
006640     STRING "ANTALL BEREGNINGER:      " WS-COUNT-EDITED
006650         DELIMITED BY SIZE INTO PRINT-RECORD.
006660     WRITE PRINT-RECORD.
006670     MOVE WS-TOT-DUP-COUNT TO WS-COUNT-EDITED.
006680     MOVE SPACES TO PRINT-RECORD.
006690     STRING "HOPPET OVER OMKJORINGER: " WS-COUNT-EDITED
006700         DELIMITED BY SIZE INTO PRINT-RECORD.
006710     WRITE PRINT-RECORD.
006720     MOVE WS-TOT-NOPERIOD-COUNT TO WS-COUNT-EDITED.
006730     MOVE SPACES TO PRINT-RECORD.
006740     STRING "HOPPET OVER UTEN PERIODE:" WS-COUNT-EDITED
006750         DELIMITED BY SIZE INTO PRINT-RECORD.
006760     WRITE PRINT-RECORD.
006770     MOVE WS-TOT-CLOSED-COUNT TO WS-COUNT-EDITED.
006780     MOVE SPACES TO PRINT-RECORD.
006790     STRING "AVSLUTTEDE KONTOER:      " WS-COUNT-EDITED
006800         DELIMITED BY SIZE INTO PRINT-RECORD.
006810     WRITE PRINT-RECORD.
006820     MOVE WS-TOT-TRANSFER-COUNT TO WS-COUNT-EDITED.
006830     MOVE SPACES TO PRINT-RECORD.
006840     STRING "PA TIDLIGERE KLIENT:     " WS-COUNT-EDITED
006850         DELIMITED BY SIZE INTO PRINT-RECORD.
006860     WRITE PRINT-RECORD.
006870     MOVE WS-TOT-NOMINAL TO WS-TOTAL-EDITED.
006880     MOVE SPACES TO PRINT-RECORD.
006890     STRING "NOMINELL AVKASTNING:     " WS-TOTAL-EDITED "KR"
006900         DELIMITED BY SIZE INTO PRINT-RECORD.
006910     WRITE PRINT-RECORD.
006920     MOVE WS-TOT-DRAG TO WS-TOTAL-EDITED.
006930     MOVE SPACES TO PRINT-RECORD.
006940     STRING "INFLASJONSTAP:           " WS-TOTAL-EDITED "KR"
006950         DELIMITED BY SIZE INTO PRINT-RECORD.
006960     WRITE PRINT-RECORD.
006970     MOVE WS-TOT-TAX TO WS-TOTAL-EDITED.
006980     MOVE SPACES TO PRINT-RECORD.
006990     STRING "SKATTEEFFEKT:            " WS-TOTAL-EDITED "KR"
007000         DELIMITED BY SIZE INTO PRINT-RECORD.
007010     WRITE PRINT-RECORD.
007020     MOVE WS-TOT-NET TO WS-TOTAL-EDITED.
007030     MOVE SPACES TO PRINT-RECORD.
007040     STRING "NETTO REALAVKASTNING:    " WS-TOTAL-EDITED "KR"
007050         DELIMITED BY SIZE INTO PRINT-RECORD.
007060     WRITE PRINT-RECORD.
007070     MOVE WS-TOT-FEE TO WS-TOTAL-EDITED.
007080     MOVE SPACES TO PRINT-RECORD.
007090     STRING "FORVALTNINGSGEBYR:       " WS-TOTAL-EDITED "KR"
007100         DELIMITED BY SIZE INTO PRINT-RECORD.
007110     WRITE PRINT-RECORD.
007120     MOVE WS-TOT-NET-AFTER-FEE TO WS-TOTAL-EDITED.
007130     MOVE SPACES TO PRINT-RECORD.
007140     STRING "NETTO ETTER GEBYR:       " WS-TOTAL-EDITED "KR"
007150         DELIMITED BY SIZE INTO PRINT-RECORD.
007160     WRITE PRINT-RECORD.
007170     MOVE WS-TOT-LOCAL-REA TO WS-TOTAL-EDITED.
007180     MOVE SPACES TO PRINT-RECORD.
007190     STRING "LOKAL REALAVKASTNING:    " WS-TOTAL-EDITED "KR"
007200         DELIMITED BY SIZE INTO PRINT-RECORD.
007210     WRITE PRINT-RECORD.
007220     MOVE WS-TOT-FX-EFFECT TO WS-TOTAL-EDITED.
007230     MOVE SPACES TO PRINT-RECORD.
007240     STRING "VALUTAEFFEKT:            " WS-TOTAL-EDITED "KR"
007250         DELIMITED BY SIZE INTO PRINT-RECORD.
007260     WRITE PRINT-RECORD.
007270 6300-EXIT.
007280     EXIT.
007290
007300 9990-ABORT-ON-OPEN-ERROR.
007310     DISPLAY "FATAL: " WS-ERROR-MSG.
007320     MOVE 8 TO WS-RETURN-CODE.
007330     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
007340     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007350     MOVE WS-RETURN-CODE TO RETURN-CODE.
007360     STOP RUN.
007370 9990-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------
007410* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
007420*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
007430*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
007440*                  AV KALLEREN FORST. LEST ER ALLE POSTENE
007450*                  SORTEN SLAPP GJENNOM, BEHANDLET ER DE SOM
007460*                  BLE STAENDE ETTER DEDUPLISERINGEN.
007470*----------------------------------------------------------------
007480 7900-WRITE-RUN-LOG.
007490     OPEN EXTEND RUN-LOG-FILE.
007500     IF WS-RUNLOG-STATUS NOT = "00"
007510         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
007520             WS-RUNLOG-STATUS
007530         GO TO 7900-EXIT
007540     END-IF.
007550     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
007560     ACCEPT WS-END-TIME FROM TIME.
007570     MOVE SPACES TO RUN-LOG-RECORD.
007580     MOVE "KVARTALSOPPGAVE" TO RNL-PROGRAM-ID.
007590     MOVE SPACE TO RNL-RUN-MODE.
007600     MOVE WS-RUN-DATE TO RNL-START-DATE.
007610     MOVE WS-START-TIME TO RNL-START-TIME.
007620     MOVE WS-END-DATE TO RNL-END-DATE.
007630     MOVE WS-END-TIME TO RNL-END-TIME.
007640     COMPUTE RNL-RECORDS-READ =
007650         WS-TOT-RUN-COUNT + WS-TOT-DUP-COUNT.
007660     MOVE WS-TOT-RUN-COUNT TO RNL-RECORDS-PROCESSED.
007670     MOVE ZERO TO RNL-RECORDS-REJECTED.
007680     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
007690     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
007700     WRITE RUN-LOG-RECORD.
007710     CLOSE RUN-LOG-FILE.
007720 7900-EXIT.
007730     EXIT.
007740
007750 9999-TERMINATE.
007760     CLOSE AUDIT-FILE.
007770     CLOSE CUSTOMER-MASTER.
007780     CLOSE BENCHMARK-FILE.
007790     CLOSE PRINT-FILE.
007800     IF WS-CLOSHOLD-AVAILABLE
007810         CLOSE CLOSED-HOLDINGS-FILE
007820     END-IF.
007830     IF WS-CTR-AVAILABLE
007840         CLOSE CLIENT-TRANSFER-FILE
007850     END-IF.
007860     MOVE ZERO TO WS-RETURN-CODE.
007870     MOVE "OK" TO WS-RUN-OUTCOME.
007880     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007890     MOVE WS-RETURN-CODE TO RETURN-CODE.
007900     STOP RUN.
007910 9999-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------
007950* 2000-SELECT-RANGE - INPUT PROCEDURE TIL SORTERINGEN: LES HELE
007960*                  AUDIT-FILE OG SLIPP GJENNOM BEREGNINGSPOSTENE
007970*                  MED PERIODE INNENFOR FRA/TIL-OMRADET. HVER
007980*                  POST SLAS OPP MOT KUNDEREGISTERET HER, SA
007990*                  KLIENTNUMMERET KAN STA FORST I SORTNOKKELEN,
008000*                  OG MOT CLIENT-TRANSFER-FILE, SA EN BEREGNING
008010*                  FOR EN OVERFORING BLIR PA DEN GAMLE KLIENTEN.
008020*                  BEVEGELSESPOSTER (B), PROSJEKSJONER (P) OG
008030*                  ARKIVTRAILERE HOLDES UTENFOR; POSTER UTEN
008040*                  NUMERISK PERIODE KAN IKKE PLASSERES I ET
008050*                  PERIODEOMRADE OG TELLES SOM HOPPET OVER.
008060*----------------------------------------------------------------
008070 2000-SELECT-RANGE SECTION.
008080 2010-SELECT-LOOP.
008090     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
008100         UNTIL WS-AUDIT-EOF.
008110 2090-SELECT-DONE.
008120     EXIT.
008130
008140 2100-READ-AUDIT.
008150     IF WS-AUDIT-EOF
008160         GO TO 2100-EXIT
008170     END-IF.
008180     READ AUDIT-FILE
008190         AT END
008200             SET WS-AUDIT-EOF TO TRUE
008210             GO TO 2100-EXIT
008220     END-READ.
008230     IF AUT-TRAILER-ID = "*TRAILER**"
008240         GO TO 2100-EXIT
008250     END-IF.
008260     IF AUD-RECORD-TYPE = "B" OR AUD-RECORD-TYPE = "P"
008270         GO TO 2100-EXIT
008280     END-IF.
008290     IF AUD-PERIOD-YM NOT NUMERIC
008300         ADD 1 TO WS-TOT-NOPERIOD-COUNT
008310         GO TO 2100-EXIT
008320     END-IF.
008330     IF AUD-PERIOD-YM < WS-FROM-PERIOD
008340             OR AUD-PERIOD-YM > WS-TO-PERIOD
008350         GO TO 2100-EXIT
008360     END-IF.
008370     PERFORM 5750-LOOKUP-CLOSED THRU 5750-EXIT.
008380     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
008390     PERFORM 5720-LOOKUP-TRANSFER THRU 5720-EXIT.
008400     MOVE WS-CLIENT-NUM TO SRT-CLIENT-NUM.
008410     MOVE WS-CLOSED-DATE TO SRT-CLOSE-DATE.
008420     MOVE WS-CLIENT-NAME TO SRT-CLIENT-NAME.
008430     MOVE AUD-ACCOUNT-ID TO SRT-ACCOUNT-ID.
008440     MOVE AUD-PERIOD-YM TO SRT-PERIOD.
008450     IF WS-TRANSFER-FOUND
008460         MOVE "J" TO SRT-TRANSFER-FLAG
008470     ELSE
008480         MOVE "N" TO SRT-TRANSFER-FLAG
008490     END-IF.
008500     IF AUD-POSITION-X = SPACES
008510         MOVE 1 TO SRT-POSITION
008520     ELSE
008530         MOVE AUD-POSITION-NUM TO SRT-POSITION
008540     END-IF.
008550     MOVE AUD-DATE TO SRT-DATE.
008560     MOVE AUD-TIME TO SRT-TIME.
008570     MOVE AUD-INV TO SRT-INV.
008580     MOVE AUD-AVK TO SRT-AVK.
008590     MOVE AUD-INF TO SRT-INF.
008600     MOVE AUD-REA TO SRT-REA.
008610     IF AUD-SKATT NUMERIC
008620         MOVE AUD-SKATT TO SRT-SKATT
008630     ELSE
008640         MOVE ZERO TO SRT-SKATT
008650     END-IF.
008660     IF AUD-FEE NUMERIC
008670         MOVE AUD-FEE TO SRT-FEE
008680     ELSE
008690         MOVE ZERO TO SRT-FEE
008700     END-IF.
008710     MOVE AUD-CURRENCY-CODE TO SRT-CURRENCY.
008720     IF AUD-LOCAL-REA NUMERIC AND AUD-FX-EFFECT NUMERIC
008730         MOVE AUD-LOCAL-REA TO SRT-LOCAL-REA
008740         MOVE AUD-FX-EFFECT TO SRT-FX-EFFECT
008750     ELSE
008760         MOVE AUD-REA TO SRT-LOCAL-REA
008770         MOVE ZERO TO SRT-FX-EFFECT
008780     END-IF.
008790     RELEASE SORT-RECORD.
008800 2100-EXIT.
008810     EXIT.
008820
008830*----------------------------------------------------------------
008840* 5700-LOOKUP-CUSTOMER - KLIENTNUMMER OG -NAVN FOR KONTOEN,
008850*                  SAMME OPPSLAG SOM BATCHRAPPORTEN GJOR. EN
008860*                  AVSLUTTET KONTO SOM ER FJERNET FRA KUNDE-
008870*                  REGISTERET FAR KLIENTEN FRA CLOSED-HOLDINGS-
008880*                  FILE (5750 KJORES FORST). KONTO UTEN KLIENT
008890*                  GRUPPERES UNDER KLIENTNUMMER NULL MED MERKET
008900*                  NAVN.
008910*----------------------------------------------------------------
008920 5700-LOOKUP-CUSTOMER.
008930     MOVE AUD-ACCOUNT-ID TO CUS-ACCOUNT-ID.
008940     READ CUSTOMER-MASTER
008950         INVALID KEY
008960             IF WS-CLOSED-FOUND
008970                 MOVE WS-CLOSED-CLIENT-NUM TO WS-CLIENT-NUM
008980                 MOVE WS-CLOSED-CLIENT-NAME TO WS-CLIENT-NAME
008990             ELSE
009000                 MOVE ZERO TO WS-CLIENT-NUM
009010                 MOVE "*** IKKE I KUNDEREGISTER ***" TO
009020                     WS-CLIENT-NAME
009030             END-IF
009040         NOT INVALID KEY
009050             MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM
009060             MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME
009070     END-READ.
009080 5700-EXIT.
009090     EXIT.
009100
009110*----------------------------------------------------------------
009120* 3000-BUILD-STATEMENTS - OUTPUT PROCEDURE TIL SORTERINGEN:
009130*                  KONTROLLBRUDD PA KLIENTNUMMER. FORSTE POST
009140*                  PER KONTO/PERIODE/POSISJON ER DEN GJELDENDE
009150*                  (SISTE TIDSSTEMPEL FORST); RESTEN TELLES
009160*                  BARE. SKATTEEFFEKTEN BYGGES OPP IGJEN FRA
009170*                  INV, AVK OG SKATTESATSEN SLIK ARSOPPGAVEN
009180*                  GJOR DET, OG HVER BEREGNING MALES MOT
009190*                  INDEKSEN FOR SIN PERIODE.
009200*----------------------------------------------------------------
009210 3000-BUILD-STATEMENTS SECTION.
009220 3010-RETURN-LOOP.
009230     PERFORM 3100-PROCESS-RETURNED THRU 3100-EXIT
009240         UNTIL WS-SORT-EOF.
009250     IF WS-CLIENT-ACTIVE
009260         PERFORM 6200-WRITE-CLIENT-PAGE THRU 6200-EXIT
009270     END-IF.
009280 3090-RETURN-DONE.
009290     EXIT.
009300
009310 3100-PROCESS-RETURNED.
009320     IF WS-SORT-EOF
009330         GO TO 3100-EXIT
009340     END-IF.
009350     RETURN SORT-FILE
009360         AT END
009370             SET WS-SORT-EOF TO TRUE
009380             GO TO 3100-EXIT
009390     END-RETURN.
009400     MOVE SRT-ACCOUNT-ID TO WS-THIS-ACCOUNT.
009410     MOVE SRT-PERIOD TO WS-THIS-PERIOD.
009420     MOVE SRT-POSITION TO WS-THIS-POSITION.
009430     IF WS-THIS-DEDUP-KEY = WS-PREV-DEDUP-KEY
009440         ADD 1 TO WS-TOT-DUP-COUNT
009450         GO TO 3100-EXIT
009460     END-IF.
009470     MOVE WS-THIS-DEDUP-KEY TO WS-PREV-DEDUP-KEY.
009480     IF NOT WS-CLIENT-ACTIVE
009490             OR SRT-CLIENT-NUM NOT = WS-CURRENT-CLIENT
009500         IF WS-CLIENT-ACTIVE
009510             PERFORM 6200-WRITE-CLIENT-PAGE THRU 6200-EXIT
009520         END-IF
009530         MOVE SRT-CLIENT-NUM TO WS-CURRENT-CLIENT
009540         MOVE SRT-CLIENT-NAME TO WS-CURRENT-CLIENT-NAME
009550         MOVE SPACES TO WS-PREV-ACCOUNT
009560         MOVE ZERO TO WS-CLI-ACCOUNT-COUNT
009570         MOVE ZERO TO WS-CLI-RUN-COUNT
009580         MOVE ZERO TO WS-CLI-NOMINAL
009590         MOVE ZERO TO WS-CLI-DRAG
009600         MOVE ZERO TO WS-CLI-TAX
009610         MOVE ZERO TO WS-CLI-NET
009620         MOVE ZERO TO WS-CLI-FEE
009630         MOVE ZERO TO WS-CLI-NET-AFTER-FEE
009640         MOVE ZERO TO WS-CLI-LOCAL-REA
009650         MOVE ZERO TO WS-CLI-FX-EFFECT
009660         MOVE ZERO TO WS-CLI-EXCESS-SUM
009670         MOVE ZERO TO WS-CLI-BMK-COUNT
009680         MOVE ZERO TO WS-CLI-BMK-MISSING
009690         MOVE ZERO TO WS-CLI-CLOSED-COUNT
009700         MOVE "Y" TO WS-CLIENT-ACTIVE-SW
009710     END-IF.
009720     IF SRT-ACCOUNT-ID NOT = WS-PREV-ACCOUNT
009730         MOVE SRT-ACCOUNT-ID TO WS-PREV-ACCOUNT
009740         ADD 1 TO WS-CLI-ACCOUNT-COUNT
009750         IF SRT-CLOSE-DATE > ZERO
009760             ADD 1 TO WS-CLI-CLOSED-COUNT
009770             ADD 1 TO WS-TOT-CLOSED-COUNT
009780             IF WS-CLI-CLOSED-COUNT NOT > 20
009790                 MOVE SRT-ACCOUNT-ID TO
009800                     WS-CLI-CLOSED-ACCOUNT (WS-CLI-CLOSED-COUNT)
009810                 MOVE SRT-CLOSE-DATE TO
009820                     WS-CLI-CLOSED-ON (WS-CLI-CLOSED-COUNT)
009830             END-IF
009840         END-IF
009850     END-IF.
009860     IF SRT-TRANSFER-FLAG = "J"
009870         ADD 1 TO WS-TOT-TRANSFER-COUNT
009880     END-IF.
009890     MOVE SRT-SKATT TO WS-SKATT-WORK.
009900     COMPUTE WS-NOMINAL = SRT-INV * SRT-AVK / 100.
009910     COMPUTE WS-DRAG = WS-NOMINAL - SRT-REA.
009920     COMPUTE WS-TAX ROUNDED = WS-NOMINAL * WS-SKATT-WORK / 100.
009930     COMPUTE WS-NET = WS-NOMINAL - WS-DRAG - WS-TAX.
009940     COMPUTE WS-NET-AFTER-FEE = WS-NET - SRT-FEE.
009950     ADD 1 TO WS-CLI-RUN-COUNT.
009960     ADD 1 TO WS-TOT-RUN-COUNT.
009970     ADD WS-NOMINAL TO WS-CLI-NOMINAL.
009980     ADD WS-DRAG TO WS-CLI-DRAG.
009990     ADD WS-TAX TO WS-CLI-TAX.
010000     ADD WS-NET TO WS-CLI-NET.
010010     ADD SRT-FEE TO WS-CLI-FEE.
010020     ADD WS-NET-AFTER-FEE TO WS-CLI-NET-AFTER-FEE.
010030     ADD WS-NOMINAL TO WS-TOT-NOMINAL.
010040     ADD WS-DRAG TO WS-TOT-DRAG.
010050     ADD WS-TAX TO WS-TOT-TAX.
010060     ADD WS-NET TO WS-TOT-NET.
010070     ADD SRT-FEE TO WS-TOT-FEE.
010080     ADD WS-NET-AFTER-FEE TO WS-TOT-NET-AFTER-FEE.
010090     ADD SRT-LOCAL-REA TO WS-CLI-LOCAL-REA.
010100     ADD SRT-FX-EFFECT TO WS-CLI-FX-EFFECT.
010110     ADD SRT-LOCAL-REA TO WS-TOT-LOCAL-REA.
010120     ADD SRT-FX-EFFECT TO WS-TOT-FX-EFFECT.
010130     PERFORM 5800-LOOKUP-BENCHMARK THRU 5800-EXIT.
010140     IF WS-BMK-FOUND
010150         COMPUTE WS-PRO = SRT-AVK - SRT-INF
010160         COMPUTE WS-BMK-PRO = WS-BMK-AVK - SRT-INF
010170         COMPUTE WS-EXCESS-PRO = WS-PRO - WS-BMK-PRO
010180         ADD 1 TO WS-CLI-BMK-COUNT
010190         ADD WS-EXCESS-PRO TO WS-CLI-EXCESS-SUM
010200     ELSE
010210         ADD 1 TO WS-CLI-BMK-MISSING
010220     END-IF.
010230 3100-EXIT.
010240     EXIT.
