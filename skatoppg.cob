000510*                ETTER GEBYR, SA OPPGAVEN VISER DET KUNDEN
000520*                FAKTISK BEHOLDT. BLANK AUD-FEE PA ELDRE
000530*                POSTER REGNES SOM 0, SOM SKATTESATSEN.
000540* 15-10-26  OPR  AVSLUTTEDE KONTOER: EN KONTO SOM BLE AVSLUTTET
000550*                I OPPGAVEARET (DELPERIODEN PA CLOSED-HOLDINGS-
000560*                FILE) MERKES PA OPPGAVESIDEN MED AVSLUTNINGS-
000570*                DATO, OG KONTROLLSIDEN TELLER DEM. ER KONTOEN
000580*                FJERNET FRA KUNDEREGISTERET HENTES KLIENTEN FRA
000590*                SISTE POST PA CLOSED-HOLDINGS-FILE.
000600* 15-10-26  OPR  OVERFORING MELLOM KLIENTER: KLIENTEN SLAS NA
000610*                OPP PER BEREGNING I INPUT-PROSEDYREN OG STAR I
000620*                SORTNOKKELEN ETTER KONTOEN. EN BEREGNING FOR
000630*                FRA-PERIODEN TIL EN OVERFORING PA CLIENT-
000640*                TRANSFER-FILE GAR TIL OVERFORINGENS GAMLE
000650*                KLIENT, SA EN KONTO SOM ER OVERFORT I LOPET
000660*                AV ARET FAR EN OPPGAVESIDE PER KLIENT MED
000670*                PERIODENE SIDEN GJELDER. ANTALL KONTOER TELLES
000680*                FORTSATT EN GANG PER KONTO.
000690* 15-10-26  OPR  FLERE POSISJONER PER KONTO: POSISJONEN
000700*                (AUD-POSITION-NUM, BLANK PA ELDRE POSTER = 01)
000710*                STAR I SORT- OG DEDUPLISERINGSNOKKELEN ETTER
000720*                PERIODEN, SA HVER POSISJON BEHOLDER SIN SISTE
000730*                BEREGNING OG KONTOENS TALL ER SUMMEN AV
000740*                POSISJONENE.
000750* 15-10-26  OPR  POSISJONEN ER NA DEL AV NOKKELEN PA CLOSED-
000760*                HOLDINGS-FILE (CLHREC); OPPSLAGET STARTER MED
000770*                POSISJON NULL.
000780*----------------------------------------------------------------
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-STATUS.
000850     SELECT ARSOPPG-CONTROL-FILE ASSIGN TO "ARSKTRL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ARSKTRL-STATUS.
000880     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RUNLOG-STATUS.
000910     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS CUS-ACCOUNT-ID
000950         FILE STATUS IS WS-CUST-STATUS.
000960     SELECT PRINT-FILE ASSIGN TO "ARSOPPGV"
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-PRINT-STATUS.
000990     SELECT CLOSED-HOLDINGS-FILE ASSIGN TO "CLOSHOLD"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CLH-KEY
001030         FILE STATUS IS WS-CLOSHOLD-STATUS.
001040     SELECT CLIENT-TRANSFER-FILE ASSIGN TO "KLIENTOV"
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS CTR-KEY
001080         FILE STATUS IS WS-CTR-STATUS.
001090     SELECT SORT-FILE ASSIGN TO "SORTWK01".
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  AUDIT-FILE
001140     LABEL RECORD IS STANDARD.
001150     COPY AUDREC.
001160     COPY AUDTRL.
001170
001180 FD  ARSOPPG-CONTROL-FILE
001190     LABEL RECORD IS STANDARD.
001200     COPY ARSREC.
001210
001220 FD  RUN-LOG-FILE
001230     LABEL RECORD IS STANDARD.
001240     COPY RUNREC.
001250
001260 FD  CUSTOMER-MASTER
001270     LABEL RECORD IS STANDARD.
001280     COPY CUSREC.
001290
001300 FD  PRINT-FILE
001310     LABEL RECORD IS STANDARD.
001320 01  PRINT-RECORD                PIC X(80).
001330
001340 FD  CLOSED-HOLDINGS-FILE
001350     LABEL RECORD IS STANDARD.
001360     COPY CLHREC.
001370
001380 FD  CLIENT-TRANSFER-FILE
001390     LABEL RECORD IS STANDARD.
001400     COPY CTRREC.
001410
001420 SD  SORT-FILE.
001430 01  SORT-RECORD.
001440     05  SRT-ACCOUNT-ID          PIC X(10).
001450     05  SRT-PERIOD              PIC 9(06).
001460     05  SRT-POSITION            PIC 9(02).
001470     05  SRT-DATE                PIC 9(08).
001480     05  SRT-TIME                PIC 9(08).
001490     05  SRT-INV                 PIC 9(7)V99.
001500     05  SRT-AVK                 PIC S9(2)V99.
001510     05  SRT-INF                 PIC S9(2)V99.
001520     05  SRT-REA                 PIC S9(8)V99.
001530     05  SRT-SKATT               PIC S9(2)V99.
001540     05  SRT-FEE                 PIC S9(7)V99.
001550     05  SRT-CLIENT-NUM          PIC 9(06).
001560     05  SRT-CLIENT-NAME         PIC X(30).
001570     05  SRT-CLOSE-DATE          PIC 9(08).
001580     05  SRT-TRANSFER-FLAG       PIC X(01).
001590
001600 WORKING-STORAGE SECTION.
001610 01  WS-SWITCHES.
001620     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001630         88  WS-AUDIT-EOF            VALUE "Y".
001640     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001650         88  WS-SORT-EOF             VALUE "Y".
001660     05  WS-VALID-SW             PIC X(01) VALUE "N".
001670         88  WS-INPUT-VALID          VALUE "Y".
001680     05  WS-ACCOUNT-ACTIVE-SW    PIC X(01) VALUE "N".
001690         88  WS-ACCOUNT-ACTIVE       VALUE "Y".
001700     05  WS-ARCHIVE-INPUT-SW     PIC X(01) VALUE "N".
001710         88  WS-ARCHIVE-INPUT        VALUE "J".
001720     05  WS-CLOSHOLD-AVAIL-SW    PIC X(01) VALUE "N".
001730         88  WS-CLOSHOLD-AVAILABLE   VALUE "Y".
001740     05  WS-CLOSHOLD-EOF-SW      PIC X(01) VALUE "N".
001750         88  WS-CLOSHOLD-EOF         VALUE "Y".
001760     05  WS-CLOSED-FOUND-SW      PIC X(01) VALUE "N".
001770         88  WS-CLOSED-FOUND         VALUE "Y".
001780     05  WS-CTR-AVAIL-SW         PIC X(01) VALUE "N".
001790         88  WS-CTR-AVAILABLE        VALUE "Y".
001800     05  WS-CTR-EOF-SW           PIC X(01) VALUE "N".
001810         88  WS-CTR-EOF              VALUE "Y".
001820     05  WS-TRANSFER-FOUND-SW    PIC X(01) VALUE "N".
001830         88  WS-TRANSFER-FOUND       VALUE "Y".
001840     05  WS-YEAR-TRANSFER-SW     PIC X(01) VALUE "N".
001850         88  WS-YEAR-TRANSFER        VALUE "Y".
001860     05  WS-ACC-TRANSFER-SW      PIC X(01) VALUE "N".
001870         88  WS-ACC-TRANSFERRED      VALUE "Y".
001880
001890 01  WS-ERROR-MSG                PIC X(45).
001900
001910 01  WS-STATEMENT-YEAR           PIC 9(04).
001920
001930*----------------------------------------------------------------
001940* LOGGEN LESES FRA DEN LEVENDE AUDIT-FILE ELLER FRA EN ARKIVFIL
001950* SKREVET AV AUDITARKIV - OPERATOREN VELGER VED OPPSTART, OG
001960* FILNAVNET SETTES FOR APNINGEN. KONTROLLSIDEN REGISTRERES BARE
001970* FOR KJORINGER MOT DEN LEVENDE LOGGEN; EN REPRODUKSJON FRA
001980* ARKIV SKAL IKKE TELLE SOM ARETS ARSOPPGAVE.
001990*----------------------------------------------------------------
002000 01  WS-AUDIT-FILE-NAME          PIC X(10) VALUE "AUDITLOG".
002010 01  WS-ARCHIVE-FILE-NAME.
002020     05  FILLER                  PIC X(06) VALUE "AUDARK".
002030     05  WS-ARCHIVE-NAME-YEAR    PIC 9(04) VALUE ZERO.
002040
002050*----------------------------------------------------------------
002060* KONTROLLTRAILEREN PA EN ARKIVFIL KONTROLLERES MOT DET SOM
002070* FAKTISK BLE LEST (ANTALL POSTER OG SUM AUD-REA OVER
002080* BEREGNINGSPOSTENE, SAMME REGLER SOM AUDITARKIV BRUKTE DA
002090* DEN BLE SKREVET), SA EN AVKUTTET ARKIVFIL ALDRI GIR EN
002100* STILLE FOR KORT ARSOPPGAVE.
002110*----------------------------------------------------------------
002120 01  WS-TRAILER-SEEN-SW          PIC X(01) VALUE "N".
002130     88  WS-TRAILER-SEEN             VALUE "Y".
002140 01  WS-TRAILER-COUNT            PIC 9(08).
002150 01  WS-TRAILER-REA-TOTAL        PIC S9(13)V99.
002160 01  WS-ARCHIVE-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
002170 01  WS-ARCHIVE-REA-TOTAL        PIC S9(13)V99 VALUE ZERO.
002180 01  WS-RUN-DATE                 PIC 9(08).
002190 01  WS-RUN-TIME                 PIC 9(08).
002200 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
002210
002220 01  WS-AUD-DATE-X.
002230     05  WS-AUD-DATE-YM.
002240         10  WS-AUD-DATE-YEAR    PIC 9(04).
002250         10  FILLER              PIC 9(02).
002260     05  FILLER                  PIC X(02).
002270
002280*----------------------------------------------------------------
002290* DEDUPLISERINGEN: POSTENE KOMMER SORTERT PA KONTO, HOLDINGENS
002300* PERIODE OG POSISJON MED SISTE TIDSSTEMPEL (KJOREDATO + KLOKKE-
002310* SLETT) FORST, SA FORSTE POST FOR HVER KONTO/PERIODE/POSISJON
002320* ER DEN GJELDENDE OG RESTEN ER ELDRE BEREGNINGER AV SAMME
002330* PERIODE SOM BARE TELLES SOM HOPPET OVER.
002340*----------------------------------------------------------------
002350 01  WS-PREV-DEDUP-KEY           PIC X(18) VALUE LOW-VALUES.
002360 01  WS-THIS-DEDUP-KEY.
002370     05  WS-THIS-ACCOUNT         PIC X(10).
002380     05  WS-THIS-PERIOD          PIC 9(06).
002390     05  WS-THIS-POSITION        PIC 9(02).
002400
002410 01  WS-CURRENT-ACCOUNT          PIC X(10).
002420 01  WS-CLIENT-NUM               PIC 9(06).
002430 01  WS-CLIENT-NAME              PIC X(30).
002440
002450*----------------------------------------------------------------
002460* OPPGAVESIDEN GJELDER EN KONTO OG EN KLIENT. ER KONTOEN OVERFORT
002470* MELLOM KLIENTER I LOPET AV ARET, VISER SIDEN HVILKE PERIODER
002480* DEN DEKKER.
002490*----------------------------------------------------------------
002500 01  WS-CURRENT-CLIENT-NUM       PIC 9(06).
002510 01  WS-CURRENT-CLIENT-NAME      PIC X(30).
002520 01  WS-ACC-CLOSE-DATE           PIC 9(08).
002530 01  WS-ACC-FIRST-PERIOD         PIC 9(06).
002540 01  WS-ACC-LAST-PERIOD          PIC 9(06).
002550 01  WS-CTR-YM-WORK.
002560     05  WS-CTR-YEAR             PIC 9(04).
002570     05  WS-CTR-MONTH            PIC 9(02).
002580
002590*----------------------------------------------------------------
002600* AVSLUTTEDE KONTOER: 5750 FINNER KONTOENS SISTE POST PA CLOSED-
002610* HOLDINGS-FILE (KLIENTEN VED AVSLUTNING) OG SISTE AVSLUTNING
002620* MED DELPERIODE I OPPGAVEARET.
002630*----------------------------------------------------------------
002640 01  WS-CLOSED-DATE              PIC 9(08).
002650 01  WS-CLOSED-DATE-EDITED       PIC 9999/99/99.
002660 01  WS-CLOSED-CLIENT-NUM        PIC 9(06).
002670 01  WS-CLOSED-CLIENT-NAME       PIC X(30).
002680 01  WS-CLOSED-YM-WORK.
002690     05  WS-CLOSED-YEAR          PIC 9(04).
002700     05  WS-CLOSED-MONTH         PIC 9(02).
002710 01  WS-YEAR-CLOSED-COUNT        PIC 9(08) COMP VALUE ZERO.
002720 01  WS-YEAR-TRANSFER-COUNT      PIC 9(08) COMP VALUE ZERO.
002730
002740 01  WS-NOMINAL                  PIC S9(9)V99.
002750 01  WS-DRAG                     PIC S9(9)V99.
002760 01  WS-TAX                      PIC S9(9)V99.
002770 01  WS-NET                      PIC S9(9)V99.
002780 01  WS-NET-AFTER-FEE            PIC S9(9)V99.
002790 01  WS-SKATT-WORK               PIC S9(2)V99.
002800
002810 01  WS-ACC-RUN-COUNT            PIC 9(04) COMP VALUE ZERO.
002820 01  WS-ACC-NOMINAL              PIC S9(11)V99 VALUE ZERO.
002830 01  WS-ACC-DRAG                 PIC S9(11)V99 VALUE ZERO.
002840 01  WS-ACC-TAX                  PIC S9(11)V99 VALUE ZERO.
002850 01  WS-ACC-NET                  PIC S9(11)V99 VALUE ZERO.
002860 01  WS-ACC-FEE                  PIC S9(11)V99 VALUE ZERO.
002870 01  WS-ACC-NET-AFTER-FEE        PIC S9(11)V99 VALUE ZERO.
002880
002890 01  WS-YEAR-ACCOUNT-COUNT       PIC 9(08) COMP VALUE ZERO.
002900 01  WS-YEAR-RUN-COUNT           PIC 9(08) COMP VALUE ZERO.
002910 01  WS-YEAR-DUP-COUNT           PIC 9(08) COMP VALUE ZERO.
002920 01  WS-YEAR-NOMINAL             PIC S9(11)V99 VALUE ZERO.
002930 01  WS-YEAR-DRAG                PIC S9(11)V99 VALUE ZERO.
002940 01  WS-YEAR-TAX                 PIC S9(11)V99 VALUE ZERO.
002950 01  WS-YEAR-NET                 PIC S9(11)V99 VALUE ZERO.
002960 01  WS-YEAR-FEE                 PIC S9(11)V99 VALUE ZERO.
002970 01  WS-YEAR-NET-AFTER-FEE       PIC S9(11)V99 VALUE ZERO.
002980
002990 01  WS-COUNT-EDITED             PIC Z(7)9.
003000 01  WS-TOTAL-EDITED             PIC -(10)9.99.
003010
003020 01  WS-AUDIT-STATUS             PIC X(02).
003030 01  WS-CUST-STATUS              PIC X(02).
003040 01  WS-PRINT-STATUS             PIC X(02).
003050 01  WS-ARSKTRL-STATUS           PIC X(02).
003060 01  WS-RUNLOG-STATUS            PIC X(02).
003070 01  WS-CLOSHOLD-STATUS          PIC X(02).
003080 01  WS-CTR-STATUS               PIC X(02).
003090
003100*----------------------------------------------------------------
003110* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
003120* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
003130* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
003140*----------------------------------------------------------------
003150 01  WS-START-TIME               PIC 9(08).
003160 01  WS-END-TIME                 PIC 9(08).
003170 01  WS-END-DATE                 PIC 9(08).
003180 01  WS-RUN-OUTCOME              PIC X(12).
003190 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
003200
003210 PROCEDURE DIVISION.
003220 0000-CONTROL SECTION.
003230 0010-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003250     SORT SORT-FILE
003260         ON ASCENDING KEY SRT-ACCOUNT-ID
003270         ON ASCENDING KEY SRT-CLIENT-NUM
003280         ON ASCENDING KEY SRT-PERIOD
003290         ON ASCENDING KEY SRT-POSITION
003300         ON DESCENDING KEY SRT-DATE
003310         ON DESCENDING KEY SRT-TIME
003320         INPUT PROCEDURE IS 2000-SELECT-YEAR
003330         OUTPUT PROCEDURE IS 3000-BUILD-STATEMENTS.
003340     PERFORM 6300-WRITE-CONTROL-PAGE THRU 6300-EXIT.
003350     PERFORM 6400-REGISTER-CONTROL-PAGE THRU 6400-EXIT.
003360     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003370
003380*----------------------------------------------------------------
003390* 1000-INITIALIZE - SPOR OM HVILKET AR OPPGAVEN GJELDER OG APNE
003400*                  FILENE. ET UGYLDIG AR SPORRES OM PA NYTT, SOM
003410*                  I BEREGNINGSPROGRAMMETS SKJERMDIALOG.
003420*----------------------------------------------------------------
003430 1000-INITIALIZE.
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003450     ACCEPT WS-START-TIME FROM TIME.
003460     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
003470     MOVE "N" TO WS-VALID-SW.
003480     PERFORM 1100-ACCEPT-YEAR THRU 1100-EXIT
003490         UNTIL WS-INPUT-VALID.
003500     PERFORM 1150-ACCEPT-SOURCE THRU 1150-EXIT.
003510     OPEN INPUT AUDIT-FILE.
003520     IF WS-AUDIT-STATUS NOT = "00"
003530         MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
003540         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003550     END-IF.
003560     OPEN INPUT CUSTOMER-MASTER.
003570     IF WS-CUST-STATUS NOT = "00"
003580         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
003590         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003600     END-IF.
003610     OPEN OUTPUT PRINT-FILE.
003620     IF WS-PRINT-STATUS NOT = "00"
003630         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
003640         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003650     END-IF.
003660     OPEN INPUT CLOSED-HOLDINGS-FILE.
003670     EVALUATE TRUE
003680         WHEN WS-CLOSHOLD-STATUS = "00"
003690             MOVE "Y" TO WS-CLOSHOLD-AVAIL-SW
003700         WHEN WS-CLOSHOLD-STATUS = "35"
003710             DISPLAY "CLOSED-HOLDINGS-FILE FINNES IKKE - INGEN "
003720                 "AVSLUTTEDE KONTOER"
003730         WHEN OTHER
003740             MOVE "KUNNE IKKE APNE CLOSED-HOLDINGS-FILE" TO
003750                 WS-ERROR-MSG
003760             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003770     END-EVALUATE.
003780     OPEN INPUT CLIENT-TRANSFER-FILE.
003790     EVALUATE TRUE
003800         WHEN WS-CTR-STATUS = "00"
003810             MOVE "Y" TO WS-CTR-AVAIL-SW
003820         WHEN WS-CTR-STATUS = "35"
003830             DISPLAY "CLIENT-TRANSFER-FILE FINNES IKKE - INGEN "
003840                 "OVERFORINGER"
003850         WHEN OTHER
003860             MOVE "KUNNE IKKE APNE CLIENT-TRANSFER-FILE" TO
003870                 WS-ERROR-MSG
003880             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003890     END-EVALUATE.
003900 1000-EXIT.
003910     EXIT.
003920
003930 1100-ACCEPT-YEAR.
003940     DISPLAY "Hvilket ar gjelder oppgaven (AAAA)?".
003950     ACCEPT WS-STATEMENT-YEAR.
003960     MOVE "Y" TO WS-VALID-SW.
003970     IF WS-STATEMENT-YEAR NOT NUMERIC
003980         MOVE "N" TO WS-VALID-SW
003990         DISPLAY "FEIL: UGYLDIG AR - MA VERE NUMERISK AAAA"
004000     ELSE
004010     IF WS-STATEMENT-YEAR < 1900 OR WS-STATEMENT-YEAR > 2099
004020         MOVE "N" TO WS-VALID-SW
004030         DISPLAY "FEIL: UGYLDIG AR - UTENFOR 1900 TIL 2099"
004040     END-IF
004050     END-IF.
004060 1100-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* 1150-ACCEPT-SOURCE - VELG OM OPPGAVEN SKAL BYGGES FRA DEN
004110*                  LEVENDE AUDIT-FILE ELLER FRA EN ARKIVFIL
004120*                  SKREVET AV AUDITARKIV. ARKIVNAVNET BYGGES
004130*                  FRA OPPGAVEARET (AUDARK + AAAA), SA RIKTIG
004140*                  ARS GENERASJON LESES UTEN OMDOPING. ALT
004150*                  ANNET ENN J REGNES SOM NEI, SOM VED
004160*                  BEKREFTELSENE I VEDLIKEHOLDSPROGRAMMET.
004170*----------------------------------------------------------------
004180 1150-ACCEPT-SOURCE.
004190     DISPLAY "Lese fra arkivfil i stedet for AUDIT-FILE (J/N)?".
004200     ACCEPT WS-ARCHIVE-INPUT-SW.
004210     IF WS-ARCHIVE-INPUT
004220         MOVE WS-STATEMENT-YEAR TO WS-ARCHIVE-NAME-YEAR
004230         MOVE WS-ARCHIVE-FILE-NAME TO WS-AUDIT-FILE-NAME
004240     END-IF.
004250 1150-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 5700-LOOKUP-CUSTOMER - KLIENTNAVN OG -NUMMER FOR BEREGNINGENS
004300*                  KONTO, SAMME OPPSLAG SOM BATCH-
004310*                  RAPPORTEN GJOR. EN AVSLUTTET KONTO SOM ER
004320*                  FJERNET FRA KUNDEREGISTERET FAR KLIENTEN FRA
004330*                  CLOSED-HOLDINGS-FILE (5750 KJORES FORST).
004340*                  KONTO UTEN KLIENT MERKES.
004350*----------------------------------------------------------------
004360 5700-LOOKUP-CUSTOMER.
004370     MOVE AUD-ACCOUNT-ID TO CUS-ACCOUNT-ID.
004380     READ CUSTOMER-MASTER
004390         INVALID KEY
004400             IF WS-CLOSED-FOUND
004410                 MOVE WS-CLOSED-CLIENT-NUM TO WS-CLIENT-NUM
004420                 MOVE WS-CLOSED-CLIENT-NAME TO WS-CLIENT-NAME
004430             ELSE
004440                 MOVE ZERO TO WS-CLIENT-NUM
004450                 MOVE "*** IKKE I KUNDEREGISTER ***" TO
004460                     WS-CLIENT-NAME
004470             END-IF
004480         NOT INVALID KEY
004490             MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM
004500             MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME
004510     END-READ.
004520 5700-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 5750-LOOKUP-CLOSED - KONTOENS POSTER PA CLOSED-HOLDINGS-FILE,
004570*                  ELDSTE FORST: KLIENTEN FRA SISTE POST, OG
004580*                  AVSLUTNINGSDATOEN FOR SISTE AVSLUTNING MED
004590*                  DELPERIODE I OPPGAVEARET (NULL NAR KONTOEN
004600*                  IKKE BLE AVSLUTTET I ARET).
004610*----------------------------------------------------------------
004620 5750-LOOKUP-CLOSED.
004630     MOVE "N" TO WS-CLOSED-FOUND-SW.
004640     MOVE ZERO TO WS-CLOSED-DATE.
004650     IF NOT WS-CLOSHOLD-AVAILABLE
004660         GO TO 5750-EXIT
004670     END-IF.
004680     MOVE "N" TO WS-CLOSHOLD-EOF-SW.
004690     MOVE AUD-ACCOUNT-ID TO CLH-ACCOUNT-ID.
004700     MOVE ZERO TO CLH-CLOSE-DATE.
004710     MOVE ZERO TO CLH-CLOSE-TIME.
004720     MOVE ZERO TO CLH-POSITION-NUM.
004730     START CLOSED-HOLDINGS-FILE KEY NOT LESS THAN CLH-KEY
004740         INVALID KEY
004750             SET WS-CLOSHOLD-EOF TO TRUE
004760     END-START.
004770     PERFORM 5760-SCAN-CLOSED THRU 5760-EXIT
004780         UNTIL WS-CLOSHOLD-EOF.
004790 5750-EXIT.
004800     EXIT.
004810
004820 5760-SCAN-CLOSED.
004830     READ CLOSED-HOLDINGS-FILE NEXT RECORD
004840         AT END
004850             SET WS-CLOSHOLD-EOF TO TRUE
004860             GO TO 5760-EXIT
004870     END-READ.
004880     IF CLH-ACCOUNT-ID NOT = AUD-ACCOUNT-ID
004890         SET WS-CLOSHOLD-EOF TO TRUE
004900         GO TO 5760-EXIT
004910     END-IF.
004920     MOVE "Y" TO WS-CLOSED-FOUND-SW.
004930     MOVE CLH-CLIENT-NUM TO WS-CLOSED-CLIENT-NUM.
004940     MOVE CLH-CLIENT-NAME TO WS-CLOSED-CLIENT-NAME.
004950     MOVE CLH-STUB-PERIOD-YM TO WS-CLOSED-YM-WORK.
004960     IF WS-CLOSED-YEAR = WS-STATEMENT-YEAR
004970         MOVE CLH-CLOSE-DATE TO WS-CLOSED-DATE
004980     END-IF.
004990 5760-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------
005030* 5720-LOOKUP-TRANSFER - KONTOENS OVERFORINGER PA CLIENT-
005040*                  TRANSFER-FILE I FRA-PERIODEORDEN. DEN FORSTE
005050*                  MED FRA-PERIODE SENERE ENN BEREGNINGENS
005060*                  PERIODE GIR KLIENTEN SOM EIDE KONTOEN DA, OG
005070*                  ERSTATTER KLIENTEN FRA 5700; FINNES INGEN
005080*                  STAR 5700-KLIENTEN. EN OVERFORING MED FRA-
005090*                  PERIODE I OPPGAVEARET MERKER BEREGNINGEN,
005100*                  SA OPPGAVESIDENE FOR BEGGE KLIENTENE VISER
005110*                  AT KONTOEN ER DELT.
005120*----------------------------------------------------------------
005130 5720-LOOKUP-TRANSFER.
005140     MOVE "N" TO WS-TRANSFER-FOUND-SW.
005150     MOVE "N" TO WS-YEAR-TRANSFER-SW.
005160     IF NOT WS-CTR-AVAILABLE
005170         GO TO 5720-EXIT
005180     END-IF.
005190     MOVE "N" TO WS-CTR-EOF-SW.
005200     MOVE AUD-ACCOUNT-ID TO CTR-ACCOUNT-ID.
005210     MOVE ZERO TO CTR-EFFECTIVE-YM.
005220     START CLIENT-TRANSFER-FILE KEY NOT LESS THAN CTR-KEY
005230         INVALID KEY
005240             SET WS-CTR-EOF TO TRUE
005250     END-START.
005260     PERFORM 5730-SCAN-TRANSFER THRU 5730-EXIT
005270         UNTIL WS-CTR-EOF.
005280 5720-EXIT.
005290     EXIT.
005300
005310 5730-SCAN-TRANSFER.
005320     READ CLIENT-TRANSFER-FILE NEXT RECORD
005330         AT END
005340             SET WS-CTR-EOF TO TRUE
005350             GO TO 5730-EXIT
005360     END-READ.
005370     IF CTR-ACCOUNT-ID NOT = AUD-ACCOUNT-ID
005380         SET WS-CTR-EOF TO TRUE
005390         GO TO 5730-EXIT
005400     END-IF.
005410     MOVE CTR-EFFECTIVE-YM TO WS-CTR-YM-WORK.
005420     IF WS-CTR-YEAR = WS-STATEMENT-YEAR
005430         MOVE "Y" TO WS-YEAR-TRANSFER-SW
005440     END-IF.
005450     IF CTR-EFFECTIVE-YM > SRT-PERIOD
005460             AND NOT WS-TRANSFER-FOUND
005470         MOVE "Y" TO WS-TRANSFER-FOUND-SW
005480         MOVE CTR-OLD-CLIENT-NUM TO WS-CLIENT-NUM
005490         MOVE CTR-OLD-CLIENT-NAME TO WS-CLIENT-NAME
005500     END-IF.
005510 5730-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 6200-WRITE-STATEMENT-PAGE - EN OPPGAVESIDE FOR KONTOEN SOM
005560*                  NETTOPP ER FERDIG SUMMERT, KLAR TIL A LEGGES
005570*                  VED KLIENTENS SKATTEPAPIRER.
005580*----------------------------------------------------------------
005590 6200-WRITE-STATEMENT-PAGE.
005600     MOVE SPACES TO PRINT-RECORD.
005610     STRING "ARSOPPGAVE " WS-STATEMENT-YEAR
005620         "   KJORT: " WS-RUN-DATE-EDITED
005630         DELIMITED BY SIZE INTO PRINT-RECORD.
005640     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
005650     MOVE SPACES TO PRINT-RECORD.
005660     WRITE PRINT-RECORD.
005670     MOVE SPACES TO PRINT-RECORD.
005680     IF WS-CURRENT-CLIENT-NUM = ZERO
005690         STRING "KONTO " WS-CURRENT-ACCOUNT "  "
005700             WS-CURRENT-CLIENT-NAME
005710             DELIMITED BY SIZE INTO PRINT-RECORD
005720     ELSE
005730         STRING "KONTO " WS-CURRENT-ACCOUNT
005740             "  KLIENT " WS-CURRENT-CLIENT-NUM "  "
005750             WS-CURRENT-CLIENT-NAME
005760             DELIMITED BY SIZE INTO PRINT-RECORD
005770     END-IF.
005780     WRITE PRINT-RECORD.
005790     IF WS-ACC-TRANSFERRED
005800         MOVE SPACES TO PRINT-RECORD
005810         STRING "KONTOEN ER OVERFORT MELLOM KLIENTER - SIDEN "
005820             "GJELDER PERIODE " WS-ACC-FIRST-PERIOD " - "
005830             WS-ACC-LAST-PERIOD
005840             DELIMITED BY SIZE INTO PRINT-RECORD
005850         WRITE PRINT-RECORD
005860         ADD 1 TO WS-YEAR-TRANSFER-COUNT
005870     END-IF.
005880     IF WS-ACC-CLOSE-DATE > ZERO
005890         MOVE WS-ACC-CLOSE-DATE TO WS-CLOSED-DATE-EDITED
005900         MOVE SPACES TO PRINT-RECORD
005910         STRING "KONTOEN BLE AVSLUTTET " WS-CLOSED-DATE-EDITED
005920             " - SLUTTOPPGJORET ER MED I ARETS TALL"
005930             DELIMITED BY SIZE INTO PRINT-RECORD
005940         WRITE PRINT-RECORD
005950     END-IF.
005960     MOVE WS-ACC-RUN-COUNT TO WS-COUNT-EDITED.
005970     MOVE SPACES TO PRINT-RECORD.
005980     STRING "ANTALL BEREGNINGER:      " WS-COUNT-EDITED
005990         DELIMITED BY SIZE INTO PRINT-RECORD.
006000     WRITE PRINT-RECORD.
006010     MOVE WS-ACC-NOMINAL TO WS-TOTAL-EDITED.
006020     MOVE SPACES TO PRINT-RECORD.
006030     STRING "NOMINELL AVKASTNING:     " WS-TOTAL-EDITED "KR"
006040         DELIMITED BY SIZE INTO PRINT-RECORD.
006050     WRITE PRINT-RECORD.
006060     MOVE WS-ACC-DRAG TO WS-TOTAL-EDITED.
006070     MOVE SPACES TO PRINT-RECORD.
006080     STRING "INFLASJONSTAP:           " WS-TOTAL-EDITED "KR"
006090         DELIMITED BY SIZE INTO PRINT-RECORD.
006100     WRITE PRINT-RECORD.
006110     MOVE WS-ACC-TAX TO WS-TOTAL-EDITED.
006120     MOVE SPACES TO PRINT-RECORD.
006130     STRING "SKATTEEFFEKT:            " WS-TOTAL-EDITED "KR"
006140         DELIMITED BY SIZE INTO PRINT-RECORD.
006150     WRITE PRINT-RECORD.
006160     MOVE WS-ACC-NET TO WS-TOTAL-EDITED.
006170     MOVE SPACES TO PRINT-RECORD.
006180     STRING "NETTO REALAVKASTNING:    " WS-TOTAL-EDITED "KR"
006190         DELIMITED BY SIZE INTO PRINT-RECORD.
006200     WRITE PRINT-RECORD.
006210     MOVE WS-ACC-FEE TO WS-TOTAL-EDITED.
006220     MOVE SPACES TO PRINT-RECORD.
006230     STRING "FORVALTNINGSGEBYR:       " WS-TOTAL-EDITED "KR"
006240         DELIMITED BY SIZE INTO PRINT-RECORD.
006250     WRITE PRINT-RECORD.
006260     MOVE WS-ACC-NET-AFTER-FEE TO WS-TOTAL-EDITED.
006270     MOVE SPACES TO PRINT-RECORD.
006280     STRING "NETTO ETTER GEBYR:       " WS-TOTAL-EDITED "KR"
006290         DELIMITED BY SIZE INTO PRINT-RECORD.
006300     WRITE PRINT-RECORD.
006310 6200-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 6300-WRITE-CONTROL-PAGE - ARETS TOTALER OVER ALLE KONTOENE,
006360*                  SA OPPGAVEBUNKEN KAN AVSTEMMES FOR DEN GAR
006370*                  I POSTEN.
006380*----------------------------------------------------------------
006390 6300-WRITE-CONTROL-PAGE.
006400     MOVE SPACES TO PRINT-RECORD.
006410     STRING "KONTROLLSIDE ARSOPPGAVER " WS-STATEMENT-YEAR
006420         DELIMITED BY SIZE INTO PRINT-RECORD.
006430     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
006440     MOVE SPACES TO PRINT-RECORD.
006450     WRITE PRINT-RECORD.
006460     MOVE WS-YEAR-ACCOUNT-COUNT TO WS-COUNT-EDITED.
006470     MOVE SPACES TO PRINT-RECORD.
006480     STRING "ANTALL KONTOER:          " WS-COUNT-EDITED
006490         DELIMITED BY SIZE INTO PRINT-RECORD.
006500     WRITE PRINT-RECORD.
006510     MOVE WS-YEAR-RUN-COUNT TO WS-COUNT-EDITED.
006520     MOVE SPACES TO PRINT-RECORD.
006530     STRING "ANTALL BEREGNINGER:      " WS-COUNT-EDITED
006540         DELIMITED BY SIZE INTO PRINT-RECORD.
006550     WRITE PRINT-RECORD.
006560     MOVE WS-YEAR-DUP-COUNT TO WS-COUNT-EDITED.
006570     MOVE SPACES TO PRINT-RECORD.
006580     STRING "HOPPET OVER OMKJORINGER: " WS-COUNT-EDITED
006590         DELIMITED BY SIZE INTO PRINT-RECORD.
006600     WRITE PRINT-RECORD.
006610     MOVE WS-YEAR-CLOSED-COUNT TO WS-COUNT-EDITED.
006620     MOVE SPACES TO PRINT-RECORD.
006630     STRING "AVSLUTTEDE KONTOER:      " WS-COUNT-EDITED
006640         DELIMITED BY SIZE INTO PRINT-RECORD.
006650     WRITE PRINT-RECORD.
006660     MOVE WS-YEAR-TRANSFER-COUNT TO WS-COUNT-EDITED.
006670     MOVE SPACES TO PRINT-RECORD.
006680     STRING "SIDER VED OVERFORING:    " WS-COUNT-EDITED
006690         DELIMITED BY SIZE INTO PRINT-RECORD.
006700     WRITE PRINT-RECORD.
006710     MOVE WS-YEAR-NOMINAL TO WS-TOTAL-EDITED.
006720     MOVE SPACES TO PRINT-RECORD.
006730     STRING "NOMINELL AVKASTNING:     " WS-TOTAL-EDITED "KR"
006740         DELIMITED BY SIZE INTO PRINT-RECORD.
006750     WRITE PRINT-RECORD.
006760     MOVE WS-YEAR-DRAG TO WS-TOTAL-EDITED.
006770     MOVE SPACES TO PRINT-RECORD.
006780     STRING "INFLASJONSTAP:           " WS-TOTAL-EDITED "KR"
006790         DELIMITED BY SIZE INTO PRINT-RECORD.
006800     WRITE PRINT-RECORD.
006810     MOVE WS-YEAR-TAX TO WS-TOTAL-EDITED.
006820     MOVE SPACES TO PRINT-RECORD.
006830     STRING "SKATTEEFFEKT:            " WS-TOTAL-EDITED "KR"
006840         DELIMITED BY SIZE INTO PRINT-RECORD.
006850     WRITE PRINT-RECORD.
006860     MOVE WS-YEAR-NET TO WS-TOTAL-EDITED.
006870     MOVE SPACES TO PRINT-RECORD.
006880     STRING "NETTO REALAVKASTNING:    " WS-TOTAL-EDITED "KR"
006890         DELIMITED BY SIZE INTO PRINT-RECORD.
006900     WRITE PRINT-RECORD.
006910     MOVE WS-YEAR-FEE TO WS-TOTAL-EDITED.
006920     MOVE SPACES TO PRINT-RECORD.
006930     STRING "FORVALTNINGSGEBYR:       " WS-TOTAL-EDITED "KR"
006940         DELIMITED BY SIZE INTO PRINT-RECORD.
006950     WRITE PRINT-RECORD.
006960     MOVE WS-YEAR-NET-AFTER-FEE TO WS-TOTAL-EDITED.
006970     MOVE SPACES TO PRINT-RECORD.
006980     STRING "NETTO ETTER GEBYR:       " WS-TOTAL-EDITED "KR"
006990         DELIMITED BY SIZE INTO PRINT-RECORD.
007000     WRITE PRINT-RECORD.
007010 6300-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050* 6400-REGISTER-CONTROL-PAGE - REGISTRER KONTROLLSIDEN PA
007060*                  ARSOPPG-CONTROL-FILE, SA ARSSKIFTET
007070*                  (AUDITARKIV) KAN SE AT ARETS OPPGAVER ER
007080*                  KJORT FOR ARET KUTTES UT AV DEN LEVENDE
007090*                  LOGGEN. EN REPRODUKSJON FRA ARKIVFIL
007100*                  REGISTRERES IKKE - DEN ER IKKE ARETS
007110*                  OPPGAVEKJORING.
007120*----------------------------------------------------------------
007130 6400-REGISTER-CONTROL-PAGE.
007140     IF WS-ARCHIVE-INPUT
007150         GO TO 6400-EXIT
007160     END-IF.
007170     OPEN EXTEND ARSOPPG-CONTROL-FILE.
007180     IF WS-ARSKTRL-STATUS NOT = "00"
007190         MOVE "KUNNE IKKE APNE ARSOPPG-CONTROL-FILE" TO
007200             WS-ERROR-MSG
007210         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
007220     END-IF.
007230     ACCEPT WS-RUN-TIME FROM TIME.
007240     MOVE SPACES TO ARSOPPG-CONTROL-RECORD.
007250     MOVE WS-STATEMENT-YEAR TO ARS-YEAR.
007260     MOVE WS-RUN-DATE TO ARS-RUN-DATE.
007270     MOVE WS-RUN-TIME TO ARS-RUN-TIME.
007280     MOVE WS-YEAR-ACCOUNT-COUNT TO ARS-ACCOUNT-COUNT.
007290     MOVE WS-YEAR-NET TO ARS-NET-TOTAL.
007300     WRITE ARSOPPG-CONTROL-RECORD.
007310     CLOSE ARSOPPG-CONTROL-FILE.
007320 6400-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* 9990-ABORT-ON-OPEN-ERROR - EN FIL SOM TRENGS FOR OPPGAVEN
007370*                  KUNNE IKKE APNES. WS-ERROR-MSG SETTES AV
007380*                  KALLEREN FOR DENNE UTFORES.
007390*----------------------------------------------------------------
007400 9990-ABORT-ON-OPEN-ERROR.
007410     DISPLAY "FATAL: " WS-ERROR-MSG.
007420     MOVE 8 TO WS-RETURN-CODE.
007430     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
007440     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007450     MOVE WS-RETURN-CODE TO RETURN-CODE.
007460     STOP RUN.
007470 9990-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 9980-ABORT-ON-CONTROL-ERROR - KJORINGEN STOPPES PA EN
007520*                  KONTROLLFEIL: ARKIVFILENS KONTROLLTRAILER
007530*                  MANGLER ELLER STEMMER IKKE MED POSTENE SOM
007540*                  BLE LEST. EGEN RETURKODE SA SCHEDULEREN
007550*                  SKILLER DETTE FRA EN FILAPNINGSFEIL.
007560*----------------------------------------------------------------
007570 9980-ABORT-ON-CONTROL-ERROR.
007580     MOVE 12 TO WS-RETURN-CODE.
007590     MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME.
007600     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007610     MOVE WS-RETURN-CODE TO RETURN-CODE.
007620     STOP RUN.
007630 9980-EXIT.
007640     EXIT.
007650
007660*----------------------------------------------------------------
007670* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
007680*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
007690*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
007700*                  AV KALLEREN FORST. LEST ER ALLE POSTENE
007710*                  SORTEN SLAPP GJENNOM, BEHANDLET ER DE SOM
007720*                  BLE STAENDE ETTER DEDUPLISERINGEN.
007730*----------------------------------------------------------------
007740 7900-WRITE-RUN-LOG.
007750     OPEN EXTEND RUN-LOG-FILE.
007760     IF WS-RUNLOG-STATUS NOT = "00"
007770         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
007780             WS-RUNLOG-STATUS
007790         GO TO 7900-EXIT
007800     END-IF.
007810     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
007820     ACCEPT WS-END-TIME FROM TIME.
007830     MOVE SPACES TO RUN-LOG-RECORD.
007840     MOVE "ARSOPPGAVE" TO RNL-PROGRAM-ID.
007850     MOVE SPACE TO RNL-RUN-MODE.
007860     MOVE WS-RUN-DATE TO RNL-START-DATE.
007870     MOVE WS-START-TIME TO RNL-START-TIME.
007880     MOVE WS-END-DATE TO RNL-END-DATE.
007890     MOVE WS-END-TIME TO RNL-END-TIME.
007900     COMPUTE RNL-RECORDS-READ =
007910         WS-YEAR-RUN-COUNT + WS-YEAR-DUP-COUNT.
007920     MOVE WS-YEAR-RUN-COUNT TO RNL-RECORDS-PROCESSED.
007930     MOVE ZERO TO RNL-RECORDS-REJECTED.
007940     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
007950     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
007960     WRITE RUN-LOG-RECORD.
007970     CLOSE RUN-LOG-FILE.
007980 7900-EXIT.
007990     EXIT.
008000
008010 9999-TERMINATE.
008020     CLOSE AUDIT-FILE.
008030     CLOSE CUSTOMER-MASTER.
008040     CLOSE PRINT-FILE.
008050     IF WS-CLOSHOLD-AVAILABLE
008060         CLOSE CLOSED-HOLDINGS-FILE
008070     END-IF.
008080     IF WS-CTR-AVAILABLE
008090         CLOSE CLIENT-TRANSFER-FILE
008100     END-IF.
008110     MOVE ZERO TO WS-RETURN-CODE.
008120     MOVE "OK" TO WS-RUN-OUTCOME.
008130     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
008140     MOVE WS-RETURN-CODE TO RETURN-CODE.
008150     STOP RUN.
008160 9999-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------
008200* 2000-SELECT-YEAR - INPUT PROCEDURE TIL SORTERINGEN: LES HELE
008210*                  AUDIT-FILE OG SLIPP GJENNOM BEREGNINGSPOSTENE
008220*                  FOR OPPGAVEARET. BEVEGELSESPOSTER (TYPE B)
008230*                  OG PROSJEKSJONSPOSTER (TYPE P, HYPOTETISKE)
008240*                  OG ANDRE AR HOLDES UTENFOR. BLANK SKATTESATS
008250*                  PA ELDRE POSTER REGNES SOM NULL, OG BLANK
008260*                  PERIODE ERSTATTES MED KJOREDATOENS AR/MANED,
008270*                  SA ELDRE KJOREDAGER IKKE DEDUPLISERES MOT
008280*                  HVERANDRE UNDER EN FELLES NULLPERIODE.
008290*----------------------------------------------------------------
008300 2000-SELECT-YEAR SECTION.
008310 2010-SELECT-LOOP.
008320     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
008330         UNTIL WS-AUDIT-EOF.
008340     IF WS-ARCHIVE-INPUT
008350         PERFORM 2200-VERIFY-ARCHIVE-TRAILER THRU 2200-EXIT
008360     END-IF.
008370 2090-SELECT-DONE.
008380     EXIT.
008390
008400 2100-READ-AUDIT.
008410     IF WS-AUDIT-EOF
008420         GO TO 2100-EXIT
008430     END-IF.
008440     READ AUDIT-FILE
008450         AT END
008460             SET WS-AUDIT-EOF TO TRUE
008470             GO TO 2100-EXIT
008480     END-READ.
008490     IF AUT-TRAILER-ID = "*TRAILER**"
008500         MOVE "Y" TO WS-TRAILER-SEEN-SW
008510         MOVE AUT-RECORD-COUNT TO WS-TRAILER-COUNT
008520         MOVE AUT-REA-TOTAL TO WS-TRAILER-REA-TOTAL
008530         GO TO 2100-EXIT
008540     END-IF.
008550     IF WS-ARCHIVE-INPUT
008560         ADD 1 TO WS-ARCHIVE-READ-COUNT
008570         IF AUD-RECORD-TYPE NOT = "B"
008580             ADD AUD-REA TO WS-ARCHIVE-REA-TOTAL
008590         END-IF
008600     END-IF.
008610     IF AUD-RECORD-TYPE = "B" OR AUD-RECORD-TYPE = "P"
008620         GO TO 2100-EXIT
008630     END-IF.
008640     MOVE AUD-DATE TO WS-AUD-DATE-X.
008650     IF WS-AUD-DATE-YEAR NOT = WS-STATEMENT-YEAR
008660         GO TO 2100-EXIT
008670     END-IF.
008680     MOVE AUD-ACCOUNT-ID TO SRT-ACCOUNT-ID.
008690     IF AUD-PERIOD-YM NUMERIC
008700         MOVE AUD-PERIOD-YM TO SRT-PERIOD
008710     ELSE
008720         MOVE WS-AUD-DATE-YM TO SRT-PERIOD
008730     END-IF.
008740     PERFORM 5750-LOOKUP-CLOSED THRU 5750-EXIT.
008750     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
008760     PERFORM 5720-LOOKUP-TRANSFER THRU 5720-EXIT.
008770     MOVE WS-CLIENT-NUM TO SRT-CLIENT-NUM.
008780     MOVE WS-CLIENT-NAME TO SRT-CLIENT-NAME.
008790     MOVE WS-CLOSED-DATE TO SRT-CLOSE-DATE.
008800     IF WS-YEAR-TRANSFER
008810         MOVE "J" TO SRT-TRANSFER-FLAG
008820     ELSE
008830         MOVE "N" TO SRT-TRANSFER-FLAG
008840     END-IF.
008850     IF AUD-POSITION-X = SPACES
008860         MOVE 1 TO SRT-POSITION
008870     ELSE
008880         MOVE AUD-POSITION-NUM TO SRT-POSITION
008890     END-IF.
008900     MOVE AUD-DATE TO SRT-DATE.
008910     MOVE AUD-TIME TO SRT-TIME.
008920     MOVE AUD-INV TO SRT-INV.
008930     MOVE AUD-AVK TO SRT-AVK.
008940     MOVE AUD-INF TO SRT-INF.
008950     MOVE AUD-REA TO SRT-REA.
008960     IF AUD-SKATT NUMERIC
008970         MOVE AUD-SKATT TO SRT-SKATT
008980     ELSE
008990         MOVE ZERO TO SRT-SKATT
009000     END-IF.
009010     IF AUD-FEE NUMERIC
009020         MOVE AUD-FEE TO SRT-FEE
009030     ELSE
009040         MOVE ZERO TO SRT-FEE
009050     END-IF.
009060     RELEASE SORT-RECORD.
009070 2100-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------------
009110* 2200-VERIFY-ARCHIVE-TRAILER - KONTROLLTOTALENE PA ARKIVFILEN:
009120*                  TRAILEREN SKAL FINNES, OG ANTALL OG SUM REA
009130*                  SKAL STEMME MED POSTENE SOM FAKTISK BLE
009140*                  LEST - SAMME KONTROLL SOM HOVEDBOKSIMPORTEN
009150*                  GJOR PA EKSTRAKTTRAILEREN. EN AVKUTTET
009160*                  ARKIVFIL STOPPES HER MED KONTROLLFEIL I
009170*                  STEDET FOR A REPRODUSERE ARET FOR KORT.
009180*----------------------------------------------------------------
009190 2200-VERIFY-ARCHIVE-TRAILER.
009200     IF NOT WS-TRAILER-SEEN
009210         DISPLAY "FATAL: ARKIVFILEN MANGLER KONTROLLTRAILER - "
009220             "AVKUTTET FIL?"
009230         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
009240     END-IF.
009250     IF WS-TRAILER-COUNT NOT = WS-ARCHIVE-READ-COUNT
009260         DISPLAY "FATAL: TRAILERANTALL STEMMER IKKE MED "
009270             "ARKIVFILEN - AVKUTTET FIL?"
009280         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
009290     END-IF.
009300     IF WS-TRAILER-REA-TOTAL NOT = WS-ARCHIVE-REA-TOTAL
009310         DISPLAY "FATAL: TRAILERSUM STEMMER IKKE MED "
009320             "ARKIVFILEN - AVKUTTET FIL?"
009330         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
009340     END-IF.
009350 2200-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* 3000-BUILD-STATEMENTS - OUTPUT PROCEDURE TIL SORTERINGEN:
009400*                  KONTROLLBRUDD PA KONTO. FORSTE POST PER
009410*                  KONTO/PERIODE/POSISJON ER DEN GJELDENDE (SISTE
009420*                  TIDSSTEMPEL FORST); RESTEN ER ELDRE BEREGN-
009430*                  INGER AV SAMME PERIODE
009440*                  OG TELLES BARE. SKATTEEFFEKTEN BYGGES OPP
009450*                  IGJEN FRA INV, AVK OG SKATTESATSEN, SLIK
009460*                  BEREGNINGSPROGRAMMET GJORDE DET.
009470*----------------------------------------------------------------
009480 3000-BUILD-STATEMENTS SECTION.
009490 3010-RETURN-LOOP.
009500     PERFORM 3100-PROCESS-RETURNED THRU 3100-EXIT
009510         UNTIL WS-SORT-EOF.
009520     IF WS-ACCOUNT-ACTIVE
009530         PERFORM 6200-WRITE-STATEMENT-PAGE THRU 6200-EXIT
009540     END-IF.
009550 3090-RETURN-DONE.
009560     EXIT.
009570
009580 3100-PROCESS-RETURNED.
009590     IF WS-SORT-EOF
009600         GO TO 3100-EXIT
009610     END-IF.
009620     RETURN SORT-FILE
009630         AT END
009640             SET WS-SORT-EOF TO TRUE
009650             GO TO 3100-EXIT
009660     END-RETURN.
009670     MOVE SRT-ACCOUNT-ID TO WS-THIS-ACCOUNT.
009680     MOVE SRT-PERIOD TO WS-THIS-PERIOD.
009690     MOVE SRT-POSITION TO WS-THIS-POSITION.
009700     IF WS-THIS-DEDUP-KEY = WS-PREV-DEDUP-KEY
009710         ADD 1 TO WS-YEAR-DUP-COUNT
009720         GO TO 3100-EXIT
009730     END-IF.
009740     MOVE WS-THIS-DEDUP-KEY TO WS-PREV-DEDUP-KEY.
009750     IF NOT WS-ACCOUNT-ACTIVE
009760             OR SRT-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
009770             OR SRT-CLIENT-NUM NOT = WS-CURRENT-CLIENT-NUM
009780         IF WS-ACCOUNT-ACTIVE
009790             PERFORM 6200-WRITE-STATEMENT-PAGE THRU 6200-EXIT
009800         END-IF
009810         IF NOT WS-ACCOUNT-ACTIVE
009820                 OR SRT-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
009830             ADD 1 TO WS-YEAR-ACCOUNT-COUNT
009840             IF SRT-CLOSE-DATE > ZERO
009850                 ADD 1 TO WS-YEAR-CLOSED-COUNT
009860             END-IF
009870         END-IF
009880         MOVE SRT-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
009890         MOVE SRT-CLIENT-NUM TO WS-CURRENT-CLIENT-NUM
009900         MOVE SRT-CLIENT-NAME TO WS-CURRENT-CLIENT-NAME
009910         MOVE SRT-CLOSE-DATE TO WS-ACC-CLOSE-DATE
009920         MOVE SRT-PERIOD TO WS-ACC-FIRST-PERIOD
009930         MOVE "N" TO WS-ACC-TRANSFER-SW
009940         MOVE ZERO TO WS-ACC-RUN-COUNT
009950         MOVE ZERO TO WS-ACC-NOMINAL
009960         MOVE ZERO TO WS-ACC-DRAG
009970         MOVE ZERO TO WS-ACC-TAX
009980         MOVE ZERO TO WS-ACC-NET
009990         MOVE ZERO TO WS-ACC-FEE
010000         MOVE ZERO TO WS-ACC-NET-AFTER-FEE
010010         MOVE "Y" TO WS-ACCOUNT-ACTIVE-SW
010020     END-IF.
010030     MOVE SRT-PERIOD TO WS-ACC-LAST-PERIOD.
010040     IF SRT-TRANSFER-FLAG = "J"
010050         MOVE "Y" TO WS-ACC-TRANSFER-SW
010060     END-IF.
010070     MOVE SRT-SKATT TO WS-SKATT-WORK.
010080     COMPUTE WS-NOMINAL = SRT-INV * SRT-AVK / 100.
010090     COMPUTE WS-DRAG = WS-NOMINAL - SRT-REA.
010100     COMPUTE WS-TAX ROUNDED = WS-NOMINAL * WS-SKATT-WORK / 100.
010110     COMPUTE WS-NET = WS-NOMINAL - WS-DRAG - WS-TAX.
010120     COMPUTE WS-NET-AFTER-FEE = WS-NET - SRT-FEE.
010130     ADD 1 TO WS-ACC-RUN-COUNT.
010140     ADD 1 TO WS-YEAR-RUN-COUNT.
010150     ADD WS-NOMINAL TO WS-ACC-NOMINAL.
010160     ADD WS-DRAG TO WS-ACC-DRAG.
010170     ADD WS-TAX TO WS-ACC-TAX.
010180     ADD WS-NET TO WS-ACC-NET.
010190     ADD SRT-FEE TO WS-ACC-FEE.
010200     ADD WS-NET-AFTER-FEE TO WS-ACC-NET-AFTER-FEE.
010210     ADD WS-NOMINAL TO WS-YEAR-NOMINAL.
010220     ADD WS-DRAG TO WS-YEAR-DRAG.
010230     ADD WS-TAX TO WS-YEAR-TAX.
010240     ADD WS-NET TO WS-YEAR-NET.
010250     ADD SRT-FEE TO WS-YEAR-FEE.
010260     ADD WS-NET-AFTER-FEE TO WS-YEAR-NET-AFTER-FEE.
010270 3100-EXIT.
010280     EXIT.
