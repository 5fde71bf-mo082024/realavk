000220*                AUDIT- OG SUSPENSFIL SOM IKKE ER TILDELT
000230*                MELDES SOM UTILGJENGELIGE I STEDET FOR A
000240*                STOPPE OPPSLAGET.
000250* 15-10-26  OPR  AVSLUTTEDE KONTOER: OPPSLAGET VISER NA OGSA
000260*                KONTOENS POSTER PA CLOSED-HOLDINGS-FILE -
000270*                AVSLUTNINGSDATO, DELPERIODE, KLIENTEN PA
000280*                AVSLUTNINGSTIDSPUNKTET OG SLUTTOPPGJORETS
000290*                TALL - SA EN KONTO SOM ER BORTE FRA HOLDINGS-
000300*                MASTER KAN FORKLARES FOR KUNDEN.
000310* 15-10-26  OPR  FLERE POSISJONER PER KONTO: OPPSLAGET VISER
000320*                ALLE KONTOENS POSISJONER PA HOLDINGS-MASTER,
000330*                OG LOGG- OG SUSPENSLINJENE VISER POSISJONEN.
000340* 15-10-26  OPR  POSISJONEN ER NA DEL AV NOKKELEN PA CLOSED-
000350*                HOLDINGS-FILE (CLHREC); OPPSLAGET STARTER MED
000360*                POSISJON NULL.
000370*----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT HOLDINGS-MASTER ASSIGN TO "HOLDMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS HM-KEY
000450         FILE STATUS IS WS-HOLDMAST-STATUS.
000460     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CUS-ACCOUNT-ID
000500         FILE STATUS IS WS-CUST-STATUS.
000510     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUDIT-STATUS.
000540     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-SUSPENSE-STATUS.
000570     SELECT CLOSED-HOLDINGS-FILE ASSIGN TO "CLOSHOLD"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLH-KEY
000610         FILE STATUS IS WS-CLOSHOLD-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  HOLDINGS-MASTER
000660     LABEL RECORD IS STANDARD.
000670     COPY HMREC.
000680
000690 FD  CUSTOMER-MASTER
000700     LABEL RECORD IS STANDARD.
000710     COPY CUSREC.
000720
000730 FD  AUDIT-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY AUDREC.
000760     COPY AUDMOV.
000770     COPY AUDTRL.
000780
000790 FD  SUSPENSE-FILE
000800     LABEL RECORD IS STANDARD.
000810     COPY SUSREC.
000820
000830 FD  CLOSED-HOLDINGS-FILE
000840     LABEL RECORD IS STANDARD.
000850     COPY CLHREC.
000860
000870 WORKING-STORAGE SECTION.
000880 01  WS-SWITCHES.
000890     05  WS-DONE-SW              PIC X(01) VALUE "N".
000900         88  WS-DONE                 VALUE "Y".
000910     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
000920         88  WS-AUDIT-EOF            VALUE "Y".
000930     05  WS-SUSPENSE-EOF-SW      PIC X(01) VALUE "N".
000940         88  WS-SUSPENSE-EOF         VALUE "Y".
000950     05  WS-CLOSHOLD-EOF-SW      PIC X(01) VALUE "N".
000960         88  WS-CLOSHOLD-EOF         VALUE "Y".
000970     05  WS-CLOSHOLD-AVAIL-SW    PIC X(01) VALUE "N".
000980         88  WS-CLOSHOLD-AVAILABLE   VALUE "Y".
000990     05  WS-HOLDMAST-EOF-SW      PIC X(01) VALUE "N".
001000         88  WS-HOLDMAST-EOF         VALUE "Y".
001010
001020 01  WS-ACCOUNT-ID               PIC X(10).
001030
001040 01  WS-INV-EDITED               PIC Z(6)9.99.
001050 01  WS-REA-EDITED               PIC -(7)9.99.
001060 01  WS-FEE-EDITED               PIC -(6)9.99.
001070 01  WS-MOV-AMT-EDITED           PIC -(6)9.99.
001080 01  WS-WEIGHT-EDITED            PIC 9.9(4).
001090
001100*----------------------------------------------------------------
001110* DE SISTE LOGGPOSTENE FOR KONTOEN HOLDES I EN RINGTABELL MENS
001120* HELE AUDIT-FILE LESES: LOGGEN SKRIVES BARE MED EXTEND, SA
001130* FILREKKEFOLGEN ER TIDSREKKEFOLGEN, OG B-BEVEGELSESPOSTENE
001140* LIGGER RETT BAK SIN BEREGNING OG BLIR MED NATURLIG. NAR
001150* TABELLEN ER FULL OVERSKRIVES DEN ELDSTE LINJEN, SA DET SOM
001160* STAR IGJEN ALLTID ER DE SISTE LINJENE FOR KONTOEN.
001170*----------------------------------------------------------------
001180 01  WS-LINE-MAX                 PIC 9(02) COMP VALUE 10.
001190 01  WS-LINE-NEXT                PIC 9(02) COMP VALUE 1.
001200 01  WS-LINE-TOTAL               PIC 9(08) COMP VALUE ZERO.
001210 01  WS-SHOW-IX                  PIC 9(02) COMP.
001220 01  WS-SHOW-COUNT               PIC 9(02) COMP.
001230 01  WS-COUNT-EDITED             PIC Z(7)9.
001240 01  WS-LINE-TABLE.
001250     05  WS-AUDIT-LINE           OCCURS 10 TIMES PIC X(78).
001260 01  WS-DETAIL-LINE              PIC X(78).
001270
001280 01  WS-SUSPENSE-MATCH-COUNT     PIC 9(04) COMP VALUE ZERO.
001290 01  WS-REASON-TEXT              PIC X(45).
001300 01  WS-CLOSED-MATCH-COUNT       PIC 9(04) COMP VALUE ZERO.
001310 01  WS-POSITION-MATCH-COUNT     PIC 9(04) COMP VALUE ZERO.
001320 01  WS-POSITION-SHOW            PIC X(02).
001330 01  WS-NET-EDITED               PIC -(7)9.99.
001340 01  WS-PRO-EDITED               PIC -(2)9.99.
001350
001360     COPY PFREC.
001370
001380 01  WS-HOLDMAST-STATUS          PIC X(02).
001390 01  WS-CUST-STATUS              PIC X(02).
001400 01  WS-AUDIT-STATUS             PIC X(02).
001410 01  WS-SUSPENSE-STATUS          PIC X(02).
001420 01  WS-CLOSHOLD-STATUS          PIC X(02).
001430
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001480         UNTIL WS-DONE.
001490     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001500
001510*----------------------------------------------------------------
001520* 1000-INITIALIZE - APNE DE INDEKSERTE MASTERNE FOR LESING.
001530*                  AUDIT- OG SUSPENSFILEN APNES PER OPPSLAG,
001540*                  SIDEN DE LESES FORFRA FOR HVER KONTO.
001550*                  CLOSED-HOLDINGS-FILE SOM IKKE KAN APNES
001560*                  MELDES SOM UTILGJENGELIG, OG OPPSLAGET GAR
001570*                  VIDERE UTEN AVSLUTTEDE KONTOER.
001580*----------------------------------------------------------------
001590 1000-INITIALIZE.
001600     OPEN INPUT HOLDINGS-MASTER.
001610     IF WS-HOLDMAST-STATUS NOT = "00"
001620         DISPLAY "FATAL: KUNNE IKKE APNE HOLDINGS-MASTER"
001630         MOVE 8 TO RETURN-CODE
001640         STOP RUN
001650     END-IF.
001660     OPEN INPUT CUSTOMER-MASTER.
001670     IF WS-CUST-STATUS NOT = "00"
001680         DISPLAY "FATAL: KUNNE IKKE APNE CUSTOMER-MASTER"
001690         MOVE 8 TO RETURN-CODE
001700         STOP RUN
001710     END-IF.
001720     OPEN INPUT CLOSED-HOLDINGS-FILE.
001730     IF WS-CLOSHOLD-STATUS = "00"
001740         MOVE "Y" TO WS-CLOSHOLD-AVAIL-SW
001750     ELSE
001760         DISPLAY "CLOSED-HOLDINGS-FILE ER IKKE TILGJENGELIG, "
001770             "STATUS " WS-CLOSHOLD-STATUS
001780     END-IF.
001790 1000-EXIT.
001800     EXIT.
001810
001820*----------------------------------------------------------------
001830* 2000-PROCESS-INQUIRY - ETT OPPSLAG: MASTERPOST, AVSLUTNINGER,
001840*                  KLIENT, DE SISTE LOGGPOSTENE OG SUSPENS-
001850*                  POSTENE FOR KONTOEN. BLANKT KONTONUMMER
001860*                  AVSLUTTER.
001870*----------------------------------------------------------------
001880 2000-PROCESS-INQUIRY.
001890     DISPLAY " ".
001900     DISPLAY "Hvilket kontonummer (blankt for a avslutte)?".
001910     ACCEPT WS-ACCOUNT-ID.
001920     IF WS-ACCOUNT-ID = SPACES
001930         SET WS-DONE TO TRUE
001940         GO TO 2000-EXIT
001950     END-IF.
001960     PERFORM 3000-SHOW-MASTER THRU 3000-EXIT.
001970     PERFORM 3200-SHOW-CLOSED THRU 3200-EXIT.
001980     PERFORM 3500-SHOW-CLIENT THRU 3500-EXIT.
001990     PERFORM 4000-COLLECT-AUDIT THRU 4000-EXIT.
002000     PERFORM 4500-SHOW-AUDIT THRU 4500-EXIT.
002010     PERFORM 5000-SHOW-SUSPENSE THRU 5000-EXIT.
002020 2000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------------
002060* 3000-SHOW-MASTER - ALLE KONTOENS POSISJONER PA HOLDINGS-MASTER.
002070*                  NOKKELEN ER KONTO + POSISJON, SA LESINGEN
002080*                  STARTER PA POSISJON 00 OG GAR TIL KONTO-
002090*                  NUMMERET SKIFTER.
002100*----------------------------------------------------------------
002110 3000-SHOW-MASTER.
002120     MOVE ZERO TO WS-POSITION-MATCH-COUNT.
002130     MOVE "N" TO WS-HOLDMAST-EOF-SW.
002140     MOVE WS-ACCOUNT-ID TO HM-ACCOUNT-ID.
002150     MOVE ZERO TO HM-POSITION-NUM.
002160     START HOLDINGS-MASTER KEY NOT LESS THAN HM-KEY
002170         INVALID KEY
002180             SET WS-HOLDMAST-EOF TO TRUE
002190     END-START.
002200     PERFORM 3010-SHOW-ONE-POSITION THRU 3010-EXIT
002210         UNTIL WS-HOLDMAST-EOF.
002220     IF WS-POSITION-MATCH-COUNT = ZERO
002230         DISPLAY "KONTOEN FINNES IKKE PA HOLDINGS-MASTER."
002240     END-IF.
002250 3000-EXIT.
002260     EXIT.
002270
002280 3010-SHOW-ONE-POSITION.
002290     READ HOLDINGS-MASTER NEXT RECORD
002300         AT END
002310             SET WS-HOLDMAST-EOF TO TRUE
002320             GO TO 3010-EXIT
002330     END-READ.
002340     IF HM-ACCOUNT-ID NOT = WS-ACCOUNT-ID
002350         SET WS-HOLDMAST-EOF TO TRUE
002360         GO TO 3010-EXIT
002370     END-IF.
002380     ADD 1 TO WS-POSITION-MATCH-COUNT.
002390     MOVE HM-INV TO WS-INV-EDITED.
002400     DISPLAY "KONTO " HM-ACCOUNT-ID "/" HM-POSITION-NUM
002410         "  INV: " WS-INV-EDITED
002420         "KR  PERIODE: " HM-PERIOD-YM
002430         "  VALUTA: " HM-CURRENCY-CODE.
002440     IF HM-MOVEMENT-FLAG = "J"
002450         DISPLAY "SISTE DELTABEREGNING HADDE "
002460             "TIDSVEKTEDE BEVEGELSER"
002470     END-IF.
002480 3010-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------------
002520* 3200-SHOW-CLOSED - KONTOENS POSTER PA CLOSED-HOLDINGS-FILE,
002530*                  ELDSTE AVSLUTNING FORST: DATO, DELPERIODE,
002540*                  KLIENTEN DA KONTOEN BLE AVSLUTTET OG SLUTT-
002550*                  OPPGJORETS REALAVKASTNING, GEBYR OG NETTO.
002560*----------------------------------------------------------------
002570 3200-SHOW-CLOSED.
002580     IF NOT WS-CLOSHOLD-AVAILABLE
002590         GO TO 3200-EXIT
002600     END-IF.
002610     MOVE ZERO TO WS-CLOSED-MATCH-COUNT.
002620     MOVE "N" TO WS-CLOSHOLD-EOF-SW.
002630     MOVE WS-ACCOUNT-ID TO CLH-ACCOUNT-ID.
002640     MOVE ZERO TO CLH-CLOSE-DATE.
002650     MOVE ZERO TO CLH-CLOSE-TIME.
002660     MOVE ZERO TO CLH-POSITION-NUM.
002670     START CLOSED-HOLDINGS-FILE KEY NOT LESS THAN CLH-KEY
002680         INVALID KEY
002690             SET WS-CLOSHOLD-EOF TO TRUE
002700     END-START.
002710     PERFORM 3210-SHOW-ONE-CLOSED THRU 3210-EXIT
002720         UNTIL WS-CLOSHOLD-EOF.
002730 3200-EXIT.
002740     EXIT.
002750
002760 3210-SHOW-ONE-CLOSED.
002770     READ CLOSED-HOLDINGS-FILE NEXT RECORD
002780         AT END
002790             SET WS-CLOSHOLD-EOF TO TRUE
002800             GO TO 3210-EXIT
002810     END-READ.
002820     IF CLH-ACCOUNT-ID NOT = WS-ACCOUNT-ID
002830         SET WS-CLOSHOLD-EOF TO TRUE
002840         GO TO 3210-EXIT
002850     END-IF.
002860     ADD 1 TO WS-CLOSED-MATCH-COUNT.
002870     MOVE CLH-INV TO WS-INV-EDITED.
002880     DISPLAY "KONTOEN ER AVSLUTTET " CLH-CLOSE-DATE
002890         "  DELPERIODE " CLH-STUB-PERIOD-YM
002900         "  INV: " WS-INV-EDITED " " CLH-CURRENCY-CODE.
002910     DISPLAY "  KLIENT VED AVSLUTNING " CLH-CLIENT-NUM "  "
002920         CLH-CLIENT-NAME.
002930     MOVE CLH-REA TO WS-REA-EDITED.
002940     MOVE CLH-PRO TO WS-PRO-EDITED.
002950     MOVE CLH-FEE TO WS-FEE-EDITED.
002960     MOVE CLH-NET-AFTER-FEE TO WS-NET-EDITED.
002970     DISPLAY "  SLUTTOPPGJOR REA " WS-REA-EDITED "KR "
002980         WS-PRO-EDITED "%  GEBYR " WS-FEE-EDITED
002990         "  NETTO " WS-NET-EDITED.
003000     IF CLH-STATEMENT-FLAG = "N"
003010         DISPLAY "  SLUTTOPPGJORET ER IKKE SKREVET ENNA"
003020     END-IF.
003030 3210-EXIT.
003040     EXIT.
003050
003060 3500-SHOW-CLIENT.
003070     MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
003080     READ CUSTOMER-MASTER
003090         INVALID KEY
003100             DISPLAY "KONTOEN ER IKKE I KUNDEREGISTERET."
003110         NOT INVALID KEY
003120             DISPLAY "KLIENT " CUS-CLIENT-NUM "  "
003130                 CUS-CLIENT-NAME
003140     END-READ.
003150 3500-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------------
003190* 4000-COLLECT-AUDIT - LES HELE AUDIT-FILE OG SAMLE DE SISTE
003200*                  LINJENE FOR KONTOEN I RINGTABELLEN. BADE
003210*                  BEREGNINGSPOSTER (H/P) OG BEVEGELSESPOSTER
003220*                  (B) TAS MED - KONTONUMMERET LIGGER I SAMME
003230*                  POSISJON PA BEGGE POSTTYPENE. ARKIVTRAILERE
003240*                  HOPPES OVER.
003250*----------------------------------------------------------------
003260 4000-COLLECT-AUDIT.
003270     MOVE "N" TO WS-AUDIT-EOF-SW.
003280     MOVE 1 TO WS-LINE-NEXT.
003290     MOVE ZERO TO WS-LINE-TOTAL.
003300     OPEN INPUT AUDIT-FILE.
003310     IF WS-AUDIT-STATUS NOT = "00"
003320         DISPLAY "AUDIT-FILE ER IKKE TILGJENGELIG, STATUS "
003330             WS-AUDIT-STATUS
003340         SET WS-AUDIT-EOF TO TRUE
003350         GO TO 4000-EXIT
003360     END-IF.
003370     PERFORM 4100-COLLECT-ONE THRU 4100-EXIT
003380         UNTIL WS-AUDIT-EOF.
003390     CLOSE AUDIT-FILE.
003400 4000-EXIT.
003410     EXIT.
003420
003430 4100-COLLECT-ONE.
003440     READ AUDIT-FILE
003450         AT END
003460             SET WS-AUDIT-EOF TO TRUE
003470             GO TO 4100-EXIT
003480     END-READ.
003490     IF AUT-TRAILER-ID = "*TRAILER**"
003500         GO TO 4100-EXIT
003510     END-IF.
003520     IF AUD-ACCOUNT-ID NOT = WS-ACCOUNT-ID
003530         GO TO 4100-EXIT
003540     END-IF.
003550     IF AUD-RECORD-TYPE = "B"
003560         PERFORM 4200-FORMAT-MOVEMENT THRU 4200-EXIT
003570     ELSE
003580         PERFORM 4300-FORMAT-CALCULATION THRU 4300-EXIT
003590     END-IF.
003600     MOVE WS-DETAIL-LINE TO WS-AUDIT-LINE (WS-LINE-NEXT).
003610     ADD 1 TO WS-LINE-TOTAL.
003620     ADD 1 TO WS-LINE-NEXT.
003630     IF WS-LINE-NEXT > WS-LINE-MAX
003640         MOVE 1 TO WS-LINE-NEXT
003650     END-IF.
003660 4100-EXIT.
003670     EXIT.
003680
003690 4200-FORMAT-MOVEMENT.
003700     MOVE AUDM-MOV-AMOUNT TO WS-MOV-AMT-EDITED.
003710     MOVE AUDM-WEIGHT TO WS-WEIGHT-EDITED.
003720     MOVE SPACES TO WS-DETAIL-LINE.
003730     STRING "  BEVEGELSE " AUDM-MOV-DATE "  "
003740         WS-MOV-AMT-EDITED " " AUDM-MOV-CURRENCY
003750         "  VEKT " WS-WEIGHT-EDITED
003760         DELIMITED BY SIZE INTO WS-DETAIL-LINE.
003770 4200-EXIT.
003780     EXIT.
003790
003800 4300-FORMAT-CALCULATION.
003810     MOVE AUD-INV TO WS-INV-EDITED.
003820     MOVE AUD-REA TO WS-REA-EDITED.
003830     IF AUD-FEE NUMERIC
003840         MOVE AUD-FEE TO WS-FEE-EDITED
003850     ELSE
003860         MOVE ZERO TO WS-FEE-EDITED
003870     END-IF.
003880     MOVE AUD-POSITION-X TO WS-POSITION-SHOW.
003890     IF WS-POSITION-SHOW = SPACES
003900         MOVE "01" TO WS-POSITION-SHOW
003910     END-IF.
003920     MOVE SPACES TO WS-DETAIL-LINE.
003930     STRING AUD-DATE " " AUD-TIME " " AUD-PERIOD-YM
003940         "/" WS-POSITION-SHOW
003950         " INV " WS-INV-EDITED
003960         " REA " WS-REA-EDITED
003970         " GEBYR " WS-FEE-EDITED
003980         " " AUD-RECORD-TYPE
003990         DELIMITED BY SIZE INTO WS-DETAIL-LINE.
004000 4300-EXIT.
004010     EXIT.
004020
004030*----------------------------------------------------------------
004040* 4500-SHOW-AUDIT - SKRIV LINJENE FRA RINGTABELLEN I TIDSREKKE-
004050*                  FOLGE: NAR TABELLEN HAR GATT RUNDT ER DEN
004060*                  ELDSTE LINJEN DER NESTE SKRIVING SKULLE
004070*                  SKJEDD, ELLERS STAR LINJENE FRA FORSTE RAD.
004080*----------------------------------------------------------------
004090 4500-SHOW-AUDIT.
004100     IF WS-LINE-TOTAL = ZERO
004110         DISPLAY "INGEN BEREGNINGER FOR KONTOEN I AUDIT-FILE."
004120         GO TO 4500-EXIT
004130     END-IF.
004140     IF WS-LINE-TOTAL > WS-LINE-MAX
004150         MOVE WS-LINE-TOTAL TO WS-COUNT-EDITED
004160         DISPLAY "VISER SISTE 10 AV " WS-COUNT-EDITED
004170             " LOGGLINJER:"
004180         MOVE WS-LINE-NEXT TO WS-SHOW-IX
004190         MOVE WS-LINE-MAX TO WS-SHOW-COUNT
004200     ELSE
004210         MOVE WS-LINE-TOTAL TO WS-COUNT-EDITED
004220         DISPLAY "SISTE LOGGLINJER (" WS-COUNT-EDITED " ):"
004230         MOVE 1 TO WS-SHOW-IX
004240         MOVE WS-LINE-TOTAL TO WS-SHOW-COUNT
004250     END-IF.
004260     PERFORM 4510-SHOW-ONE-LINE THRU 4510-EXIT
004270         WS-SHOW-COUNT TIMES.
004280 4500-EXIT.
004290     EXIT.
004300
004310 4510-SHOW-ONE-LINE.
004320     DISPLAY WS-AUDIT-LINE (WS-SHOW-IX).
004330     ADD 1 TO WS-SHOW-IX.
004340     IF WS-SHOW-IX > WS-LINE-MAX
004350         MOVE 1 TO WS-SHOW-IX
004360     END-IF.
004370 4510-EXIT.
004380     EXIT.
004390
004400*----------------------------------------------------------------
004410* 5000-SHOW-SUSPENSE - LES SUSPENSFILEN OG SKRIV KONTOENS
004420*                  AVVISTE POSTER MED ARSAKEN I ORD, SA
004430*                  KUNDESERVICE SLIPPER KODELISTEN I SUSREC.
004440*----------------------------------------------------------------
004450 5000-SHOW-SUSPENSE.
004460     MOVE "N" TO WS-SUSPENSE-EOF-SW.
004470     MOVE ZERO TO WS-SUSPENSE-MATCH-COUNT.
004480     OPEN INPUT SUSPENSE-FILE.
004490     IF WS-SUSPENSE-STATUS NOT = "00"
004500         DISPLAY "SUSPENSFILEN ER IKKE TILGJENGELIG, STATUS "
004510             WS-SUSPENSE-STATUS
004520         SET WS-SUSPENSE-EOF TO TRUE
004530         GO TO 5000-EXIT
004540     END-IF.
004550     PERFORM 5100-SHOW-ONE-SUSPENSE THRU 5100-EXIT
004560         UNTIL WS-SUSPENSE-EOF.
004570     CLOSE SUSPENSE-FILE.
004580     IF WS-SUSPENSE-MATCH-COUNT = ZERO
004590         DISPLAY "INGEN POSTER FOR KONTOEN I SUSPENSFILEN."
004600     END-IF.
004610 5000-EXIT.
004620     EXIT.
004630
004640 5100-SHOW-ONE-SUSPENSE.
004650     READ SUSPENSE-FILE
004660         AT END
004670             SET WS-SUSPENSE-EOF TO TRUE
004680             GO TO 5100-EXIT
004690     END-READ.
004700     MOVE SUS-PORTFOLIO-DATA TO PORTFOLIO-RECORD.
004710     IF PF-ACCOUNT-ID NOT = WS-ACCOUNT-ID
004720         GO TO 5100-EXIT
004730     END-IF.
004740     ADD 1 TO WS-SUSPENSE-MATCH-COUNT.
004750     PERFORM 5200-REASON-IN-WORDS THRU 5200-EXIT.
004760     MOVE SUS-POSITION-X TO WS-POSITION-SHOW.
004770     IF WS-POSITION-SHOW = SPACES
004780         MOVE "01" TO WS-POSITION-SHOW
004790     END-IF.
004800     DISPLAY "I SUSPENS, POSISJON " WS-POSITION-SHOW
004810         " PERIODE " PF-PERIOD-YM ": " WS-REASON-TEXT.
004820 5100-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 5200-REASON-IN-WORDS - ARSAKSKODEN FRA SUSREC SKREVET UT I
004870*                  ORD. LISTEN FOLGER KODEOVERSIKTEN I
004880*                  SUSREC-KOPIBOKEN.
004890*----------------------------------------------------------------
004900 5200-REASON-IN-WORDS.
004910     EVALUATE SUS-REJECT-REASON
004920         WHEN "10"
004930             MOVE "INVESTERING IKKE NUMERISK" TO WS-REASON-TEXT
004940         WHEN "11"
004950             MOVE "INVESTERING IKKE STORRE ENN NULL" TO
004960                 WS-REASON-TEXT
004970         WHEN "20"
004980             MOVE "AVKASTNING IKKE NUMERISK" TO WS-REASON-TEXT
004990         WHEN "21"
005000             MOVE "AVKASTNING UTENFOR GYLDIG OMRADE" TO
005010                 WS-REASON-TEXT
005020         WHEN "30"
005030             MOVE "INFLASJON IKKE NUMERISK" TO WS-REASON-TEXT
005040         WHEN "31"
005050             MOVE "INFLASJON UTENFOR GYLDIG OMRADE" TO
005060                 WS-REASON-TEXT
005070         WHEN "40"
005080             MOVE "SKATTESATS IKKE NUMERISK" TO WS-REASON-TEXT
005090         WHEN "41"
005100             MOVE "SKATTESATS UTENFOR GYLDIG OMRADE" TO
005110                 WS-REASON-TEXT
005120         WHEN "50"
005130             MOVE "VALUTAKODE IKKE PA FX-RATE-FILE" TO
005140                 WS-REASON-TEXT
005150         WHEN "60"
005160             MOVE "KONTO FINNES ALLEREDE PA MASTEREN" TO
005170                 WS-REASON-TEXT
005180         WHEN "61"
005190             MOVE "KONTO FINNES IKKE PA MASTEREN" TO
005200                 WS-REASON-TEXT
005210         WHEN "62"
005220             MOVE "UGYLDIG TRANSAKSJONSKODE" TO WS-REASON-TEXT
005230         WHEN "63"
005240             MOVE "FEIL VED SKRIVING TIL MASTEREN" TO
005250                 WS-REASON-TEXT
005260         WHEN "64"
005270             MOVE "BEVEGELSE UTEN ELLER MED FEIL HOLDING" TO
005280                 WS-REASON-TEXT
005290         WHEN "65"
005300             MOVE "FOR MANGE BEVEGELSER FOR KONTOEN" TO
005310                 WS-REASON-TEXT
005320         WHEN "66"
005330             MOVE "BEVEGELSE UTENFOR PERIODEN ELLER UGYLDIG" TO
005340                 WS-REASON-TEXT
005350         WHEN "67"
005360             MOVE "VEKTET KAPITALBASE UTENFOR GYLDIG OMRADE" TO
005370                 WS-REASON-TEXT
005380         WHEN "68"
005390             MOVE "UGYLDIG POSISJONSNUMMER (IKKE 01-99)" TO
005400                 WS-REASON-TEXT
005410         WHEN "70"
005420             MOVE "PERIODEN ER LUKKET FOR OMBEREGNING" TO
005430                 WS-REASON-TEXT
005440         WHEN OTHER
005450             MOVE "UKJENT ARSAKSKODE" TO WS-REASON-TEXT
005460     END-EVALUATE.
005470 5200-EXIT.
005480     EXIT.
005490
005500 9999-TERMINATE.
005510     CLOSE HOLDINGS-MASTER.
005520     CLOSE CUSTOMER-MASTER.
005530     IF WS-CLOSHOLD-AVAILABLE
005540         CLOSE CLOSED-HOLDINGS-FILE
005550     END-IF.
005560     STOP RUN.
005570 9999-EXIT.
005580     EXIT.
