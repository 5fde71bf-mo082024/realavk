000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Kundevedlikehold.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - VEDLIKEHOLD AV CUSTOMER-
000110*                MASTER FRA SKJERM, SAMME MONSTER SOM RATE-
000120*                VEDLIKEHOLDET: NY, ENDRE (KLIENTNAVN) OG
000130*                SLETT, MED VISNING AV GAMMEL VERDI OG
000140*                BEKREFTELSE FOR ENDRINGEN (OGSA EN NY KONTO)
000150*                UTFORES. OVERFORING AV EN KONTO TIL ET ANNET
000160*                KLIENTNUMMER GJORES SOM EGEN FUNKSJON MED FRA-
000170*                PERIODE: OVERFORINGEN REGISTRERES PA CLIENT-
000180*                TRANSFER-FILE
000190*                OG KUNDEPOSTEN FAR NYTT KLIENTNUMMER, SA
000200*                KVARTALSOPPGAVE OG ARSOPPGAVE KAN PLASSERE
000210*                BEREGNINGER FOR PERIODER FOR FRA-PERIODEN PA
000220*                DEN GAMLE KLIENTEN, OG FRA-PERIODEN OG SENERE
000230*                PA DEN NYE. HVER ENDRING LOGGES TIL MAINT-
000240*                AUDIT-FILE (MNT-FILE-ID CUS).
000250* 15-10-26  OPR  MAINT-AUDIT-FILE HAR FATT GODKJENNER OG
000260*                BESLUTNING (SE MNTREC). KUNDEVEDLIKEHOLDET
000270*                GAR IKKE GJENNOM FIREOYNSKONTROLLEN, SA
000280*                FELTENE SKRIVES BLANKE.
000290*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CUS-ACCOUNT-ID
000370         FILE STATUS IS WS-CUST-STATUS.
000380     SELECT CLIENT-TRANSFER-FILE ASSIGN TO "KLIENTOV"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CTR-KEY
000420         FILE STATUS IS WS-CTR-STATUS.
000430     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS PCT-PERIOD-YM
000470         FILE STATUS IS WS-PCT-STATUS.
000480     SELECT MAINT-AUDIT-FILE ASSIGN TO "VEDLAUDT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-MAINT-AUDIT-STATUS.
000510     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RUNLOG-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CUSTOMER-MASTER
000580     LABEL RECORD IS STANDARD.
000590     COPY CUSREC.
000600
000610 FD  CLIENT-TRANSFER-FILE
000620     LABEL RECORD IS STANDARD.
000630     COPY CTRREC.
000640
000650 FD  PERIOD-CONTROL-FILE
000660     LABEL RECORD IS STANDARD.
000670     COPY PCTREC.
000680
000690 FD  MAINT-AUDIT-FILE
000700     LABEL RECORD IS STANDARD.
000710     COPY MNTREC.
000720
000730 FD  RUN-LOG-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY RUNREC.
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-SWITCHES.
000790     05  WS-DONE-SW              PIC X(01) VALUE "N".
000800         88  WS-DONE                 VALUE "J".
000810     05  WS-VALID-SW             PIC X(01) VALUE "N".
000820         88  WS-INPUT-VALID          VALUE "Y".
000830     05  WS-FOUND-SW             PIC X(01) VALUE "N".
000840         88  WS-RECORD-FOUND         VALUE "Y".
000850     05  WS-CONFIRM-SW           PIC X(01) VALUE "N".
000860         88  WS-CONFIRMED            VALUE "J".
000870     05  WS-PCT-AVAIL-SW         PIC X(01) VALUE "N".
000880         88  WS-PCT-AVAILABLE        VALUE "Y".
000890     05  WS-CTR-EOF-SW           PIC X(01) VALUE "N".
000900         88  WS-CTR-EOF              VALUE "Y".
000910
000920 01  WS-ERROR-MSG                PIC X(45).
000930
000940 01  WS-OPERATOR-ID              PIC X(08).
000950 01  WS-RUN-DATE                 PIC 9(08).
000960 01  WS-AUDIT-TIME               PIC 9(08).
000970 01  WS-MENU-CHOICE              PIC X(01).
000980 01  WS-ACTION                   PIC X(01).
000990
001000 01  WS-ACCOUNT-ID               PIC X(10).
001010 01  WS-CLIENT-NUM               PIC 9(06).
001020 01  WS-CLIENT-NAME              PIC X(30).
001030 01  WS-PERIOD-YM.
001040     05  WS-PERIOD-YEAR          PIC 9(04).
001050     05  WS-PERIOD-MONTH         PIC 9(02).
001060
001070*----------------------------------------------------------------
001080* AUDITLOGGENS VERDIFELT FOR EN KUNDEPOST ER KLIENTNUMMERET OG
001090* BEGYNNELSEN AV KLIENTNAVNET, SA EN NAVNERETTING OG ET NYTT
001100* KLIENTNUMMER BEGGE SYNES I LOGGEN. NOKKELEN ER KONTOEN, OG
001110* FOR EN OVERFORING KONTO PLUSS FRA-PERIODE, SAMME FORM SOM
001120* CTR-KEY.
001130*----------------------------------------------------------------
001140 01  WS-CUS-VALUE-TEXT.
001150     05  WS-CUS-VALUE-NUM        PIC 9(06).
001160     05  FILLER                  PIC X(01) VALUE SPACE.
001170     05  WS-CUS-VALUE-NAME       PIC X(08).
001180 01  WS-CTR-AUDIT-KEY.
001190     05  WS-CTR-AUDIT-ACCOUNT    PIC X(10).
001200     05  WS-CTR-AUDIT-PERIOD     PIC 9(06).
001210
001220*----------------------------------------------------------------
001230* SISTE REGISTRERTE OVERFORING FOR KONTOEN: EN NY OVERFORING MA
001240* HA SENERE FRA-PERIODE, ELLERS BLIR KLIENTREKKEFOLGEN PA
001250* CLIENT-TRANSFER-FILE TVETYDIG.
001260*----------------------------------------------------------------
001270 01  WS-LAST-TRANSFER-YM         PIC 9(06).
001280
001290 01  WS-CUST-STATUS              PIC X(02).
001300 01  WS-CTR-STATUS               PIC X(02).
001310 01  WS-PCT-STATUS               PIC X(02).
001320 01  WS-MAINT-AUDIT-STATUS       PIC X(02).
001330 01  WS-RUNLOG-STATUS            PIC X(02).
001340
001350*----------------------------------------------------------------
001360* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
001370* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
001380* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
001390* BEHANDLET-TELLEREN ER ANTALL ENDRINGER SOM FAKTISK BLE
001400* SKREVET OG LOGGET TIL MAINT-AUDIT-FILE.
001410*----------------------------------------------------------------
001420 01  WS-START-TIME               PIC 9(08).
001430 01  WS-END-TIME                 PIC 9(08).
001440 01  WS-END-DATE                 PIC 9(08).
001450 01  WS-RUN-OUTCOME              PIC X(12).
001460 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001470 01  WS-CHANGE-COUNT             PIC 9(08) COMP VALUE ZERO.
001480
001490 PROCEDURE DIVISION.
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001530         UNTIL WS-DONE.
001540     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001550
001560*----------------------------------------------------------------
001570* 1000-INITIALIZE - IDENTIFISER OPERATOREN OG APNE FILENE FOR
001580*                  OPPDATERING. HVER ENDRING LOGGES UNDER
001590*                  BRUKERIDEN SOM GIS HER, SA BLANK ID GODTAS
001600*                  IKKE. CLIENT-TRANSFER-FILE OPPRETTES FORSTE
001610*                  GANG; PERIOD-CONTROL-FILE LESES BARE, OG NAR
001620*                  DEN MANGLER REGNES ALLE PERIODER SOM APNE.
001630*----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     DISPLAY "Skriv inn ditt brukerid?".
001660     ACCEPT WS-OPERATOR-ID.
001670     PERFORM 1100-REPROMPT-OPERATOR THRU 1100-EXIT
001680         UNTIL WS-OPERATOR-ID NOT = SPACES.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700     ACCEPT WS-START-TIME FROM TIME.
001710     OPEN I-O CUSTOMER-MASTER.
001720     IF WS-CUST-STATUS = "35"
001730         OPEN OUTPUT CUSTOMER-MASTER
001740         CLOSE CUSTOMER-MASTER
001750         OPEN I-O CUSTOMER-MASTER
001760     END-IF.
001770     IF WS-CUST-STATUS NOT = "00"
001780         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
001790         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001800     END-IF.
001810     OPEN I-O CLIENT-TRANSFER-FILE.
001820     IF WS-CTR-STATUS = "35"
001830         OPEN OUTPUT CLIENT-TRANSFER-FILE
001840         CLOSE CLIENT-TRANSFER-FILE
001850         OPEN I-O CLIENT-TRANSFER-FILE
001860     END-IF.
001870     IF WS-CTR-STATUS NOT = "00"
001880         MOVE "KUNNE IKKE APNE CLIENT-TRANSFER-FILE" TO
001890             WS-ERROR-MSG
001900         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001910     END-IF.
001920     OPEN INPUT PERIOD-CONTROL-FILE.
001930     EVALUATE TRUE
001940         WHEN WS-PCT-STATUS = "00"
001950             MOVE "Y" TO WS-PCT-AVAIL-SW
001960         WHEN WS-PCT-STATUS = "35"
001970             DISPLAY "PERIOD-CONTROL-FILE FINNES IKKE - ALLE "
001980                 "PERIODER REGNES SOM APNE"
001990         WHEN OTHER
002000             MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
002010                 WS-ERROR-MSG
002020             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002030     END-EVALUATE.
002040     OPEN EXTEND MAINT-AUDIT-FILE.
002050     IF WS-MAINT-AUDIT-STATUS NOT = "00"
002060         MOVE "KUNNE IKKE APNE MAINT-AUDIT-FILE" TO WS-ERROR-MSG
002070         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.
002110
002120 1100-REPROMPT-OPERATOR.
002130     DISPLAY "BRUKERID KAN IKKE VERE BLANK.".
002140     DISPLAY "Skriv inn ditt brukerid?".
002150     ACCEPT WS-OPERATOR-ID.
002160 1100-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------------
002200* 2000-PROCESS-MENU - ONE PASS THROUGH THE MAIN MENU. PERFORMED
002210*                    FROM 0000-MAINLINE UNTIL THE OPERATOR ASKS
002220*                    TO FINISH.
002230*----------------------------------------------------------------
002240 2000-PROCESS-MENU.
002250     DISPLAY "Kundevedlikehold - 1=Kunde,2=Overforing,"
002260         "0=Avslutt?".
002270     ACCEPT WS-MENU-CHOICE.
002280     EVALUATE WS-MENU-CHOICE
002290         WHEN "1"
002300             PERFORM 2100-CUSTOMER-MAINTENANCE THRU 2100-EXIT
002310         WHEN "2"
002320             PERFORM 2500-CLIENT-TRANSFER THRU 2500-EXIT
002330         WHEN "0"
002340             MOVE "J" TO WS-DONE-SW
002350         WHEN OTHER
002360             DISPLAY "UGYLDIG VALG - SVAR 1, 2 ELLER 0."
002370     END-EVALUATE.
002380 2000-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------------
002420* 2100-CUSTOMER-MAINTENANCE - EN VEDLIKEHOLDSHANDLING MOT
002430*                  CUSTOMER-MASTER. KONTOEN LESES FORST, SA NY
002440*                  KAN AVVISES NAR DEN FINNES OG ENDRE/SLETT
002450*                  NAR DEN IKKE GJOR DET, FOR NOE SKRIVES.
002460*                  ENDRE RETTER BARE KLIENTNAVNET - NYTT
002470*                  KLIENTNUMMER GAR GJENNOM OVERFORING (2500),
002480*                  SA TIDLIGERE BEREGNINGER BLIR STAENDE PA DEN
002490*                  GAMLE KLIENTEN.
002500*----------------------------------------------------------------
002510 2100-CUSTOMER-MAINTENANCE.
002520     DISPLAY "Funksjon - N=Ny,E=Endre,S=Slett,0=Tilbake?".
002530     ACCEPT WS-ACTION.
002540     IF WS-ACTION = "0"
002550         GO TO 2100-EXIT
002560     END-IF.
002570     IF WS-ACTION NOT = "N" AND WS-ACTION NOT = "E"
002580             AND WS-ACTION NOT = "S"
002590         DISPLAY "UGYLDIG FUNKSJON - SVAR N, E, S ELLER 0."
002600         GO TO 2100-EXIT
002610     END-IF.
002620     DISPLAY "Hvilket kontonummer?".
002630     ACCEPT WS-ACCOUNT-ID.
002640     IF WS-ACCOUNT-ID = SPACES
002650         DISPLAY "FEIL: KONTONUMMER KAN IKKE VERE BLANKT."
002660         GO TO 2100-EXIT
002670     END-IF.
002680     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT.
002690     EVALUATE WS-ACTION
002700         WHEN "N"
002710             PERFORM 2110-CUSTOMER-ADD THRU 2110-EXIT
002720         WHEN "E"
002730             PERFORM 2120-CUSTOMER-CHANGE THRU 2120-EXIT
002740         WHEN "S"
002750             PERFORM 2130-CUSTOMER-DELETE THRU 2130-EXIT
002760     END-EVALUATE.
002770 2100-EXIT.
002780     EXIT.
002790
002800 2110-CUSTOMER-ADD.
002810     IF WS-RECORD-FOUND
002820         DISPLAY "KONTOEN FINNES ALLEREDE PA KLIENT "
002830             CUS-CLIENT-NUM " " CUS-CLIENT-NAME
002840         DISPLAY "BRUK ENDRE ELLER OVERFORING."
002850         GO TO 2110-EXIT
002860     END-IF.
002870     PERFORM 2160-ACCEPT-CLIENT-NUM THRU 2160-EXIT.
002880     IF NOT WS-INPUT-VALID
002890         GO TO 2110-EXIT
002900     END-IF.
002910     PERFORM 2170-ACCEPT-CLIENT-NAME THRU 2170-EXIT.
002920     IF NOT WS-INPUT-VALID
002930         GO TO 2110-EXIT
002940     END-IF.
002950     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
002960     IF NOT WS-CONFIRMED
002970         DISPLAY "REGISTRERING AVBRUTT."
002980         GO TO 2110-EXIT
002990     END-IF.
003000     MOVE SPACES TO CUSTOMER-RECORD.
003010     MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
003020     MOVE WS-CLIENT-NUM TO CUS-CLIENT-NUM.
003030     MOVE WS-CLIENT-NAME TO CUS-CLIENT-NAME.
003040     WRITE CUSTOMER-RECORD
003050         INVALID KEY
003060             DISPLAY "SKRIVEFEIL MOT CUSTOMER-MASTER, STATUS "
003070                 WS-CUST-STATUS
003080             GO TO 2110-EXIT
003090     END-WRITE.
003100     MOVE WS-CLIENT-NUM TO WS-CUS-VALUE-NUM.
003110     MOVE WS-CLIENT-NAME TO WS-CUS-VALUE-NAME.
003120     MOVE SPACES TO MNT-OLD-VALUE.
003130     MOVE WS-CUS-VALUE-TEXT TO MNT-NEW-VALUE.
003140     MOVE "N" TO MNT-ACTION.
003150     PERFORM 7000-WRITE-CUSTOMER-AUDIT THRU 7000-EXIT.
003160     DISPLAY "KONTO " WS-ACCOUNT-ID " LAGT TIL PA KLIENT "
003170         WS-CLIENT-NUM ".".
003180 2110-EXIT.
003190     EXIT.
003200
003210 2120-CUSTOMER-CHANGE.
003220     IF NOT WS-RECORD-FOUND
003230         DISPLAY "KONTOEN FINNES IKKE PA CUSTOMER-MASTER."
003240         GO TO 2120-EXIT
003250     END-IF.
003260     DISPLAY "KLIENT: " CUS-CLIENT-NUM " GAMMELT NAVN: "
003270         CUS-CLIENT-NAME.
003280     MOVE CUS-CLIENT-NUM TO WS-CUS-VALUE-NUM.
003290     MOVE CUS-CLIENT-NAME TO WS-CUS-VALUE-NAME.
003300     MOVE WS-CUS-VALUE-TEXT TO MNT-OLD-VALUE.
003310     PERFORM 2170-ACCEPT-CLIENT-NAME THRU 2170-EXIT.
003320     IF NOT WS-INPUT-VALID
003330         GO TO 2120-EXIT
003340     END-IF.
003350     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
003360     IF NOT WS-CONFIRMED
003370         DISPLAY "ENDRING AVBRUTT."
003380         GO TO 2120-EXIT
003390     END-IF.
003400     MOVE WS-CLIENT-NAME TO CUS-CLIENT-NAME.
003410     REWRITE CUSTOMER-RECORD
003420         INVALID KEY
003430             DISPLAY "SKRIVEFEIL MOT CUSTOMER-MASTER, STATUS "
003440                 WS-CUST-STATUS
003450             GO TO 2120-EXIT
003460     END-REWRITE.
003470     MOVE CUS-CLIENT-NUM TO WS-CUS-VALUE-NUM.
003480     MOVE WS-CLIENT-NAME TO WS-CUS-VALUE-NAME.
003490     MOVE WS-CUS-VALUE-TEXT TO MNT-NEW-VALUE.
003500     MOVE "E" TO MNT-ACTION.
003510     PERFORM 7000-WRITE-CUSTOMER-AUDIT THRU 7000-EXIT.
003520     DISPLAY "KONTO " WS-ACCOUNT-ID " ENDRET.".
003530 2120-EXIT.
003540     EXIT.
003550
003560 2130-CUSTOMER-DELETE.
003570     IF NOT WS-RECORD-FOUND
003580         DISPLAY "KONTOEN FINNES IKKE PA CUSTOMER-MASTER."
003590         GO TO 2130-EXIT
003600     END-IF.
003610     DISPLAY "KLIENT: " CUS-CLIENT-NUM " " CUS-CLIENT-NAME.
003620     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
003630     IF NOT WS-CONFIRMED
003640         DISPLAY "SLETTING AVBRUTT."
003650         GO TO 2130-EXIT
003660     END-IF.
003670     MOVE CUS-CLIENT-NUM TO WS-CUS-VALUE-NUM.
003680     MOVE CUS-CLIENT-NAME TO WS-CUS-VALUE-NAME.
003690     DELETE CUSTOMER-MASTER
003700         INVALID KEY
003710             DISPLAY "SLETTEFEIL MOT CUSTOMER-MASTER, STATUS "
003720                 WS-CUST-STATUS
003730             GO TO 2130-EXIT
003740     END-DELETE.
003750     MOVE WS-CUS-VALUE-TEXT TO MNT-OLD-VALUE.
003760     MOVE SPACES TO MNT-NEW-VALUE.
003770     MOVE "S" TO MNT-ACTION.
003780     PERFORM 7000-WRITE-CUSTOMER-AUDIT THRU 7000-EXIT.
003790     DISPLAY "KONTO " WS-ACCOUNT-ID " SLETTET.".
003800 2130-EXIT.
003810     EXIT.
003820
003830 2150-READ-CUSTOMER.
003840     MOVE "N" TO WS-FOUND-SW.
003850     MOVE WS-ACCOUNT-ID TO CUS-ACCOUNT-ID.
003860     READ CUSTOMER-MASTER
003870         INVALID KEY
003880             CONTINUE
003890         NOT INVALID KEY
003900             MOVE "Y" TO WS-FOUND-SW
003910     END-READ.
003920 2150-EXIT.
003930     EXIT.
003940
003950 2160-ACCEPT-CLIENT-NUM.
003960     DISPLAY "Klientnummer?".
003970     ACCEPT WS-CLIENT-NUM.
003980     PERFORM 4100-VALIDATE-CLIENT-NUM THRU 4100-EXIT.
003990     IF NOT WS-INPUT-VALID
004000         DISPLAY "FEIL: " WS-ERROR-MSG
004010     END-IF.
004020 2160-EXIT.
004030     EXIT.
004040
004050 2170-ACCEPT-CLIENT-NAME.
004060     DISPLAY "Klientnavn?".
004070     ACCEPT WS-CLIENT-NAME.
004080     PERFORM 4200-VALIDATE-CLIENT-NAME THRU 4200-EXIT.
004090     IF NOT WS-INPUT-VALID
004100         DISPLAY "FEIL: " WS-ERROR-MSG
004110     END-IF.
004120 2170-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------
004160* 2500-CLIENT-TRANSFER - OVERFOR EN KONTO TIL ET ANNET KLIENT-
004170*                  NUMMER FRA OG MED EN PERIODE. FRA-PERIODEN
004180*                  MA VERE APEN PA PERIOD-CONTROL-FILE (EN
004190*                  LUKKET PERIODE ER ALLEREDE SENDT UT PA
004200*                  KUNDEOPPGAVER) OG SENERE ENN KONTOENS SISTE
004210*                  OVERFORING. OVERFORINGSPOSTEN SKRIVES FORST;
004220*                  FEILER OMSKRIVINGEN AV KUNDEPOSTEN ETTERPA,
004230*                  SLETTES OVERFORINGSPOSTEN IGJEN, SA FILENE
004240*                  ALDRI ER UENIGE OM HVEM SOM EIER KONTOEN.
004250*----------------------------------------------------------------
004260 2500-CLIENT-TRANSFER.
004270     DISPLAY "Hvilket kontonummer (blank=Tilbake)?".
004280     ACCEPT WS-ACCOUNT-ID.
004290     IF WS-ACCOUNT-ID = SPACES
004300         GO TO 2500-EXIT
004310     END-IF.
004320     PERFORM 2150-READ-CUSTOMER THRU 2150-EXIT.
004330     IF NOT WS-RECORD-FOUND
004340         DISPLAY "KONTOEN FINNES IKKE PA CUSTOMER-MASTER - "
004350             "BRUK NY."
004360         GO TO 2500-EXIT
004370     END-IF.
004380     DISPLAY "NAVERENDE KLIENT: " CUS-CLIENT-NUM " "
004390         CUS-CLIENT-NAME.
004400     PERFORM 2550-FIND-LAST-TRANSFER THRU 2550-EXIT.
004410     IF WS-LAST-TRANSFER-YM > ZERO
004420         DISPLAY "SISTE OVERFORING GJELDER FRA PERIODE "
004430             WS-LAST-TRANSFER-YM
004440     END-IF.
004450     DISPLAY "Overfores fra og med periode (AAAAMM)?".
004460     ACCEPT WS-PERIOD-YM.
004470     PERFORM 4300-VALIDATE-PERIOD THRU 4300-EXIT.
004480     IF NOT WS-INPUT-VALID
004490         DISPLAY "FEIL: " WS-ERROR-MSG
004500         GO TO 2500-EXIT
004510     END-IF.
004520     IF WS-PERIOD-YM NOT > WS-LAST-TRANSFER-YM
004530         DISPLAY "FEIL: FRA-PERIODEN MA VERE SENERE ENN SISTE "
004540             "OVERFORING."
004550         GO TO 2500-EXIT
004560     END-IF.
004570     PERFORM 2560-CHECK-PERIOD-OPEN THRU 2560-EXIT.
004580     IF NOT WS-INPUT-VALID
004590         DISPLAY "FEIL: " WS-ERROR-MSG
004600         GO TO 2500-EXIT
004610     END-IF.
004620     DISPLAY "Nytt klientnummer?".
004630     ACCEPT WS-CLIENT-NUM.
004640     PERFORM 4100-VALIDATE-CLIENT-NUM THRU 4100-EXIT.
004650     IF WS-INPUT-VALID AND WS-CLIENT-NUM = CUS-CLIENT-NUM
004660         MOVE "N" TO WS-VALID-SW
004670         MOVE "NYTT KLIENTNUMMER ER LIKT DET NAVERENDE" TO
004680             WS-ERROR-MSG
004690     END-IF.
004700     IF NOT WS-INPUT-VALID
004710         DISPLAY "FEIL: " WS-ERROR-MSG
004720         GO TO 2500-EXIT
004730     END-IF.
004740     PERFORM 2170-ACCEPT-CLIENT-NAME THRU 2170-EXIT.
004750     IF NOT WS-INPUT-VALID
004760         GO TO 2500-EXIT
004770     END-IF.
004780     DISPLAY "BEREGNINGER FOR PERIODER FOR " WS-PERIOD-YM
004790         " BLIR STAENDE PA KLIENT " CUS-CLIENT-NUM ".".
004800     DISPLAY "FRA PERIODE " WS-PERIOD-YM " GAR DE TIL KLIENT "
004810         WS-CLIENT-NUM ".".
004820     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
004830     IF NOT WS-CONFIRMED
004840         DISPLAY "OVERFORING AVBRUTT."
004850         GO TO 2500-EXIT
004860     END-IF.
004870     PERFORM 2570-WRITE-TRANSFER THRU 2570-EXIT.
004880 2500-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920* 2550-FIND-LAST-TRANSFER - LES KONTOENS OVERFORINGER PA
004930*                  CLIENT-TRANSFER-FILE I NOKKELORDEN OG TA
004940*                  VARE PA SISTE FRA-PERIODE (NULL NAR KONTOEN
004950*                  ALDRI ER OVERFORT).
004960*----------------------------------------------------------------
004970 2550-FIND-LAST-TRANSFER.
004980     MOVE ZERO TO WS-LAST-TRANSFER-YM.
004990     MOVE "N" TO WS-CTR-EOF-SW.
005000     MOVE WS-ACCOUNT-ID TO CTR-ACCOUNT-ID.
005010     MOVE ZERO TO CTR-EFFECTIVE-YM.
005020     START CLIENT-TRANSFER-FILE KEY NOT LESS THAN CTR-KEY
005030         INVALID KEY
005040             SET WS-CTR-EOF TO TRUE
005050     END-START.
005060     PERFORM 2555-SCAN-TRANSFER THRU 2555-EXIT
005070         UNTIL WS-CTR-EOF.
005080 2550-EXIT.
005090     EXIT.
005100
005110 2555-SCAN-TRANSFER.
005120     READ CLIENT-TRANSFER-FILE NEXT RECORD
005130         AT END
005140             SET WS-CTR-EOF TO TRUE
005150             GO TO 2555-EXIT
005160     END-READ.
005170     IF CTR-ACCOUNT-ID NOT = WS-ACCOUNT-ID
005180         SET WS-CTR-EOF TO TRUE
005190         GO TO 2555-EXIT
005200     END-IF.
005210     MOVE CTR-EFFECTIVE-YM TO WS-LAST-TRANSFER-YM.
005220 2555-EXIT.
005230     EXIT.
005240
005250 2560-CHECK-PERIOD-OPEN.
005260     MOVE "Y" TO WS-VALID-SW.
005270     IF NOT WS-PCT-AVAILABLE
005280         GO TO 2560-EXIT
005290     END-IF.
005300     MOVE WS-PERIOD-YM TO PCT-PERIOD-YM.
005310     READ PERIOD-CONTROL-FILE
005320         INVALID KEY
005330             CONTINUE
005340         NOT INVALID KEY
005350             IF PCT-STATUS = "L"
005360                 MOVE "N" TO WS-VALID-SW
005370                 MOVE "PERIODEN ER LUKKET - KAN IKKE OVERFORES"
005380                     TO WS-ERROR-MSG
005390             END-IF
005400     END-READ.
005410 2560-EXIT.
005420     EXIT.
005430
005440 2570-WRITE-TRANSFER.
005450     ACCEPT WS-AUDIT-TIME FROM TIME.
005460     MOVE SPACES TO CLIENT-TRANSFER-RECORD.
005470     MOVE WS-ACCOUNT-ID TO CTR-ACCOUNT-ID.
005480     MOVE WS-PERIOD-YM TO CTR-EFFECTIVE-YM.
005490     MOVE CUS-CLIENT-NUM TO CTR-OLD-CLIENT-NUM.
005500     MOVE CUS-CLIENT-NAME TO CTR-OLD-CLIENT-NAME.
005510     MOVE WS-CLIENT-NUM TO CTR-NEW-CLIENT-NUM.
005520     MOVE WS-CLIENT-NAME TO CTR-NEW-CLIENT-NAME.
005530     MOVE WS-RUN-DATE TO CTR-REG-DATE.
005540     MOVE WS-AUDIT-TIME TO CTR-REG-TIME.
005550     MOVE WS-OPERATOR-ID TO CTR-OPERATOR-ID.
005560     WRITE CLIENT-TRANSFER-RECORD
005570         INVALID KEY
005580             DISPLAY "SKRIVEFEIL MOT CLIENT-TRANSFER-FILE, "
005590                 "STATUS " WS-CTR-STATUS
005600             GO TO 2570-EXIT
005610     END-WRITE.
005620     MOVE CUS-CLIENT-NUM TO WS-CUS-VALUE-NUM.
005630     MOVE CUS-CLIENT-NAME TO WS-CUS-VALUE-NAME.
005640     MOVE WS-CUS-VALUE-TEXT TO MNT-OLD-VALUE.
005650     MOVE WS-CLIENT-NUM TO CUS-CLIENT-NUM.
005660     MOVE WS-CLIENT-NAME TO CUS-CLIENT-NAME.
005670     REWRITE CUSTOMER-RECORD
005680         INVALID KEY
005690             DISPLAY "SKRIVEFEIL MOT CUSTOMER-MASTER, STATUS "
005700                 WS-CUST-STATUS
005710             DELETE CLIENT-TRANSFER-FILE
005720                 INVALID KEY
005730                     DISPLAY "SLETTEFEIL MOT CLIENT-TRANSFER-"
005740                         "FILE, STATUS " WS-CTR-STATUS
005750             END-DELETE
005760             GO TO 2570-EXIT
005770     END-REWRITE.
005780     MOVE WS-CLIENT-NUM TO WS-CUS-VALUE-NUM.
005790     MOVE WS-CLIENT-NAME TO WS-CUS-VALUE-NAME.
005800     MOVE WS-CUS-VALUE-TEXT TO MNT-NEW-VALUE.
005810     MOVE "O" TO MNT-ACTION.
005820     PERFORM 7100-WRITE-TRANSFER-AUDIT THRU 7100-EXIT.
005830     DISPLAY "KONTO " WS-ACCOUNT-ID " OVERFORT TIL KLIENT "
005840         WS-CLIENT-NUM " FRA PERIODE " WS-PERIOD-YM ".".
005850 2570-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 4100-4300 - EDIT CHECKS, ONE FIELD PER PARAGRAPH, SAMME MONSTER
005900*            SOM I RATEVEDLIKEHOLDET. KLIENTNUMMER NULL BRUKES
005910*            AV RAPPORTENE FOR KONTO UTEN KLIENT OG GODTAS IKKE.
005920*----------------------------------------------------------------
005930 4100-VALIDATE-CLIENT-NUM.
005940     MOVE "Y" TO WS-VALID-SW.
005950     IF WS-CLIENT-NUM NOT NUMERIC
005960         MOVE "N" TO WS-VALID-SW
005970         MOVE "UGYLDIG KLIENTNUMMER - MA VERE NUMERISK" TO
005980             WS-ERROR-MSG
005990     ELSE
006000     IF WS-CLIENT-NUM = ZERO
006010         MOVE "N" TO WS-VALID-SW
006020         MOVE "UGYLDIG KLIENTNUMMER - KAN IKKE VERE NULL" TO
006030             WS-ERROR-MSG
006040     END-IF
006050     END-IF.
006060 4100-EXIT.
006070     EXIT.
006080
006090 4200-VALIDATE-CLIENT-NAME.
006100     MOVE "Y" TO WS-VALID-SW.
006110     IF WS-CLIENT-NAME = SPACES
006120         MOVE "N" TO WS-VALID-SW
006130         MOVE "KLIENTNAVN KAN IKKE VERE BLANKT" TO
006140             WS-ERROR-MSG
006150     END-IF.
006160 4200-EXIT.
006170     EXIT.
006180
006190 4300-VALIDATE-PERIOD.
006200     MOVE "Y" TO WS-VALID-SW.
006210     IF WS-PERIOD-YM NOT NUMERIC
006220         MOVE "N" TO WS-VALID-SW
006230         MOVE "UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM" TO
006240             WS-ERROR-MSG
006250     ELSE
006260     IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-YEAR > 2099
006270         MOVE "N" TO WS-VALID-SW
006280         MOVE "UGYLDIG PERIODE - AR UTENFOR 1900 TIL 2099" TO
006290             WS-ERROR-MSG
006300     ELSE
006310     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
006320         MOVE "N" TO WS-VALID-SW
006330         MOVE "UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12" TO
006340             WS-ERROR-MSG
006350     END-IF
006360     END-IF
006370     END-IF.
006380 4300-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------------
006420* 7000/7100 - APPEND ONE ENTRY TO MAINT-AUDIT-FILE FOR EVERY
006430*            CHANGE THAT WAS ACTUALLY WRITTEN, SAMME MONSTER SOM
006440*            I RATEVEDLIKEHOLDET. MNT-OLD-VALUE, MNT-NEW-VALUE
006450*            OG MNT-ACTION SETTES AV KALLENDE AVSNITT.
006460*----------------------------------------------------------------
006470 7000-WRITE-CUSTOMER-AUDIT.
006480     MOVE "CUS" TO MNT-FILE-ID.
006490     MOVE WS-ACCOUNT-ID TO MNT-KEY.
006500     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
006510 7000-EXIT.
006520     EXIT.
006530
006540 7100-WRITE-TRANSFER-AUDIT.
006550     MOVE "CUS" TO MNT-FILE-ID.
006560     MOVE WS-ACCOUNT-ID TO WS-CTR-AUDIT-ACCOUNT.
006570     MOVE WS-PERIOD-YM TO WS-CTR-AUDIT-PERIOD.
006580     MOVE WS-CTR-AUDIT-KEY TO MNT-KEY.
006590     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
006600 7100-EXIT.
006610     EXIT.
006620
006630 7500-WRITE-MAINT-AUDIT.
006640     ACCEPT WS-AUDIT-TIME FROM TIME.
006650     MOVE WS-RUN-DATE TO MNT-DATE.
006660     MOVE WS-AUDIT-TIME TO MNT-TIME.
006670     MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID.
006680     MOVE SPACES TO MNT-CHECKER-ID.
006690     MOVE SPACE TO MNT-DECISION.
006700     WRITE MAINT-AUDIT-RECORD.
006710     ADD 1 TO WS-CHANGE-COUNT.
006720 7500-EXIT.
006730     EXIT.
006740
006750 8000-CONFIRM-CHANGE.
006760     DISPLAY "Bekreft (J/N)?".
006770     ACCEPT WS-CONFIRM-SW.
006780 8000-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820* 9990-ABORT-ON-OPEN-ERROR - A FILE NEEDED FOR VEDLIKEHOLDET
006830*                  COULD NOT BE OPENED. WS-ERROR-MSG IS SET BY
006840*                  THE CALLER BEFORE THIS IS PERFORMED.
006850*----------------------------------------------------------------
006860 9990-ABORT-ON-OPEN-ERROR.
006870     DISPLAY "FATAL: " WS-ERROR-MSG.
006880     MOVE 8 TO WS-RETURN-CODE.
006890     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
006900     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
006910     MOVE WS-RETURN-CODE TO RETURN-CODE.
006920     STOP RUN.
006930 9990-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
006980*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
006990*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
007000*                  AV KALLEREN FORST.
007010*----------------------------------------------------------------
007020 7900-WRITE-RUN-LOG.
007030     OPEN EXTEND RUN-LOG-FILE.
007040     IF WS-RUNLOG-STATUS NOT = "00"
007050         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
007060             WS-RUNLOG-STATUS
007070         GO TO 7900-EXIT
007080     END-IF.
007090     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
007100     ACCEPT WS-END-TIME FROM TIME.
007110     MOVE SPACES TO RUN-LOG-RECORD.
007120     MOVE "KUNDEVEDLIKEHOLD" TO RNL-PROGRAM-ID.
007130     MOVE SPACE TO RNL-RUN-MODE.
007140     MOVE WS-RUN-DATE TO RNL-START-DATE.
007150     MOVE WS-START-TIME TO RNL-START-TIME.
007160     MOVE WS-END-DATE TO RNL-END-DATE.
007170     MOVE WS-END-TIME TO RNL-END-TIME.
007180     MOVE WS-CHANGE-COUNT TO RNL-RECORDS-READ.
007190     MOVE WS-CHANGE-COUNT TO RNL-RECORDS-PROCESSED.
007200     MOVE ZERO TO RNL-RECORDS-REJECTED.
007210     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
007220     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
007230     WRITE RUN-LOG-RECORD.
007240     CLOSE RUN-LOG-FILE.
007250 7900-EXIT.
007260     EXIT.
007270
007280 9999-TERMINATE.
007290     CLOSE CUSTOMER-MASTER.
007300     CLOSE CLIENT-TRANSFER-FILE.
007310     IF WS-PCT-AVAILABLE
007320         CLOSE PERIOD-CONTROL-FILE
007330     END-IF.
007340     CLOSE MAINT-AUDIT-FILE.
007350     MOVE ZERO TO WS-RETURN-CODE.
007360     MOVE "OK" TO WS-RUN-OUTCOME.
007370     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007380     MOVE WS-RETURN-CODE TO RETURN-CODE.
007390     STOP RUN.
007400 9999-EXIT.
007410     EXIT.
