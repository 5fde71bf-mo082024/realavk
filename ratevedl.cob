000420*                LOGGES TIL MAINT-AUDIT-FILE SOM DE OVRIGE
000430*                ENDRINGENE, SA LUKKING OG GJENAPNING ALLTID
000440*                ER SPORBARE HANDLINGER.
000450* 15-10-26  OPR  FIREOYNSKONTROLL: NY, ENDRE OG SLETT AV KPI,
000460*                VALUTAKURS OG GEBYR OG GJENAPNING AV PERIODE
000470*                OPPDATERER IKKE LENGER MASTEREN DIREKTE, MEN
000480*                LEGGES TIL GODKJENNING PA PENDING-CHANGE-FILE
000490*                (SE PNDREC). MENYVALG 5 GAR GJENNOM DE VENTENDE
000500*                ENDRINGENE, OG EN ANNEN BRUKERID ENN DEN SOM
000510*                REGISTRERTE ENDRINGEN GODKJENNER DEN (MASTEREN
000520*                OPPDATERES) ELLER AVVISER DEN. BESLUTNINGEN
000530*                LOGGES TIL MAINT-AUDIT-FILE MED BADE REGISTRERER
000540*                OG GODKJENNER. INDEKSSATSER SOM RATEIMPORT HAR
000550*                LAGT TIL GODKJENNING SKRIVES TIL BENCHMARK-FILE
000560*                NAR DE GODKJENNES. LUKKING AV PERIODE GAR
000570*                FORTSATT RETT TIL PERIOD-CONTROL-FILE.
000580*----------------------------------------------------------------
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT CPI-MASTER ASSIGN TO "CPIMAST"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CPI-PERIOD-KEY
000660         FILE STATUS IS WS-CPI-STATUS.
000670     SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS FX-RATE-KEY
000710         FILE STATUS IS WS-FX-STATUS.
000720     SELECT FEE-FILE ASSIGN TO "FEEMAST"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS FEE-KEY
000760         FILE STATUS IS WS-FEE-STATUS.
000770     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS PCT-PERIOD-YM
000810         FILE STATUS IS WS-PCT-STATUS.
000820     SELECT BENCHMARK-FILE ASSIGN TO "BENCHMRK"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS BMK-PERIOD-KEY
000860         FILE STATUS IS WS-BMK-STATUS.
000870     SELECT PENDING-CHANGE-FILE ASSIGN TO "VEDLVENT"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS PND-KEY
000910         FILE STATUS IS WS-PND-STATUS.
000920     SELECT MAINT-AUDIT-FILE ASSIGN TO "VEDLAUDT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-MAINT-AUDIT-STATUS.
000950     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RUNLOG-STATUS.
000980
000990 DATA DIVISION.
001000 FILE SECTION.
001010 FD  CPI-MASTER
001020     LABEL RECORD IS STANDARD.
001030     COPY CPIREC.
001040
001050 FD  FX-RATE-FILE
001060     LABEL RECORD IS STANDARD.
001070     COPY FXREC.
001080
001090 FD  FEE-FILE
001100     LABEL RECORD IS STANDARD.
001110     COPY FEEREC.
001120
001130 FD  PERIOD-CONTROL-FILE
001140     LABEL RECORD IS STANDARD.
001150     COPY PCTREC.
001160
001170 FD  BENCHMARK-FILE
001180     LABEL RECORD IS STANDARD.
001190     COPY BMKREC.
001200
001210 FD  PENDING-CHANGE-FILE
001220     LABEL RECORD IS STANDARD.
001230     COPY PNDREC.
001240
001250 FD  MAINT-AUDIT-FILE
001260     LABEL RECORD IS STANDARD.
001270     COPY MNTREC.
001280
001290 FD  RUN-LOG-FILE
001300     LABEL RECORD IS STANDARD.
001310     COPY RUNREC.
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     05  WS-DONE-SW              PIC X(01) VALUE "N".
001360         88  WS-DONE                 VALUE "J".
001370     05  WS-VALID-SW             PIC X(01) VALUE "N".
001380         88  WS-INPUT-VALID          VALUE "Y".
001390     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001400         88  WS-RECORD-FOUND         VALUE "Y".
001410     05  WS-ISO-FOUND-SW         PIC X(01) VALUE "N".
001420         88  WS-ISO-FOUND            VALUE "Y".
001430     05  WS-CONFIRM-SW           PIC X(01) VALUE "N".
001440         88  WS-CONFIRMED            VALUE "J".
001450     05  WS-PND-EOF-SW           PIC X(01) VALUE "N".
001460         88  WS-PND-EOF              VALUE "Y".
001470     05  WS-PND-FOUND-SW         PIC X(01) VALUE "N".
001480         88  WS-PND-FOUND            VALUE "Y".
001490
001500 01  WS-ERROR-MSG                PIC X(45).
001510
001520 01  WS-OPERATOR-ID              PIC X(08).
001530 01  WS-RUN-DATE                 PIC 9(08).
001540 01  WS-AUDIT-TIME               PIC 9(08).
001550 01  WS-MENU-CHOICE              PIC X(01).
001560 01  WS-ACTION                   PIC X(01).
001570
001580 01  WS-PERIOD-YM.
001590     05  WS-PERIOD-YEAR          PIC 9(04).
001600     05  WS-PERIOD-MONTH         PIC 9(02).
001610 01  WS-CPI-RATE                 PIC S9(2)V99.
001620 01  WS-CPI-RATE-EDITED          PIC -(2)9.99.
001630
001640 01  WS-CURRENCY-CODE            PIC X(03).
001650 01  WS-FX-RATE                  PIC 9(5)V9(4).
001660 01  WS-FX-RATE-EDITED           PIC 9(5).9(4).
001670
001680*----------------------------------------------------------------
001690* GEBYRVEDLIKEHOLDET: KONTO OG PERIODE ER NOKKELEN, OG SATSEN
001700* OG DET FASTE BELOPET REDIGERES VED SIDEN AV HVERANDRE I
001710* SAMME VERDIFELT PA AUDITLOGGEN, SA EN ENDRING VISER BEGGE
001720* DELER FOR OG ETTER.
001730*----------------------------------------------------------------
001740 01  WS-ACCOUNT-ID               PIC X(10).
001750 01  WS-FEE-PCT                  PIC 9(2)V99.
001760 01  WS-FEE-FIXED                PIC 9(5)V99.
001770 01  WS-FEE-VALUE-TEXT.
001780     05  WS-FEE-PCT-EDITED       PIC Z9.99.
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  WS-FEE-FIXED-EDITED     PIC ZZZZ9.99.
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820 01  WS-FEE-AUDIT-KEY.
001830     05  WS-FEE-AUDIT-ACCOUNT    PIC X(10).
001840     05  WS-FEE-AUDIT-PERIOD     PIC 9(06).
001850
001860*----------------------------------------------------------------
001870* AUDITNOKKELEN FOR EN KURSENDRING ER VALUTA PLUSS PERIODE,
001880* SAMME FORM SOM FX-RATE-KEY, SA LOGGEN PEKER PA AKKURAT DEN
001890* PERIODEKURSEN SOM BLE ENDRET.
001900*----------------------------------------------------------------
001910 01  WS-FX-AUDIT-KEY.
001920     05  WS-FX-AUDIT-CCY         PIC X(03).
001930     05  WS-FX-AUDIT-PERIOD      PIC 9(06).
001940
001950*----------------------------------------------------------------
001960* INDEKSSATSENE (OSEBX OG GLOBAL) TIL EN VENTENDE ENDRING FRA
001970* RATEIMPORT, REDIGERT SOM I LASTEPROGRAMMET.
001980*----------------------------------------------------------------
001990 01  WS-BMK-VALUE-TEXT.
002000     05  WS-BMK-OSEBX-EDITED     PIC -(2)9.99.
002010     05  FILLER                  PIC X(01) VALUE SPACE.
002020     05  WS-BMK-GLOBAL-EDITED    PIC -(2)9.99.
002030     05  FILLER                  PIC X(02) VALUE SPACES.
002040
002050*----------------------------------------------------------------
002060* FIREOYNSKONTROLLEN: WS-PND-KEY-WORK PAKKER MASTERNOKKELEN TIL
002070* EN VENTENDE ENDRING UT IGJEN, I SAMME FORM SOM MNT-KEY.
002080* WS-MNT-DECISION ER BLANK FOR EN ENDRING UTEN GODKJENNING OG G
002090* ELLER A NAR 7500 LOGGER EN BESLUTNING; REGISTREREREN LOGGES DA
002100* SOM MNT-OPERATOR-ID OG DENNE BRUKERIDEN SOM MNT-CHECKER-ID.
002110*----------------------------------------------------------------
002120 01  WS-PND-KEY-WORK             PIC X(16).
002130 01  WS-PND-KEY-PERIOD-VIEW REDEFINES WS-PND-KEY-WORK.
002140     05  WS-PND-KEY-PERIOD       PIC 9(06).
002150     05  FILLER                  PIC X(10).
002160 01  WS-PND-KEY-FX-VIEW REDEFINES WS-PND-KEY-WORK.
002170     05  WS-PND-KEY-CCY          PIC X(03).
002180     05  WS-PND-KEY-FX-PERIOD    PIC 9(06).
002190     05  FILLER                  PIC X(07).
002200 01  WS-PND-KEY-FEE-VIEW REDEFINES WS-PND-KEY-WORK.
002210     05  WS-PND-KEY-ACCOUNT      PIC X(10).
002220     05  WS-PND-KEY-FEE-PERIOD   PIC 9(06).
002230 01  WS-PND-LAST-KEY             PIC X(19).
002240 01  WS-PND-SHOWN-COUNT          PIC 9(04) COMP VALUE ZERO.
002250 01  WS-PENDING-COUNT            PIC 9(08) COMP VALUE ZERO.
002260 01  WS-DECISION                 PIC X(01).
002270 01  WS-MNT-DECISION             PIC X(01) VALUE SPACE.
002280 01  WS-MNT-MAKER-ID             PIC X(08).
002290 01  WS-OLD-VALUE-TEXT           PIC X(15).
002300 01  WS-MAKER-DATE-EDITED        PIC 9999/99/99.
002310 01  WS-MAKER-TIME.
002320     05  WS-MAKER-HH             PIC 9(02).
002330     05  WS-MAKER-MM             PIC 9(02).
002340     05  FILLER                  PIC 9(04).
002350
002360*----------------------------------------------------------------
002370* KNOWN ISO CURRENCY CODES ACCEPTED ON FX-RATE-FILE. NOK AND KR
002380* ARE DELIBERATELY NOT IN THE TABLE - KRONER HOLDINGS NEVER GO
002390* THROUGH THE FX LOOKUP, SO A RATE FOR THEM WOULD ONLY INVITE
002400* MISTAKES.
002410*----------------------------------------------------------------
002420 01  WS-ISO-TABLE-DATA           PIC X(30) VALUE
002430         "USDEURGBPSEKDKKJPYCHFAUDCADISK".
002440 01  WS-ISO-TABLE REDEFINES WS-ISO-TABLE-DATA.
002450     05  WS-ISO-CODE             OCCURS 10 TIMES PIC X(03).
002460 01  WS-ISO-IX                   PIC 9(02) COMP.
002470
002480 01  WS-CPI-STATUS               PIC X(02).
002490 01  WS-FX-STATUS                PIC X(02).
002500 01  WS-MAINT-AUDIT-STATUS       PIC X(02).
002510 01  WS-FEE-STATUS               PIC X(02).
002520 01  WS-PCT-STATUS               PIC X(02).
002530 01  WS-BMK-STATUS               PIC X(02).
002540 01  WS-PND-STATUS               PIC X(02).
002550 01  WS-PCT-ACTION               PIC X(01).
002560 01  WS-OLD-PERIOD-STATUS        PIC X(06).
002570 01  WS-RUNLOG-STATUS            PIC X(02).
002580
002590*----------------------------------------------------------------
002600* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
002610* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
002620* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
002630* BEHANDLET-TELLEREN ER ANTALL ENDRINGER SOM FAKTISK BLE
002640* SKREVET OG LOGGET TIL MAINT-AUDIT-FILE, GODKJENNINGER OG
002650* AVVISNINGER MEDREGNET; LEST TELLER OGSA ENDRINGENE SOM BLE
002660* REGISTRERT TIL GODKJENNING.
002670*----------------------------------------------------------------
002680 01  WS-START-TIME               PIC 9(08).
002690 01  WS-END-TIME                 PIC 9(08).
002700 01  WS-END-DATE                 PIC 9(08).
002710 01  WS-RUN-OUTCOME              PIC X(12).
002720 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002730 01  WS-CHANGE-COUNT             PIC 9(08) COMP VALUE ZERO.
002740
002750 PROCEDURE DIVISION.
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002790         UNTIL WS-DONE.
002800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002810
002820*----------------------------------------------------------------
002830* 1000-INITIALIZE - IDENTIFY THE OPERATOR AND OPEN THE MASTERS
002840*                  FOR UPDATE. EVERY CHANGE IS LOGGED UNDER THE
002850*                  BRUKERID GIVEN HERE, SO A BLANK ID IS NOT
002860*                  ACCEPTED.
002870*----------------------------------------------------------------
002880 1000-INITIALIZE.
002890     DISPLAY "Skriv inn ditt brukerid?".
002900     ACCEPT WS-OPERATOR-ID.
002910     PERFORM 1100-REPROMPT-OPERATOR THRU 1100-EXIT
002920         UNTIL WS-OPERATOR-ID NOT = SPACES.
002930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002940     ACCEPT WS-START-TIME FROM TIME.
002950     OPEN I-O CPI-MASTER.
002960     IF WS-CPI-STATUS NOT = "00"
002970         MOVE "KUNNE IKKE APNE CPI-MASTER" TO WS-ERROR-MSG
002980         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002990     END-IF.
003000     OPEN I-O FX-RATE-FILE.
003010     IF WS-FX-STATUS NOT = "00"
003020         MOVE "KUNNE IKKE APNE FX-RATE-FILE" TO WS-ERROR-MSG
003030         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003040     END-IF.
003050     OPEN I-O FEE-FILE.
003060     IF WS-FEE-STATUS = "35"
003070         OPEN OUTPUT FEE-FILE
003080         CLOSE FEE-FILE
003090         OPEN I-O FEE-FILE
003100     END-IF.
003110     IF WS-FEE-STATUS NOT = "00"
003120         MOVE "KUNNE IKKE APNE FEE-FILE" TO WS-ERROR-MSG
003130         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003140     END-IF.
003150     OPEN I-O PERIOD-CONTROL-FILE.
003160     IF WS-PCT-STATUS = "35"
003170         OPEN OUTPUT PERIOD-CONTROL-FILE
003180         CLOSE PERIOD-CONTROL-FILE
003190         OPEN I-O PERIOD-CONTROL-FILE
003200     END-IF.
003210     IF WS-PCT-STATUS NOT = "00"
003220         MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
003230             WS-ERROR-MSG
003240         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003250     END-IF.
003260     OPEN I-O BENCHMARK-FILE.
003270     IF WS-BMK-STATUS = "35"
003280         OPEN OUTPUT BENCHMARK-FILE
003290         CLOSE BENCHMARK-FILE
003300         OPEN I-O BENCHMARK-FILE
003310     END-IF.
003320     IF WS-BMK-STATUS NOT = "00"
003330         MOVE "KUNNE IKKE APNE BENCHMARK-FILE" TO WS-ERROR-MSG
003340         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003350     END-IF.
003360     OPEN I-O PENDING-CHANGE-FILE.
003370     IF WS-PND-STATUS = "35"
003380         OPEN OUTPUT PENDING-CHANGE-FILE
003390         CLOSE PENDING-CHANGE-FILE
003400         OPEN I-O PENDING-CHANGE-FILE
003410     END-IF.
003420     IF WS-PND-STATUS NOT = "00"
003430         MOVE "KUNNE IKKE APNE PENDING-CHANGE-FILE" TO
003440             WS-ERROR-MSG
003450         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003460     END-IF.
003470     OPEN EXTEND MAINT-AUDIT-FILE.
003480     IF WS-MAINT-AUDIT-STATUS NOT = "00"
003490         MOVE "KUNNE IKKE APNE MAINT-AUDIT-FILE" TO WS-ERROR-MSG
003500         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003510     END-IF.
003520 1000-EXIT.
003530     EXIT.
003540
003550 1100-REPROMPT-OPERATOR.
003560     DISPLAY "BRUKERID KAN IKKE VERE BLANK.".
003570     DISPLAY "Skriv inn ditt brukerid?".
003580     ACCEPT WS-OPERATOR-ID.
003590 1100-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 2000-PROCESS-MENU - ONE PASS THROUGH THE MAIN MENU. PERFORMED
003640*                    FROM 0000-MAINLINE UNTIL THE OPERATOR ASKS
003650*                    TO FINISH.
003660*----------------------------------------------------------------
003670 2000-PROCESS-MENU.
003680     DISPLAY "Vedlikehold - 1=KPI,2=Valutakurs,3=Gebyr,"
003690         "4=Periode,5=Godkjenning,0=Avslutt?".
003700     ACCEPT WS-MENU-CHOICE.
003710     EVALUATE WS-MENU-CHOICE
003720         WHEN "1"
003730             PERFORM 2100-CPI-MAINTENANCE THRU 2100-EXIT
003740         WHEN "2"
003750             PERFORM 2500-FX-MAINTENANCE THRU 2500-EXIT
003760         WHEN "3"
003770             PERFORM 2700-FEE-MAINTENANCE THRU 2700-EXIT
003780         WHEN "4"
003790             PERFORM 2800-PERIOD-MAINTENANCE THRU 2800-EXIT
003800         WHEN "5"
003810             PERFORM 2900-PENDING-APPROVAL THRU 2900-EXIT
003820         WHEN "0"
003830             MOVE "J" TO WS-DONE-SW
003840         WHEN OTHER
003850             DISPLAY "UGYLDIG VALG - SVAR 1, 2, 3, 4, 5 ELLER 0."
003860     END-EVALUATE.
003870 2000-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------
003910* 2050-CHECK-PENDING - FINNES DET ALLEREDE EN ENDRING TIL
003920*                  GODKJENNING FOR PND-FILE-ID/PND-REC-KEY, MA
003930*                  DEN GODKJENNES ELLER AVVISES (MENYVALG 5) FOR
003940*                  POSTEN KAN ENDRES PA NYTT.
003950*----------------------------------------------------------------
003960 2050-CHECK-PENDING.
003970     MOVE "N" TO WS-PND-FOUND-SW.
003980     READ PENDING-CHANGE-FILE
003990         INVALID KEY
004000             CONTINUE
004010         NOT INVALID KEY
004020             MOVE "Y" TO WS-PND-FOUND-SW
004030             DISPLAY "DET VENTER ALLEREDE EN ENDRING TIL "
004040                 "GODKJENNING, REGISTRERT AV " PND-MAKER-ID "."
004050             DISPLAY "DEN MA GODKJENNES ELLER AVVISES FORST "
004060                 "(MENYVALG 5)."
004070     END-READ.
004080 2050-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------
004120* 2100-CPI-MAINTENANCE - ONE MAINTENANCE ACTION AGAINST CPI-
004130*                  MASTER. THE PERIOD IS VALIDATED AND READ
004140*                  FIRST, SO NY KAN AVVISES NAR PERIODEN FINNES
004150*                  OG ENDRE/SLETT NAR DEN IKKE GJOR DET, FOR NOE
004160*                  SKRIVES. ENDRINGEN LEGGES TIL GODKJENNING
004170*                  (7600), OG EN PERIODE SOM ALLEREDE HAR EN
004180*                  VENTENDE ENDRING KAN IKKE ENDRES PA NYTT FOR
004190*                  DEN ER GODKJENT ELLER AVVIST.
004200*----------------------------------------------------------------
004210 2100-CPI-MAINTENANCE.
004220     DISPLAY "Funksjon - N=Ny,E=Endre,S=Slett,0=Tilbake?".
004230     ACCEPT WS-ACTION.
004240     IF WS-ACTION = "0"
004250         GO TO 2100-EXIT
004260     END-IF.
004270     IF WS-ACTION NOT = "N" AND WS-ACTION NOT = "E"
004280             AND WS-ACTION NOT = "S"
004290         DISPLAY "UGYLDIG FUNKSJON - SVAR N, E, S ELLER 0."
004300         GO TO 2100-EXIT
004310     END-IF.
004320     DISPLAY "Hvilken periode (AAAAMM)?".
004330     ACCEPT WS-PERIOD-YM.
004340     PERFORM 4100-VALIDATE-PERIOD THRU 4100-EXIT.
004350     IF NOT WS-INPUT-VALID
004360         DISPLAY "FEIL: " WS-ERROR-MSG
004370         GO TO 2100-EXIT
004380     END-IF.
004390     PERFORM 2150-READ-CPI THRU 2150-EXIT.
004400     MOVE "CPI" TO PND-FILE-ID.
004410     MOVE WS-PERIOD-YM TO PND-REC-KEY.
004420     PERFORM 2050-CHECK-PENDING THRU 2050-EXIT.
004430     IF WS-PND-FOUND
004440         GO TO 2100-EXIT
004450     END-IF.
004460     EVALUATE WS-ACTION
004470         WHEN "N"
004480             PERFORM 2110-CPI-ADD THRU 2110-EXIT
004490         WHEN "E"
004500             PERFORM 2120-CPI-CHANGE THRU 2120-EXIT
004510         WHEN "S"
004520             PERFORM 2130-CPI-DELETE THRU 2130-EXIT
004530     END-EVALUATE.
004540 2100-EXIT.
004550     EXIT.
004560
004570 2110-CPI-ADD.
004580     IF WS-RECORD-FOUND
004590         MOVE CPI-INFLATION-RATE TO WS-CPI-RATE-EDITED
004600         DISPLAY "PERIODEN FINNES ALLEREDE MED SATS "
004610             WS-CPI-RATE-EDITED " - BRUK ENDRE."
004620         GO TO 2110-EXIT
004630     END-IF.
004640     PERFORM 2160-ACCEPT-CPI-RATE THRU 2160-EXIT.
004650     IF NOT WS-INPUT-VALID
004660         GO TO 2110-EXIT
004670     END-IF.
004680     MOVE SPACES TO PENDING-CHANGE-RECORD.
004690     MOVE "CPI" TO PND-FILE-ID.
004700     MOVE WS-PERIOD-YM TO PND-REC-KEY.
004710     MOVE "N" TO PND-ACTION.
004720     MOVE WS-CPI-RATE TO WS-CPI-RATE-EDITED.
004730     MOVE SPACES TO PND-OLD-VALUE.
004740     MOVE WS-CPI-RATE-EDITED TO PND-NEW-VALUE.
004750     MOVE WS-CPI-RATE TO PND-CPI-RATE.
004760     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
004770 2110-EXIT.
004780     EXIT.
004790
004800 2120-CPI-CHANGE.
004810     IF NOT WS-RECORD-FOUND
004820         DISPLAY "PERIODEN FINNES IKKE PA CPI-MASTER."
004830         GO TO 2120-EXIT
004840     END-IF.
004850     MOVE CPI-INFLATION-RATE TO WS-CPI-RATE-EDITED.
004860     DISPLAY "GAMMEL SATS: " WS-CPI-RATE-EDITED.
004870     MOVE WS-CPI-RATE-EDITED TO WS-OLD-VALUE-TEXT.
004880     PERFORM 2160-ACCEPT-CPI-RATE THRU 2160-EXIT.
004890     IF NOT WS-INPUT-VALID
004900         GO TO 2120-EXIT
004910     END-IF.
004920     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
004930     IF NOT WS-CONFIRMED
004940         DISPLAY "ENDRING AVBRUTT."
004950         GO TO 2120-EXIT
004960     END-IF.
004970     MOVE SPACES TO PENDING-CHANGE-RECORD.
004980     MOVE "CPI" TO PND-FILE-ID.
004990     MOVE WS-PERIOD-YM TO PND-REC-KEY.
005000     MOVE "E" TO PND-ACTION.
005010     MOVE WS-CPI-RATE TO WS-CPI-RATE-EDITED.
005020     MOVE WS-OLD-VALUE-TEXT TO PND-OLD-VALUE.
005030     MOVE WS-CPI-RATE-EDITED TO PND-NEW-VALUE.
005040     MOVE WS-CPI-RATE TO PND-CPI-RATE.
005050     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
005060 2120-EXIT.
005070     EXIT.
005080
005090 2130-CPI-DELETE.
005100     IF NOT WS-RECORD-FOUND
005110         DISPLAY "PERIODEN FINNES IKKE PA CPI-MASTER."
005120         GO TO 2130-EXIT
005130     END-IF.
005140     MOVE CPI-INFLATION-RATE TO WS-CPI-RATE-EDITED.
005150     DISPLAY "GAMMEL SATS: " WS-CPI-RATE-EDITED.
005160     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
005170     IF NOT WS-CONFIRMED
005180         DISPLAY "SLETTING AVBRUTT."
005190         GO TO 2130-EXIT
005200     END-IF.
005210     MOVE SPACES TO PENDING-CHANGE-RECORD.
005220     MOVE "CPI" TO PND-FILE-ID.
005230     MOVE WS-PERIOD-YM TO PND-REC-KEY.
005240     MOVE "S" TO PND-ACTION.
005250     MOVE WS-CPI-RATE-EDITED TO PND-OLD-VALUE.
005260     MOVE SPACES TO PND-NEW-VALUE.
005270     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
005280 2130-EXIT.
005290     EXIT.
005300
005310 2150-READ-CPI.
005320     MOVE "N" TO WS-FOUND-SW.
005330     MOVE WS-PERIOD-YM TO CPI-PERIOD-KEY.
005340     READ CPI-MASTER
005350         INVALID KEY
005360             CONTINUE
005370         NOT INVALID KEY
005380             MOVE "Y" TO WS-FOUND-SW
005390     END-READ.
005400 2150-EXIT.
005410     EXIT.
005420
005430 2160-ACCEPT-CPI-RATE.
005440     DISPLAY "Inflasjonssats i prosent?".
005450     ACCEPT WS-CPI-RATE.
005460     PERFORM 4200-VALIDATE-CPI-RATE THRU 4200-EXIT.
005470     IF NOT WS-INPUT-VALID
005480         DISPLAY "FEIL: " WS-ERROR-MSG
005490     END-IF.
005500 2160-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540* 2500-FX-MAINTENANCE - ONE MAINTENANCE ACTION AGAINST FX-RATE-
005550*                  FILE, SAMME MONSTER SOM 2100 FOR CPI-MASTER.
005560*----------------------------------------------------------------
005570 2500-FX-MAINTENANCE.
005580     DISPLAY "Funksjon - N=Ny,E=Endre,S=Slett,0=Tilbake?".
005590     ACCEPT WS-ACTION.
005600     IF WS-ACTION = "0"
005610         GO TO 2500-EXIT
005620     END-IF.
005630     IF WS-ACTION NOT = "N" AND WS-ACTION NOT = "E"
005640             AND WS-ACTION NOT = "S"
005650         DISPLAY "UGYLDIG FUNKSJON - SVAR N, E, S ELLER 0."
005660         GO TO 2500-EXIT
005670     END-IF.
005680     DISPLAY "Hvilken valutakode (ISO)?".
005690     ACCEPT WS-CURRENCY-CODE.
005700     PERFORM 4300-VALIDATE-CURRENCY THRU 4300-EXIT.
005710     IF NOT WS-INPUT-VALID
005720         DISPLAY "FEIL: " WS-ERROR-MSG
005730         GO TO 2500-EXIT
005740     END-IF.
005750     DISPLAY "Hvilken periode (AAAAMM)?".
005760     ACCEPT WS-PERIOD-YM.
005770     PERFORM 4100-VALIDATE-PERIOD THRU 4100-EXIT.
005780     IF NOT WS-INPUT-VALID
005790         DISPLAY "FEIL: " WS-ERROR-MSG
005800         GO TO 2500-EXIT
005810     END-IF.
005820     PERFORM 2550-READ-FX THRU 2550-EXIT.
005830     MOVE "FX " TO PND-FILE-ID.
005840     MOVE WS-CURRENCY-CODE TO WS-FX-AUDIT-CCY.
005850     MOVE WS-PERIOD-YM TO WS-FX-AUDIT-PERIOD.
005860     MOVE WS-FX-AUDIT-KEY TO PND-REC-KEY.
005870     PERFORM 2050-CHECK-PENDING THRU 2050-EXIT.
005880     IF WS-PND-FOUND
005890         GO TO 2500-EXIT
005900     END-IF.
005910     EVALUATE WS-ACTION
005920         WHEN "N"
005930             PERFORM 2510-FX-ADD THRU 2510-EXIT
005940         WHEN "E"
005950             PERFORM 2520-FX-CHANGE THRU 2520-EXIT
005960         WHEN "S"
005970             PERFORM 2530-FX-DELETE THRU 2530-EXIT
005980     END-EVALUATE.
005990 2500-EXIT.
006000     EXIT.
006010
006020 2510-FX-ADD.
006030     IF WS-RECORD-FOUND
006040         MOVE FX-RATE-TO-KR TO WS-FX-RATE-EDITED
006050         DISPLAY "VALUTAEN FINNES ALLEREDE MED KURS "
006060             WS-FX-RATE-EDITED " - BRUK ENDRE."
006070         GO TO 2510-EXIT
006080     END-IF.
006090     PERFORM 2560-ACCEPT-FX-RATE THRU 2560-EXIT.
006100     IF NOT WS-INPUT-VALID
006110         GO TO 2510-EXIT
006120     END-IF.
006130     MOVE SPACES TO PENDING-CHANGE-RECORD.
006140     MOVE "FX " TO PND-FILE-ID.
006150     MOVE WS-FX-AUDIT-KEY TO PND-REC-KEY.
006160     MOVE "N" TO PND-ACTION.
006170     MOVE WS-FX-RATE TO WS-FX-RATE-EDITED.
006180     MOVE SPACES TO PND-OLD-VALUE.
006190     MOVE WS-FX-RATE-EDITED TO PND-NEW-VALUE.
006200     MOVE WS-FX-RATE TO PND-FX-RATE.
006210     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
006220 2510-EXIT.
006230     EXIT.
006240
006250 2520-FX-CHANGE.
006260     IF NOT WS-RECORD-FOUND
006270         DISPLAY "VALUTA/PERIODE FINNES IKKE PA FX-RATE-FILE."
006280         GO TO 2520-EXIT
006290     END-IF.
006300     MOVE FX-RATE-TO-KR TO WS-FX-RATE-EDITED.
006310     DISPLAY "GAMMEL KURS: " WS-FX-RATE-EDITED.
006320     MOVE WS-FX-RATE-EDITED TO WS-OLD-VALUE-TEXT.
006330     PERFORM 2560-ACCEPT-FX-RATE THRU 2560-EXIT.
006340     IF NOT WS-INPUT-VALID
006350         GO TO 2520-EXIT
006360     END-IF.
006370     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
006380     IF NOT WS-CONFIRMED
006390         DISPLAY "ENDRING AVBRUTT."
006400         GO TO 2520-EXIT
006410     END-IF.
006420     MOVE SPACES TO PENDING-CHANGE-RECORD.
006430     MOVE "FX " TO PND-FILE-ID.
006440     MOVE WS-FX-AUDIT-KEY TO PND-REC-KEY.
006450     MOVE "E" TO PND-ACTION.
006460     MOVE WS-FX-RATE TO WS-FX-RATE-EDITED.
006470     MOVE WS-OLD-VALUE-TEXT TO PND-OLD-VALUE.
006480     MOVE WS-FX-RATE-EDITED TO PND-NEW-VALUE.
006490     MOVE WS-FX-RATE TO PND-FX-RATE.
006500     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
006510 2520-EXIT.
006520     EXIT.
006530
006540 2530-FX-DELETE.
006550     IF NOT WS-RECORD-FOUND
006560         DISPLAY "VALUTA/PERIODE FINNES IKKE PA FX-RATE-FILE."
006570         GO TO 2530-EXIT
006580     END-IF.
006590     MOVE FX-RATE-TO-KR TO WS-FX-RATE-EDITED.
006600     DISPLAY "GAMMEL KURS: " WS-FX-RATE-EDITED.
006610     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
006620     IF NOT WS-CONFIRMED
006630         DISPLAY "SLETTING AVBRUTT."
006640         GO TO 2530-EXIT
006650     END-IF.
006660     MOVE SPACES TO PENDING-CHANGE-RECORD.
006670     MOVE "FX " TO PND-FILE-ID.
006680     MOVE WS-FX-AUDIT-KEY TO PND-REC-KEY.
006690     MOVE "S" TO PND-ACTION.
006700     MOVE WS-FX-RATE-EDITED TO PND-OLD-VALUE.
006710     MOVE SPACES TO PND-NEW-VALUE.
006720     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
006730 2530-EXIT.
006740     EXIT.
006750
006760 2550-READ-FX.
006770     MOVE "N" TO WS-FOUND-SW.
006780     MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY.
006790     MOVE WS-PERIOD-YM TO FX-PERIOD-YM.
006800     READ FX-RATE-FILE
006810         INVALID KEY
006820             CONTINUE
006830         NOT INVALID KEY
006840             MOVE "Y" TO WS-FOUND-SW
006850     END-READ.
006860 2550-EXIT.
006870     EXIT.
006880
006890 2560-ACCEPT-FX-RATE.
006900     DISPLAY "Kurs til kroner?".
006910     ACCEPT WS-FX-RATE.
006920     PERFORM 4400-VALIDATE-FX-RATE THRU 4400-EXIT.
006930     IF NOT WS-INPUT-VALID
006940         DISPLAY "FEIL: " WS-ERROR-MSG
006950     END-IF.
006960 2560-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000* 2700-FEE-MAINTENANCE - ONE MAINTENANCE ACTION AGAINST FEE-
007010*                  FILE, SAMME MONSTER SOM 2100 OG 2500:
007020*                  KONTO OG PERIODE KONTROLLERES OG LESES
007030*                  FORST, SA NY/ENDRE/SLETT KAN AVVISES PA
007040*                  RIKTIG GRUNNLAG FOR NOE SKRIVES.
007050*----------------------------------------------------------------
007060 2700-FEE-MAINTENANCE.
007070     DISPLAY "Funksjon - N=Ny,E=Endre,S=Slett,0=Tilbake?".
007080     ACCEPT WS-ACTION.
007090     IF WS-ACTION = "0"
007100         GO TO 2700-EXIT
007110     END-IF.
007120     IF WS-ACTION NOT = "N" AND WS-ACTION NOT = "E"
007130             AND WS-ACTION NOT = "S"
007140         DISPLAY "UGYLDIG FUNKSJON - SVAR N, E, S ELLER 0."
007150         GO TO 2700-EXIT
007160     END-IF.
007170     DISPLAY "Hvilket kontonummer?".
007180     ACCEPT WS-ACCOUNT-ID.
007190     IF WS-ACCOUNT-ID = SPACES
007200         DISPLAY "FEIL: KONTONUMMER KAN IKKE VERE BLANKT."
007210         GO TO 2700-EXIT
007220     END-IF.
007230     DISPLAY "Hvilken periode (AAAAMM)?".
007240     ACCEPT WS-PERIOD-YM.
007250     PERFORM 4100-VALIDATE-PERIOD THRU 4100-EXIT.
007260     IF NOT WS-INPUT-VALID
007270         DISPLAY "FEIL: " WS-ERROR-MSG
007280         GO TO 2700-EXIT
007290     END-IF.
007300     PERFORM 2750-READ-FEE THRU 2750-EXIT.
007310     MOVE "FEE" TO PND-FILE-ID.
007320     MOVE WS-ACCOUNT-ID TO WS-FEE-AUDIT-ACCOUNT.
007330     MOVE WS-PERIOD-YM TO WS-FEE-AUDIT-PERIOD.
007340     MOVE WS-FEE-AUDIT-KEY TO PND-REC-KEY.
007350     PERFORM 2050-CHECK-PENDING THRU 2050-EXIT.
007360     IF WS-PND-FOUND
007370         GO TO 2700-EXIT
007380     END-IF.
007390     EVALUATE WS-ACTION
007400         WHEN "N"
007410             PERFORM 2710-FEE-ADD THRU 2710-EXIT
007420         WHEN "E"
007430             PERFORM 2720-FEE-CHANGE THRU 2720-EXIT
007440         WHEN "S"
007450             PERFORM 2730-FEE-DELETE THRU 2730-EXIT
007460     END-EVALUATE.
007470 2700-EXIT.
007480     EXIT.
007490
007500 2710-FEE-ADD.
007510     IF WS-RECORD-FOUND
007520         MOVE FEE-PCT TO WS-FEE-PCT-EDITED
007530         MOVE FEE-FIXED-KR TO WS-FEE-FIXED-EDITED
007540         DISPLAY "GEBYRET FINNES ALLEREDE: " WS-FEE-VALUE-TEXT
007550             "- BRUK ENDRE."
007560         GO TO 2710-EXIT
007570     END-IF.
007580     PERFORM 2760-ACCEPT-FEE-RATES THRU 2760-EXIT.
007590     IF NOT WS-INPUT-VALID
007600         GO TO 2710-EXIT
007610     END-IF.
007620     MOVE SPACES TO PENDING-CHANGE-RECORD.
007630     MOVE "FEE" TO PND-FILE-ID.
007640     MOVE WS-FEE-AUDIT-KEY TO PND-REC-KEY.
007650     MOVE "N" TO PND-ACTION.
007660     MOVE WS-FEE-PCT TO WS-FEE-PCT-EDITED.
007670     MOVE WS-FEE-FIXED TO WS-FEE-FIXED-EDITED.
007680     MOVE SPACES TO PND-OLD-VALUE.
007690     MOVE WS-FEE-VALUE-TEXT TO PND-NEW-VALUE.
007700     MOVE WS-FEE-PCT TO PND-FEE-PCT.
007710     MOVE WS-FEE-FIXED TO PND-FEE-FIXED.
007720     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
007730 2710-EXIT.
007740     EXIT.
007750
007760 2720-FEE-CHANGE.
007770     IF NOT WS-RECORD-FOUND
007780         DISPLAY "KONTO/PERIODE FINNES IKKE PA FEE-FILE."
007790         GO TO 2720-EXIT
007800     END-IF.
007810     MOVE FEE-PCT TO WS-FEE-PCT-EDITED.
007820     MOVE FEE-FIXED-KR TO WS-FEE-FIXED-EDITED.
007830     DISPLAY "GAMMELT GEBYR: " WS-FEE-VALUE-TEXT.
007840     MOVE WS-FEE-VALUE-TEXT TO WS-OLD-VALUE-TEXT.
007850     PERFORM 2760-ACCEPT-FEE-RATES THRU 2760-EXIT.
007860     IF NOT WS-INPUT-VALID
007870         GO TO 2720-EXIT
007880     END-IF.
007890     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
007900     IF NOT WS-CONFIRMED
007910         DISPLAY "ENDRING AVBRUTT."
007920         GO TO 2720-EXIT
007930     END-IF.
007940     MOVE SPACES TO PENDING-CHANGE-RECORD.
007950     MOVE "FEE" TO PND-FILE-ID.
007960     MOVE WS-FEE-AUDIT-KEY TO PND-REC-KEY.
007970     MOVE "E" TO PND-ACTION.
007980     MOVE WS-FEE-PCT TO WS-FEE-PCT-EDITED.
007990     MOVE WS-FEE-FIXED TO WS-FEE-FIXED-EDITED.
008000     MOVE WS-OLD-VALUE-TEXT TO PND-OLD-VALUE.
008010     MOVE WS-FEE-VALUE-TEXT TO PND-NEW-VALUE.
008020     MOVE WS-FEE-PCT TO PND-FEE-PCT.
008030     MOVE WS-FEE-FIXED TO PND-FEE-FIXED.
008040     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
008050 2720-EXIT.
008060     EXIT.
008070
008080 2730-FEE-DELETE.
008090     IF NOT WS-RECORD-FOUND
008100         DISPLAY "KONTO/PERIODE FINNES IKKE PA FEE-FILE."
008110         GO TO 2730-EXIT
008120     END-IF.
008130     MOVE FEE-PCT TO WS-FEE-PCT-EDITED.
008140     MOVE FEE-FIXED-KR TO WS-FEE-FIXED-EDITED.
008150     DISPLAY "GAMMELT GEBYR: " WS-FEE-VALUE-TEXT.
008160     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
008170     IF NOT WS-CONFIRMED
008180         DISPLAY "SLETTING AVBRUTT."
008190         GO TO 2730-EXIT
008200     END-IF.
008210     MOVE SPACES TO PENDING-CHANGE-RECORD.
008220     MOVE "FEE" TO PND-FILE-ID.
008230     MOVE WS-FEE-AUDIT-KEY TO PND-REC-KEY.
008240     MOVE "S" TO PND-ACTION.
008250     MOVE WS-FEE-VALUE-TEXT TO PND-OLD-VALUE.
008260     MOVE SPACES TO PND-NEW-VALUE.
008270     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
008280 2730-EXIT.
008290     EXIT.
008300
008310 2750-READ-FEE.
008320     MOVE "N" TO WS-FOUND-SW.
008330     MOVE WS-ACCOUNT-ID TO FEE-ACCOUNT-ID.
008340     MOVE WS-PERIOD-YM TO FEE-PERIOD-YM.
008350     READ FEE-FILE
008360         INVALID KEY
008370             CONTINUE
008380         NOT INVALID KEY
008390             MOVE "Y" TO WS-FOUND-SW
008400     END-READ.
008410 2750-EXIT.
008420     EXIT.
008430
008440 2760-ACCEPT-FEE-RATES.
008450     DISPLAY "Gebyrsats i prosent av kapitalbasen?".
008460     ACCEPT WS-FEE-PCT.
008470     PERFORM 4500-VALIDATE-FEE-PCT THRU 4500-EXIT.
008480     IF NOT WS-INPUT-VALID
008490         DISPLAY "FEIL: " WS-ERROR-MSG
008500         GO TO 2760-EXIT
008510     END-IF.
008520     DISPLAY "Fast gebyr i kroner?".
008530     ACCEPT WS-FEE-FIXED.
008540     PERFORM 4600-VALIDATE-FEE-FIXED THRU 4600-EXIT.
008550     IF NOT WS-INPUT-VALID
008560         DISPLAY "FEIL: " WS-ERROR-MSG
008570     END-IF.
008580 2760-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------
008620* 2800-PERIOD-MAINTENANCE - LUKK ELLER GJENAPNE EN PERIODE PA
008630*                  PERIOD-CONTROL-FILE. LUKKING GJOR AT BATCH-
008640*                  MODUSENE AVVISER TRANSAKSJONER MOT PERIODEN
008650*                  (ARSAK 70); GJENAPNING ER FOR EN TILSIKTET
008660*                  RESTATEMENT, KREVER BEKREFTELSE OG LEGGES
008670*                  TIL GODKJENNING AV EN ANNEN BRUKERID. BEGGE
008680*                  LOGGES TIL MAINT-AUDIT-FILE, SA LUKKING AV
008690*                  EN MANED ER EN EKSPLISITT, SPORBAR HANDLING.
008700*----------------------------------------------------------------
008710 2800-PERIOD-MAINTENANCE.
008720     DISPLAY "Funksjon - L=Lukk,G=Gjenapne,0=Tilbake?".
008730     ACCEPT WS-PCT-ACTION.
008740     IF WS-PCT-ACTION = "0"
008750         GO TO 2800-EXIT
008760     END-IF.
008770     IF WS-PCT-ACTION NOT = "L" AND WS-PCT-ACTION NOT = "G"
008780         DISPLAY "UGYLDIG FUNKSJON - SVAR L, G ELLER 0."
008790         GO TO 2800-EXIT
008800     END-IF.
008810     DISPLAY "Hvilken periode (AAAAMM)?".
008820     ACCEPT WS-PERIOD-YM.
008830     PERFORM 4100-VALIDATE-PERIOD THRU 4100-EXIT.
008840     IF NOT WS-INPUT-VALID
008850         DISPLAY "FEIL: " WS-ERROR-MSG
008860         GO TO 2800-EXIT
008870     END-IF.
008880     PERFORM 2850-READ-PERIOD THRU 2850-EXIT.
008890     IF WS-PCT-ACTION = "L"
008900         PERFORM 2810-PERIOD-CLOSE THRU 2810-EXIT
008910     ELSE
008920         PERFORM 2820-PERIOD-REOPEN THRU 2820-EXIT
008930     END-IF.
008940 2800-EXIT.
008950     EXIT.
008960
008970 2810-PERIOD-CLOSE.
008980     IF WS-RECORD-FOUND AND PCT-STATUS = "L"
008990         DISPLAY "PERIODEN ER ALLEREDE LUKKET."
009000         GO TO 2810-EXIT
009010     END-IF.
009020     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
009030     IF NOT WS-CONFIRMED
009040         DISPLAY "LUKKING AVBRUTT."
009050         GO TO 2810-EXIT
009060     END-IF.
009070     IF WS-RECORD-FOUND
009080         MOVE "APEN" TO WS-OLD-PERIOD-STATUS
009090         MOVE "L" TO PCT-STATUS
009100         REWRITE PERIOD-CONTROL-RECORD
009110             INVALID KEY
009120                 DISPLAY "SKRIVEFEIL MOT PERIOD-CONTROL-FILE, "
009130                     "STATUS " WS-PCT-STATUS
009140                 GO TO 2810-EXIT
009150         END-REWRITE
009160     ELSE
009170         MOVE SPACES TO WS-OLD-PERIOD-STATUS
009180         MOVE SPACES TO PERIOD-CONTROL-RECORD
009190         MOVE WS-PERIOD-YM TO PCT-PERIOD-YM
009200         MOVE "L" TO PCT-STATUS
009210         WRITE PERIOD-CONTROL-RECORD
009220             INVALID KEY
009230                 DISPLAY "SKRIVEFEIL MOT PERIOD-CONTROL-FILE, "
009240                     "STATUS " WS-PCT-STATUS
009250                 GO TO 2810-EXIT
009260         END-WRITE
009270     END-IF.
009280     MOVE WS-OLD-PERIOD-STATUS TO MNT-OLD-VALUE.
009290     MOVE "LUKKET" TO MNT-NEW-VALUE.
009300     MOVE "L" TO MNT-ACTION.
009310     PERFORM 7300-WRITE-PCT-AUDIT THRU 7300-EXIT.
009320     DISPLAY "PERIODE " WS-PERIOD-YM " LUKKET.".
009330 2810-EXIT.
009340     EXIT.
009350
009360 2820-PERIOD-REOPEN.
009370     IF NOT WS-RECORD-FOUND OR PCT-STATUS NOT = "L"
009380         DISPLAY "PERIODEN ER IKKE LUKKET."
009390         GO TO 2820-EXIT
009400     END-IF.
009410     MOVE "PCT" TO PND-FILE-ID.
009420     MOVE WS-PERIOD-YM TO PND-REC-KEY.
009430     PERFORM 2050-CHECK-PENDING THRU 2050-EXIT.
009440     IF WS-PND-FOUND
009450         GO TO 2820-EXIT
009460     END-IF.
009470     DISPLAY "GJENAPNING TILLATER OMBEREGNING AV EN POSTERT "
009480         "PERIODE.".
009490     PERFORM 8000-CONFIRM-CHANGE THRU 8000-EXIT.
009500     IF NOT WS-CONFIRMED
009510         DISPLAY "GJENAPNING AVBRUTT."
009520         GO TO 2820-EXIT
009530     END-IF.
009540     MOVE SPACES TO PENDING-CHANGE-RECORD.
009550     MOVE "PCT" TO PND-FILE-ID.
009560     MOVE WS-PERIOD-YM TO PND-REC-KEY.
009570     MOVE "G" TO PND-ACTION.
009580     MOVE "LUKKET" TO PND-OLD-VALUE.
009590     MOVE "APEN" TO PND-NEW-VALUE.
009600     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
009610 2820-EXIT.
009620     EXIT.
009630
009640 2850-READ-PERIOD.
009650     MOVE "N" TO WS-FOUND-SW.
009660     MOVE WS-PERIOD-YM TO PCT-PERIOD-YM.
009670     READ PERIOD-CONTROL-FILE
009680         INVALID KEY
009690             CONTINUE
009700         NOT INVALID KEY
009710             MOVE "Y" TO WS-FOUND-SW
009720     END-READ.
009730 2850-EXIT.
009740     EXIT.
009750
009760*----------------------------------------------------------------
009770* 2900-PENDING-APPROVAL - GA GJENNOM ENDRINGENE SOM VENTER PA
009780*                  GODKJENNING, I NOKKELREKKEFOLGE. EN ENDRING
009790*                  SOM DENNE BRUKERIDEN SELV HAR REGISTRERT
009800*                  VISES, MEN KAN BARE BEHANDLES AV EN ANNEN.
009810*                  FILEN POSISJONERES PA NYTT FOR HVER POST, SA
009820*                  SLETTING AV EN BEHANDLET POST IKKE FORSTYRRER
009830*                  LESINGEN.
009840*----------------------------------------------------------------
009850 2900-PENDING-APPROVAL.
009860     MOVE LOW-VALUES TO WS-PND-LAST-KEY.
009870     MOVE "N" TO WS-PND-EOF-SW.
009880     MOVE ZERO TO WS-PND-SHOWN-COUNT.
009890     PERFORM 2910-NEXT-PENDING THRU 2910-EXIT
009900         UNTIL WS-PND-EOF.
009910     IF WS-PND-SHOWN-COUNT = ZERO
009920         DISPLAY "INGEN ENDRINGER VENTER PA GODKJENNING."
009930     END-IF.
009940 2900-EXIT.
009950     EXIT.
009960
009970 2910-NEXT-PENDING.
009980     MOVE WS-PND-LAST-KEY TO PND-KEY.
009990     START PENDING-CHANGE-FILE KEY > PND-KEY
010000         INVALID KEY
010010             MOVE "Y" TO WS-PND-EOF-SW
010020             GO TO 2910-EXIT
010030     END-START.
010040     READ PENDING-CHANGE-FILE NEXT RECORD
010050         AT END
010060             MOVE "Y" TO WS-PND-EOF-SW
010070             GO TO 2910-EXIT
010080     END-READ.
010090     MOVE PND-KEY TO WS-PND-LAST-KEY.
010100     ADD 1 TO WS-PND-SHOWN-COUNT.
010110     PERFORM 2920-SHOW-PENDING THRU 2920-EXIT.
010120     IF PND-MAKER-ID = WS-OPERATOR-ID
010130         DISPLAY "REGISTRERT AV DEG - MA BEHANDLES AV EN ANNEN "
010140             "BRUKERID."
010150         GO TO 2910-EXIT
010160     END-IF.
010170     DISPLAY "Beslutning - G=Godkjenn,A=Avvis,H=Hopp over,"
010180         "0=Tilbake?".
010190     ACCEPT WS-DECISION.
010200     EVALUATE WS-DECISION
010210         WHEN "G"
010220             PERFORM 2930-APPROVE-PENDING THRU 2930-EXIT
010230         WHEN "A"
010240             PERFORM 2980-REJECT-PENDING THRU 2980-EXIT
010250         WHEN "H"
010260             CONTINUE
010270         WHEN "0"
010280             MOVE "Y" TO WS-PND-EOF-SW
010290         WHEN OTHER
010300             DISPLAY "UGYLDIG SVAR - ENDRINGEN ER HOPPET OVER."
010310     END-EVALUATE.
010320 2910-EXIT.
010330     EXIT.
010340
010350 2920-SHOW-PENDING.
010360     MOVE PND-MAKER-DATE TO WS-MAKER-DATE-EDITED.
010370     MOVE PND-MAKER-TIME TO WS-MAKER-TIME.
010380     DISPLAY " ".
010390     DISPLAY "TIL GODKJENNING: " PND-FILE-ID " " PND-REC-KEY
010400         " FUNKSJON " PND-ACTION.
010410     DISPLAY "REGISTRERT AV " PND-MAKER-ID " "
010420         WS-MAKER-DATE-EDITED " KL " WS-MAKER-HH "." WS-MAKER-MM.
010430     IF PND-FROM-IMPORT
010440         DISPLAY "FRA RATEIMPORT: " PND-NOTE
010450     END-IF.
010460     DISPLAY "GAMMEL: " PND-OLD-VALUE "  NY: " PND-NEW-VALUE.
010470 2920-EXIT.
010480     EXIT.
010490
010500*----------------------------------------------------------------
010510* 2930-APPROVE-PENDING - GODKJENN ENDRINGEN: OPPDATER MASTEREN
010520*                  (3100-3500) OG LOGG MED REGISTRERER OG
010530*                  GODKJENNER, OG FJERN DEN FRA VENTEKOEN. ER
010540*                  MASTEREN IKKE LENGER I DEN TILSTANDEN ENDRINGEN
010550*                  FORUTSETTER, OPPDATERES INGENTING OG ENDRINGEN
010560*                  BLIR LIGGENDE TIL DEN AVVISES.
010570*----------------------------------------------------------------
010580 2930-APPROVE-PENDING.
010590     MOVE PND-REC-KEY TO WS-PND-KEY-WORK.
010600     MOVE "Y" TO WS-VALID-SW.
010610     MOVE "G" TO WS-MNT-DECISION.
010620     MOVE PND-MAKER-ID TO WS-MNT-MAKER-ID.
010630     EVALUATE PND-FILE-ID
010640         WHEN "CPI"
010650             PERFORM 3100-APPLY-CPI THRU 3100-EXIT
010660         WHEN "FX "
010670             PERFORM 3200-APPLY-FX THRU 3200-EXIT
010680         WHEN "FEE"
010690             PERFORM 3300-APPLY-FEE THRU 3300-EXIT
010700         WHEN "PCT"
010710             PERFORM 3400-APPLY-PCT THRU 3400-EXIT
010720         WHEN "BMK"
010730             PERFORM 3500-APPLY-BMK THRU 3500-EXIT
010740         WHEN OTHER
010750             MOVE "N" TO WS-VALID-SW
010760             MOVE "UKJENT FIL-ID PA ENDRINGEN" TO WS-ERROR-MSG
010770     END-EVALUATE.
010780     MOVE SPACE TO WS-MNT-DECISION.
010790     IF NOT WS-INPUT-VALID
010800         DISPLAY "IKKE GODKJENT: " WS-ERROR-MSG
010810         DISPLAY "ENDRINGEN VENTER FORTSATT - AVVIS DEN OG "
010820             "REGISTRER PA NYTT."
010830         GO TO 2930-EXIT
010840     END-IF.
010850     PERFORM 2990-REMOVE-PENDING THRU 2990-EXIT.
010860     DISPLAY "GODKJENT - MASTEREN ER OPPDATERT.".
010870 2930-EXIT.
010880     EXIT.
010890
010900*----------------------------------------------------------------
010910* 2980-REJECT-PENDING - AVVIS ENDRINGEN: MASTEREN ER UENDRET, MEN
010920*                  AVVISNINGEN LOGGES MED REGISTRER, GODKJENNER
010930*                  OG DEN FORESLATTE VERDIEN, SA OGSA EN AVVIST
010940*                  ENDRING KAN SPORES.
010950*----------------------------------------------------------------
010960 2980-REJECT-PENDING.
010970     MOVE PND-FILE-ID TO MNT-FILE-ID.
010980     MOVE PND-REC-KEY TO MNT-KEY.
010990     MOVE PND-ACTION TO MNT-ACTION.
011000     MOVE PND-OLD-VALUE TO MNT-OLD-VALUE.
011010     MOVE PND-NEW-VALUE TO MNT-NEW-VALUE.
011020     MOVE "A" TO WS-MNT-DECISION.
011030     MOVE PND-MAKER-ID TO WS-MNT-MAKER-ID.
011040     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
011050     MOVE SPACE TO WS-MNT-DECISION.
011060     PERFORM 2990-REMOVE-PENDING THRU 2990-EXIT.
011070     DISPLAY "AVVIST - MASTEREN ER UENDRET.".
011080 2980-EXIT.
011090     EXIT.
011100
011110 2990-REMOVE-PENDING.
011120     DELETE PENDING-CHANGE-FILE
011130         INVALID KEY
011140             DISPLAY "SLETTEFEIL MOT PENDING-CHANGE-FILE, STATUS "
011150                 WS-PND-STATUS
011160     END-DELETE.
011170 2990-EXIT.
011180     EXIT.
011190
011200*----------------------------------------------------------------
011210* 3100-3500 - OPPDATER MASTEREN MED EN GODKJENT ENDRING, SAMME
011220*            SKRIVING OG LOGGING SOM VEDLIKEHOLDET GJORDE DIREKTE
011230*            FOR FIREOYNSKONTROLLEN. GAMMEL VERDI I LOGGEN TAS FRA
011240*            MASTEREN NA. 3900 KONTROLLERER AT POSTEN FINNES
011250*            (ENDRE, SLETT, GJENAPNE) ELLER IKKE FINNES (NY).
011260*----------------------------------------------------------------
011270 3100-APPLY-CPI.
011280     MOVE WS-PND-KEY-PERIOD TO WS-PERIOD-YM.
011290     PERFORM 2150-READ-CPI THRU 2150-EXIT.
011300     PERFORM 3900-CHECK-MASTER-STATE THRU 3900-EXIT.
011310     IF NOT WS-INPUT-VALID
011320         GO TO 3100-EXIT
011330     END-IF.
011340     EVALUATE PND-ACTION
011350         WHEN "N"
011360             MOVE SPACES TO CPI-RECORD
011370             MOVE WS-PERIOD-YM TO CPI-PERIOD-KEY
011380             MOVE PND-CPI-RATE TO CPI-INFLATION-RATE
011390             MOVE SPACES TO MNT-OLD-VALUE
011400             WRITE CPI-RECORD
011410                 INVALID KEY
011420                     DISPLAY "SKRIVEFEIL MOT CPI-MASTER, STATUS "
011430                         WS-CPI-STATUS
011440                     PERFORM 3950-MASTER-WRITE-FAILED
011450                         THRU 3950-EXIT
011460                     GO TO 3100-EXIT
011470             END-WRITE
011480         WHEN "E"
011490             MOVE CPI-INFLATION-RATE TO WS-CPI-RATE-EDITED
011500             MOVE WS-CPI-RATE-EDITED TO MNT-OLD-VALUE
011510             MOVE PND-CPI-RATE TO CPI-INFLATION-RATE
011520             REWRITE CPI-RECORD
011530                 INVALID KEY
011540                     DISPLAY "SKRIVEFEIL MOT CPI-MASTER, STATUS "
011550                         WS-CPI-STATUS
011560                     PERFORM 3950-MASTER-WRITE-FAILED
011570                         THRU 3950-EXIT
011580                     GO TO 3100-EXIT
011590             END-REWRITE
011600         WHEN "S"
011610             MOVE CPI-INFLATION-RATE TO WS-CPI-RATE-EDITED
011620             MOVE WS-CPI-RATE-EDITED TO MNT-OLD-VALUE
011630             DELETE CPI-MASTER
011640                 INVALID KEY
011650                     DISPLAY "SLETTEFEIL MOT CPI-MASTER, STATUS "
011660                         WS-CPI-STATUS
011670                     PERFORM 3950-MASTER-WRITE-FAILED
011680                         THRU 3950-EXIT
011690                     GO TO 3100-EXIT
011700             END-DELETE
011710     END-EVALUATE.
011720     MOVE PND-NEW-VALUE TO MNT-NEW-VALUE.
011730     MOVE PND-ACTION TO MNT-ACTION.
011740     PERFORM 7000-WRITE-CPI-AUDIT THRU 7000-EXIT.
011750 3100-EXIT.
011760     EXIT.
011770
011780 3200-APPLY-FX.
011790     MOVE WS-PND-KEY-CCY TO WS-CURRENCY-CODE.
011800     MOVE WS-PND-KEY-FX-PERIOD TO WS-PERIOD-YM.
011810     PERFORM 2550-READ-FX THRU 2550-EXIT.
011820     PERFORM 3900-CHECK-MASTER-STATE THRU 3900-EXIT.
011830     IF NOT WS-INPUT-VALID
011840         GO TO 3200-EXIT
011850     END-IF.
011860     EVALUATE PND-ACTION
011870         WHEN "N"
011880             MOVE SPACES TO FX-RATE-RECORD
011890             MOVE WS-CURRENCY-CODE TO FX-CURRENCY-KEY
011900             MOVE WS-PERIOD-YM TO FX-PERIOD-YM
011910             MOVE PND-FX-RATE TO FX-RATE-TO-KR
011920             MOVE SPACES TO MNT-OLD-VALUE
011930             WRITE FX-RATE-RECORD
011940                 INVALID KEY
011950                     DISPLAY "SKRIVEFEIL MOT FX-RATE-FILE, "
011960                         "STATUS " WS-FX-STATUS
011970                     PERFORM 3950-MASTER-WRITE-FAILED
011980                         THRU 3950-EXIT
011990                     GO TO 3200-EXIT
012000             END-WRITE
012010         WHEN "E"
012020             MOVE FX-RATE-TO-KR TO WS-FX-RATE-EDITED
012030             MOVE WS-FX-RATE-EDITED TO MNT-OLD-VALUE
012040             MOVE PND-FX-RATE TO FX-RATE-TO-KR
012050             REWRITE FX-RATE-RECORD
012060                 INVALID KEY
012070                     DISPLAY "SKRIVEFEIL MOT FX-RATE-FILE, "
012080                         "STATUS " WS-FX-STATUS
012090                     PERFORM 3950-MASTER-WRITE-FAILED
012100                         THRU 3950-EXIT
012110                     GO TO 3200-EXIT
012120             END-REWRITE
012130         WHEN "S"
012140             MOVE FX-RATE-TO-KR TO WS-FX-RATE-EDITED
012150             MOVE WS-FX-RATE-EDITED TO MNT-OLD-VALUE
012160             DELETE FX-RATE-FILE
012170                 INVALID KEY
012180                     DISPLAY "SLETTEFEIL MOT FX-RATE-FILE, "
012190                         "STATUS " WS-FX-STATUS
012200                     PERFORM 3950-MASTER-WRITE-FAILED
012210                         THRU 3950-EXIT
012220                     GO TO 3200-EXIT
012230             END-DELETE
012240     END-EVALUATE.
012250     MOVE PND-NEW-VALUE TO MNT-NEW-VALUE.
012260     MOVE PND-ACTION TO MNT-ACTION.
012270     PERFORM 7100-WRITE-FX-AUDIT THRU 7100-EXIT.
012280 3200-EXIT.
012290     EXIT.
012300
012310 3300-APPLY-FEE.
012320     MOVE WS-PND-KEY-ACCOUNT TO WS-ACCOUNT-ID.
012330     MOVE WS-PND-KEY-FEE-PERIOD TO WS-PERIOD-YM.
012340     PERFORM 2750-READ-FEE THRU 2750-EXIT.
012350     PERFORM 3900-CHECK-MASTER-STATE THRU 3900-EXIT.
012360     IF NOT WS-INPUT-VALID
012370         GO TO 3300-EXIT
012380     END-IF.
012390     EVALUATE PND-ACTION
012400         WHEN "N"
012410             MOVE SPACES TO FEE-RECORD
012420             MOVE WS-ACCOUNT-ID TO FEE-ACCOUNT-ID
012430             MOVE WS-PERIOD-YM TO FEE-PERIOD-YM
012440             MOVE PND-FEE-PCT TO FEE-PCT
012450             MOVE PND-FEE-FIXED TO FEE-FIXED-KR
012460             MOVE SPACES TO MNT-OLD-VALUE
012470             WRITE FEE-RECORD
012480                 INVALID KEY
012490                     DISPLAY "SKRIVEFEIL MOT FEE-FILE, STATUS "
012500                         WS-FEE-STATUS
012510                     PERFORM 3950-MASTER-WRITE-FAILED
012520                         THRU 3950-EXIT
012530                     GO TO 3300-EXIT
012540             END-WRITE
012550         WHEN "E"
012560             MOVE FEE-PCT TO WS-FEE-PCT-EDITED
012570             MOVE FEE-FIXED-KR TO WS-FEE-FIXED-EDITED
012580             MOVE WS-FEE-VALUE-TEXT TO MNT-OLD-VALUE
012590             MOVE PND-FEE-PCT TO FEE-PCT
012600             MOVE PND-FEE-FIXED TO FEE-FIXED-KR
012610             REWRITE FEE-RECORD
012620                 INVALID KEY
012630                     DISPLAY "SKRIVEFEIL MOT FEE-FILE, STATUS "
012640                         WS-FEE-STATUS
012650                     PERFORM 3950-MASTER-WRITE-FAILED
012660                         THRU 3950-EXIT
012670                     GO TO 3300-EXIT
012680             END-REWRITE
012690         WHEN "S"
012700             MOVE FEE-PCT TO WS-FEE-PCT-EDITED
012710             MOVE FEE-FIXED-KR TO WS-FEE-FIXED-EDITED
012720             MOVE WS-FEE-VALUE-TEXT TO MNT-OLD-VALUE
012730             DELETE FEE-FILE
012740                 INVALID KEY
012750                     DISPLAY "SLETTEFEIL MOT FEE-FILE, STATUS "
012760                         WS-FEE-STATUS
012770                     PERFORM 3950-MASTER-WRITE-FAILED
012780                         THRU 3950-EXIT
012790                     GO TO 3300-EXIT
012800             END-DELETE
012810     END-EVALUATE.
012820     MOVE PND-NEW-VALUE TO MNT-NEW-VALUE.
012830     MOVE PND-ACTION TO MNT-ACTION.
012840     PERFORM 7200-WRITE-FEE-AUDIT THRU 7200-EXIT.
012850 3300-EXIT.
012860     EXIT.
012870
012880 3400-APPLY-PCT.
012890     MOVE WS-PND-KEY-PERIOD TO WS-PERIOD-YM.
012900     PERFORM 2850-READ-PERIOD THRU 2850-EXIT.
012910     PERFORM 3900-CHECK-MASTER-STATE THRU 3900-EXIT.
012920     IF NOT WS-INPUT-VALID
012930         GO TO 3400-EXIT
012940     END-IF.
012950     IF PCT-STATUS NOT = "L"
012960         MOVE "N" TO WS-VALID-SW
012970         MOVE "PERIODEN ER IKKE LENGER LUKKET" TO WS-ERROR-MSG
012980         GO TO 3400-EXIT
012990     END-IF.
013000     MOVE "A" TO PCT-STATUS.
013010     REWRITE PERIOD-CONTROL-RECORD
013020         INVALID KEY
013030             DISPLAY "SKRIVEFEIL MOT PERIOD-CONTROL-FILE, "
013040                 "STATUS " WS-PCT-STATUS
013050             PERFORM 3950-MASTER-WRITE-FAILED THRU 3950-EXIT
013060             GO TO 3400-EXIT
013070     END-REWRITE.
013080     MOVE "LUKKET" TO MNT-OLD-VALUE.
013090     MOVE "APEN" TO MNT-NEW-VALUE.
013100     MOVE "G" TO MNT-ACTION.
013110     PERFORM 7300-WRITE-PCT-AUDIT THRU 7300-EXIT.
013120 3400-EXIT.
013130     EXIT.
013140
013150*----------------------------------------------------------------
013160* 3500-APPLY-BMK - INDEKSSATSER KOMMER BARE FRA RATEIMPORT (NY
013170*                  ELLER ENDRE), OG SKRIVES SOM LASTEPROGRAMMET
013180*                  VILLE GJORT OM SATSENE HADDE BESTATT
013190*                  SANNSYNLIGHETSKONTROLLEN.
013200*----------------------------------------------------------------
013210 3500-APPLY-BMK.
013220     MOVE WS-PND-KEY-PERIOD TO WS-PERIOD-YM.
013230     MOVE "N" TO WS-FOUND-SW.
013240     MOVE WS-PERIOD-YM TO BMK-PERIOD-KEY.
013250     READ BENCHMARK-FILE
013260         INVALID KEY
013270             CONTINUE
013280         NOT INVALID KEY
013290             MOVE "Y" TO WS-FOUND-SW
013300     END-READ.
013310     PERFORM 3900-CHECK-MASTER-STATE THRU 3900-EXIT.
013320     IF NOT WS-INPUT-VALID
013330         GO TO 3500-EXIT
013340     END-IF.
013350     IF PND-ACTION = "N"
013360         MOVE SPACES TO BENCHMARK-RECORD
013370         MOVE WS-PERIOD-YM TO BMK-PERIOD-KEY
013380         MOVE PND-BMK-OSEBX TO BMK-OSEBX-AVK
013390         MOVE PND-BMK-GLOBAL TO BMK-GLOBAL-AVK
013400         MOVE SPACES TO MNT-OLD-VALUE
013410         WRITE BENCHMARK-RECORD
013420             INVALID KEY
013430                 DISPLAY "SKRIVEFEIL MOT BENCHMARK-FILE, "
013440                     "STATUS " WS-BMK-STATUS
013450                 PERFORM 3950-MASTER-WRITE-FAILED THRU 3950-EXIT
013460                 GO TO 3500-EXIT
013470         END-WRITE
013480     ELSE
013490         MOVE BMK-OSEBX-AVK TO WS-BMK-OSEBX-EDITED
013500         MOVE BMK-GLOBAL-AVK TO WS-BMK-GLOBAL-EDITED
013510         MOVE WS-BMK-VALUE-TEXT TO MNT-OLD-VALUE
013520         MOVE PND-BMK-OSEBX TO BMK-OSEBX-AVK
013530         MOVE PND-BMK-GLOBAL TO BMK-GLOBAL-AVK
013540         REWRITE BENCHMARK-RECORD
013550             INVALID KEY
013560                 DISPLAY "SKRIVEFEIL MOT BENCHMARK-FILE, "
013570                     "STATUS " WS-BMK-STATUS
013580                 PERFORM 3950-MASTER-WRITE-FAILED THRU 3950-EXIT
013590                 GO TO 3500-EXIT
013600         END-REWRITE
013610     END-IF.
013620     MOVE PND-NEW-VALUE TO MNT-NEW-VALUE.
013630     MOVE PND-ACTION TO MNT-ACTION.
013640     PERFORM 7400-WRITE-BMK-AUDIT THRU 7400-EXIT.
013650 3500-EXIT.
013660     EXIT.
013670
013680 3900-CHECK-MASTER-STATE.
013690     MOVE "Y" TO WS-VALID-SW.
013700     IF PND-ACTION = "N"
013710         IF WS-RECORD-FOUND
013720             MOVE "N" TO WS-VALID-SW
013730             MOVE "POSTEN FINNES ALLEREDE PA MASTEREN" TO
013740                 WS-ERROR-MSG
013750         END-IF
013760     ELSE
013770         IF NOT WS-RECORD-FOUND
013780             MOVE "N" TO WS-VALID-SW
013790             MOVE "POSTEN FINNES IKKE LENGER PA MASTEREN" TO
013800                 WS-ERROR-MSG
013810         END-IF
013820     END-IF.
013830 3900-EXIT.
013840     EXIT.
013850
013860 3950-MASTER-WRITE-FAILED.
013870     MOVE "N" TO WS-VALID-SW.
013880     MOVE "SKRIVEFEIL MOT MASTEREN - SE MELDINGEN OVER" TO
013890         WS-ERROR-MSG.
013900 3950-EXIT.
013910     EXIT.
013920
013930*----------------------------------------------------------------
013940* 4100-4400 - EDIT CHECKS, ONE FIELD PER PARAGRAPH, SAMME MONSTER
013950*            SOM 4000-VALIDATE-INPUT I BEREGNINGSPROGRAMMET. EN
013960*            FEILTASTET SATS SKAL AVVISES HER OG IKKE FA LOV TIL
013970*            A FORGIFTE EN HEL MANEDS BEREGNINGER.
013980*----------------------------------------------------------------
013990 4100-VALIDATE-PERIOD.
014000     MOVE "Y" TO WS-VALID-SW.
014010     IF WS-PERIOD-YM NOT NUMERIC
014020         MOVE "N" TO WS-VALID-SW
014030         MOVE "UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM" TO
014040             WS-ERROR-MSG
014050     ELSE
014060     IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-YEAR > 2099
014070         MOVE "N" TO WS-VALID-SW
014080         MOVE "UGYLDIG PERIODE - AR UTENFOR 1900 TIL 2099" TO
014090             WS-ERROR-MSG
014100     ELSE
014110     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
014120         MOVE "N" TO WS-VALID-SW
014130         MOVE "UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12" TO
014140             WS-ERROR-MSG
014150     END-IF
014160     END-IF
014170     END-IF.
014180 4100-EXIT.
014190     EXIT.
014200
014210 4200-VALIDATE-CPI-RATE.
014220     MOVE "Y" TO WS-VALID-SW.
014230     IF WS-CPI-RATE NOT NUMERIC
014240         MOVE "N" TO WS-VALID-SW
014250         MOVE "UGYLDIG SATS - MA VERE NUMERISK" TO
014260             WS-ERROR-MSG
014270     ELSE
014280     IF WS-CPI-RATE < -99.99 OR WS-CPI-RATE > 99.99
014290         MOVE "N" TO WS-VALID-SW
014300         MOVE "UGYLDIG SATS - UTENFOR -99.99 TIL 99.99" TO
014310             WS-ERROR-MSG
014320     END-IF
014330     END-IF.
014340 4200-EXIT.
014350     EXIT.
014360
014370 4300-VALIDATE-CURRENCY.
014380     MOVE "Y" TO WS-VALID-SW.
014390     IF WS-CURRENCY-CODE = "KR " OR WS-CURRENCY-CODE = "NOK"
014400         MOVE "N" TO WS-VALID-SW
014410         MOVE "KRONER SKAL IKKE LIGGE PA FX-RATE-FILE" TO
014420             WS-ERROR-MSG
014430         GO TO 4300-EXIT
014440     END-IF.
014450     MOVE "N" TO WS-ISO-FOUND-SW.
014460     PERFORM 4310-SEARCH-ISO-TABLE THRU 4310-EXIT
014470         VARYING WS-ISO-IX FROM 1 BY 1
014480         UNTIL WS-ISO-IX > 10 OR WS-ISO-FOUND.
014490     IF NOT WS-ISO-FOUND
014500         MOVE "N" TO WS-VALID-SW
014510         MOVE "UKJENT VALUTAKODE - IKKE GODKJENT ISO-KODE" TO
014520             WS-ERROR-MSG
014530     END-IF.
014540 4300-EXIT.
014550     EXIT.
014560
014570 4310-SEARCH-ISO-TABLE.
014580     IF WS-CURRENCY-CODE = WS-ISO-CODE (WS-ISO-IX)
014590         MOVE "Y" TO WS-ISO-FOUND-SW
014600     END-IF.
014610 4310-EXIT.
014620     EXIT.
014630
014640 4400-VALIDATE-FX-RATE.
014650     MOVE "Y" TO WS-VALID-SW.
014660     IF WS-FX-RATE NOT NUMERIC
014670         MOVE "N" TO WS-VALID-SW
014680         MOVE "UGYLDIG KURS - MA VERE NUMERISK" TO
014690             WS-ERROR-MSG
014700     ELSE
014710     IF WS-FX-RATE NOT > ZERO
014720         MOVE "N" TO WS-VALID-SW
014730         MOVE "UGYLDIG KURS - MA VERE STORRE ENN NULL" TO
014740             WS-ERROR-MSG
014750     END-IF
014760     END-IF.
014770 4400-EXIT.
014780     EXIT.
014790
014800 4500-VALIDATE-FEE-PCT.
014810     MOVE "Y" TO WS-VALID-SW.
014820     IF WS-FEE-PCT NOT NUMERIC
014830         MOVE "N" TO WS-VALID-SW
014840         MOVE "UGYLDIG GEBYRSATS - MA VERE NUMERISK" TO
014850             WS-ERROR-MSG
014860     ELSE
014870     IF WS-FEE-PCT > 99.99
014880         MOVE "N" TO WS-VALID-SW
014890         MOVE "UGYLDIG GEBYRSATS - UTENFOR 0 TIL 99.99" TO
014900             WS-ERROR-MSG
014910     END-IF
014920     END-IF.
014930 4500-EXIT.
014940     EXIT.
014950
014960 4600-VALIDATE-FEE-FIXED.
014970     MOVE "Y" TO WS-VALID-SW.
014980     IF WS-FEE-FIXED NOT NUMERIC
014990         MOVE "N" TO WS-VALID-SW
015000         MOVE "UGYLDIG FAST GEBYR - MA VERE NUMERISK" TO
015010             WS-ERROR-MSG
015020     END-IF.
015030 4600-EXIT.
015040     EXIT.
015050
015060*----------------------------------------------------------------
015070* 7000/7100 - APPEND ONE ENTRY TO MAINT-AUDIT-FILE FOR EVERY
015080*            CHANGE THAT WAS ACTUALLY WRITTEN, SAMME MONSTER SOM
015090*            7000-WRITE-AUDIT-RECORD I BEREGNINGSPROGRAMMET.
015100*            MNT-OLD-VALUE, MNT-NEW-VALUE OG MNT-ACTION SETTES
015110*            AV KALLENDE AVSNITT FOR DISSE UTFORES. FOR EN
015120*            BESLUTNING OM EN VENTENDE ENDRING SETTES OGSA
015130*            WS-MNT-DECISION OG WS-MNT-MAKER-ID (SE 2930).
015140*----------------------------------------------------------------
015150 7000-WRITE-CPI-AUDIT.
015160     MOVE "CPI" TO MNT-FILE-ID.
015170     MOVE WS-PERIOD-YM TO MNT-KEY.
015180     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
015190 7000-EXIT.
015200     EXIT.
015210
015220 7100-WRITE-FX-AUDIT.
015230     MOVE "FX " TO MNT-FILE-ID.
015240     MOVE WS-CURRENCY-CODE TO WS-FX-AUDIT-CCY.
015250     MOVE WS-PERIOD-YM TO WS-FX-AUDIT-PERIOD.
015260     MOVE WS-FX-AUDIT-KEY TO MNT-KEY.
015270     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
015280 7100-EXIT.
015290     EXIT.
015300
015310 7200-WRITE-FEE-AUDIT.
015320     MOVE "FEE" TO MNT-FILE-ID.
015330     MOVE WS-ACCOUNT-ID TO WS-FEE-AUDIT-ACCOUNT.
015340     MOVE WS-PERIOD-YM TO WS-FEE-AUDIT-PERIOD.
015350     MOVE WS-FEE-AUDIT-KEY TO MNT-KEY.
015360     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
015370 7200-EXIT.
015380     EXIT.
015390
015400 7300-WRITE-PCT-AUDIT.
015410     MOVE "PCT" TO MNT-FILE-ID.
015420     MOVE WS-PERIOD-YM TO MNT-KEY.
015430     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
015440 7300-EXIT.
015450     EXIT.
015460
015470 7400-WRITE-BMK-AUDIT.
015480     MOVE "BMK" TO MNT-FILE-ID.
015490     MOVE WS-PERIOD-YM TO MNT-KEY.
015500     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
015510 7400-EXIT.
015520     EXIT.
015530
015540 7500-WRITE-MAINT-AUDIT.
015550     ACCEPT WS-AUDIT-TIME FROM TIME.
015560     MOVE WS-RUN-DATE TO MNT-DATE.
015570     MOVE WS-AUDIT-TIME TO MNT-TIME.
015580     IF WS-MNT-DECISION = SPACE
015590         MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID
015600         MOVE SPACES TO MNT-CHECKER-ID
015610     ELSE
015620         MOVE WS-MNT-MAKER-ID TO MNT-OPERATOR-ID
015630         MOVE WS-OPERATOR-ID TO MNT-CHECKER-ID
015640     END-IF.
015650     MOVE WS-MNT-DECISION TO MNT-DECISION.
015660     WRITE MAINT-AUDIT-RECORD.
015670     ADD 1 TO WS-CHANGE-COUNT.
015680 7500-EXIT.
015690     EXIT.
015700
015710*----------------------------------------------------------------
015720* 7600-WRITE-PENDING - LEGG EN ENDRING TIL GODKJENNING. NOKKEL,
015730*                  FUNKSJON, VERDIENE OG PND-NEW-DATA SETTES AV
015740*                  KALLENDE AVSNITT; HER SETTES REGISTRERER OG
015750*                  TIDSPUNKT. MASTEREN OG MAINT-AUDIT-FILE
015760*                  BERORES FORST NAR ENDRINGEN BEHANDLES (2900).
015770*----------------------------------------------------------------
015780 7600-WRITE-PENDING.
015790     ACCEPT WS-AUDIT-TIME FROM TIME.
015800     MOVE "V" TO PND-SOURCE.
015810     MOVE WS-OPERATOR-ID TO PND-MAKER-ID.
015820     MOVE WS-RUN-DATE TO PND-MAKER-DATE.
015830     MOVE WS-AUDIT-TIME TO PND-MAKER-TIME.
015840     WRITE PENDING-CHANGE-RECORD
015850         INVALID KEY
015860             DISPLAY "SKRIVEFEIL MOT PENDING-CHANGE-FILE, STATUS "
015870                 WS-PND-STATUS
015880             GO TO 7600-EXIT
015890     END-WRITE.
015900     ADD 1 TO WS-PENDING-COUNT.
015910     DISPLAY "ENDRINGEN ER REGISTRERT OG VENTER PA GODKJENNING "
015920         "AV EN ANNEN BRUKERID.".
015930 7600-EXIT.
015940     EXIT.
015950
015960 8000-CONFIRM-CHANGE.
015970     DISPLAY "Bekreft (J/N)?".
015980     ACCEPT WS-CONFIRM-SW.
015990 8000-EXIT.
016000     EXIT.
016010
016020*----------------------------------------------------------------
016030* 9990-ABORT-ON-OPEN-ERROR - A FILE NEEDED FOR VEDLIKEHOLDET
016040*                  COULD NOT BE OPENED. WS-ERROR-MSG IS SET BY
016050*                  THE CALLER BEFORE THIS IS PERFORMED.
016060*----------------------------------------------------------------
016070 9990-ABORT-ON-OPEN-ERROR.
016080     DISPLAY "FATAL: " WS-ERROR-MSG.
016090     MOVE 8 TO WS-RETURN-CODE.
016100     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
016110     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
016120     MOVE WS-RETURN-CODE TO RETURN-CODE.
016130     STOP RUN.
016140 9990-EXIT.
016150     EXIT.
016160
016170*----------------------------------------------------------------
016180* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
016190*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
016200*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
016210*                  AV KALLEREN FORST.
016220*----------------------------------------------------------------
016230 7900-WRITE-RUN-LOG.
016240     OPEN EXTEND RUN-LOG-FILE.
016250     IF WS-RUNLOG-STATUS NOT = "00"
016260         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
016270             WS-RUNLOG-STATUS
016280         GO TO 7900-EXIT
016290     END-IF.
016300     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
016310     ACCEPT WS-END-TIME FROM TIME.
016320     MOVE SPACES TO RUN-LOG-RECORD.
016330     MOVE "RATEVEDLIKEHOLD" TO RNL-PROGRAM-ID.
016340     MOVE SPACE TO RNL-RUN-MODE.
016350     MOVE WS-RUN-DATE TO RNL-START-DATE.
016360     MOVE WS-START-TIME TO RNL-START-TIME.
016370     MOVE WS-END-DATE TO RNL-END-DATE.
016380     MOVE WS-END-TIME TO RNL-END-TIME.
016390     COMPUTE RNL-RECORDS-READ =
016400         WS-CHANGE-COUNT + WS-PENDING-COUNT.
016410     MOVE WS-CHANGE-COUNT TO RNL-RECORDS-PROCESSED.
016420     MOVE ZERO TO RNL-RECORDS-REJECTED.
016430     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
016440     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
016450     WRITE RUN-LOG-RECORD.
016460     CLOSE RUN-LOG-FILE.
016470 7900-EXIT.
016480     EXIT.
016490
016500 9999-TERMINATE.
016510     CLOSE CPI-MASTER.
016520     CLOSE FX-RATE-FILE.
016530     CLOSE FEE-FILE.
016540     CLOSE PERIOD-CONTROL-FILE.
016550     CLOSE BENCHMARK-FILE.
016560     CLOSE PENDING-CHANGE-FILE.
016570     CLOSE MAINT-AUDIT-FILE.
016580     MOVE ZERO TO WS-RETURN-CODE.
016590     MOVE "OK" TO WS-RUN-OUTCOME.
016600     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
016610     MOVE WS-RETURN-CODE TO RETURN-CODE.
016620     STOP RUN.
016630 9999-EXIT.
016640     EXIT.
