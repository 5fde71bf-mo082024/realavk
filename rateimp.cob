000240*                KJORINGEN SKRIVER KJOREHISTORIKK OG RETUR-
000250*                KODE (SE RUNREC): 08 VED APNINGSFEIL, 04
000260*                NAR POSTER BLE AVVIST, ELLERS 00.
000270* 15-10-26  OPR  FIREOYNSKONTROLL: SVARER OPERATOREN J VED
000280*                OPPSTART, LEGGES EN SATS SOM FEILER SANN-
000290*                SYNLIGHETSKONTROLLEN I VENTEKOEN (VEDLVENT,
000300*                SE PNDREC) MED GRUNNEN, I STEDET FOR A BLI
000310*                AVVIST, OG GODKJENNES ELLER AVVISES AV EN
000320*                ANNEN BRUKERID I VEDLIKEHOLDSPROGRAMMET. EN
000330*                PERIODE SOM ALLEREDE HAR EN VENTENDE ENDRING
000340*                AVVISES. RETURKODE 04 OGSA NAR SATSER BLE
000350*                LAGT TIL GODKJENNING.
000360* 15-10-26  OPR  KAN EN SATS IKKE SKRIVES TIL VENTEKOEN, TELLES
000370*                DEN SOM AVVIST OG VISES PA AVVISNINGSLISTEN, SA
000380*                KJORINGEN IKKE ENDER MED RETURKODE 00.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CPI-INPUT-FILE ASSIGN TO "CPIINN"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CPIINN-STATUS.
000460     SELECT BMK-INPUT-FILE ASSIGN TO "BMKINN"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-BMKINN-STATUS.
000490     SELECT CPI-MASTER ASSIGN TO "CPIMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CPI-PERIOD-KEY
000530         FILE STATUS IS WS-CPI-STATUS.
000540     SELECT BENCHMARK-FILE ASSIGN TO "BENCHMRK"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS BMK-PERIOD-KEY
000580         FILE STATUS IS WS-BMK-STATUS.
000590     SELECT PENDING-CHANGE-FILE ASSIGN TO "VEDLVENT"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS PND-KEY
000630         FILE STATUS IS WS-PND-STATUS.
000640     SELECT MAINT-AUDIT-FILE ASSIGN TO "VEDLAUDT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MAINT-AUDIT-STATUS.
000670     SELECT PRINT-FILE ASSIGN TO "RATEIMRP"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PRINT-STATUS.
000700     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RUNLOG-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  CPI-INPUT-FILE
000770     LABEL RECORD IS STANDARD.
000780 01  CPI-INPUT-RECORD.
000790     05  CII-PERIOD-YM           PIC 9(06).
000800     05  CII-INFLATION-RATE      PIC S9(2)V99.
000810     05  FILLER                  PIC X(20).
000820
000830 FD  BMK-INPUT-FILE
000840     LABEL RECORD IS STANDARD.
000850 01  BMK-INPUT-RECORD.
000860     05  BMI-PERIOD-YM           PIC 9(06).
000870     05  BMI-OSEBX-AVK           PIC S9(2)V99.
000880     05  BMI-GLOBAL-AVK          PIC S9(2)V99.
000890     05  FILLER                  PIC X(16).
000900
000910 FD  CPI-MASTER
000920     LABEL RECORD IS STANDARD.
000930     COPY CPIREC.
000940
000950 FD  BENCHMARK-FILE
000960     LABEL RECORD IS STANDARD.
000970     COPY BMKREC.
000980
000990 FD  PENDING-CHANGE-FILE
001000     LABEL RECORD IS STANDARD.
001010     COPY PNDREC.
001020
001030 FD  MAINT-AUDIT-FILE
001040     LABEL RECORD IS STANDARD.
001050     COPY MNTREC.
001060
001070 FD  PRINT-FILE
001080     LABEL RECORD IS STANDARD.
001090 01  PRINT-RECORD                PIC X(80).
001100
001110 FD  RUN-LOG-FILE
001120     LABEL RECORD IS STANDARD.
001130     COPY RUNREC.
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-SWITCHES.
001170     05  WS-CPIINN-EOF-SW        PIC X(01) VALUE "N".
001180         88  WS-CPIINN-EOF           VALUE "Y".
001190     05  WS-BMKINN-EOF-SW        PIC X(01) VALUE "N".
001200         88  WS-BMKINN-EOF           VALUE "Y".
001210     05  WS-VALID-SW             PIC X(01) VALUE "N".
001220         88  WS-INPUT-VALID          VALUE "Y".
001230     05  WS-FOUND-SW             PIC X(01) VALUE "N".
001240         88  WS-RECORD-FOUND         VALUE "Y".
001250     05  WS-PREV-FOUND-SW        PIC X(01) VALUE "N".
001260         88  WS-PREV-FOUND           VALUE "Y".
001270     05  WS-QUEUE-SW             PIC X(01) VALUE "N".
001280         88  WS-QUEUE-JUMPS          VALUE "J".
001290         88  WS-QUEUE-ANSWERED       VALUE "J" "N".
001300
001310 01  WS-ERROR-MSG                PIC X(45).
001320
001330 01  WS-OPERATOR-ID              PIC X(08).
001340 01  WS-RUN-DATE                 PIC 9(08).
001350 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
001360 01  WS-AUDIT-TIME               PIC 9(08).
001370
001380 01  WS-PERIOD-YM.
001390     05  WS-PERIOD-YEAR          PIC 9(04).
001400     05  WS-PERIOD-MONTH         PIC 9(02).
001410 01  WS-PREV-PERIOD.
001420     05  WS-PREV-YEAR            PIC 9(04).
001430     05  WS-PREV-MONTH           PIC 9(02).
001440
001450*----------------------------------------------------------------
001460* SANNSYNLIGHETSKONTROLLEN: EN NY SATS SAMMENLIGNES MED SAMME
001470* FILS SATS FOR FORRIGE PERIODE PA MASTEREN. ET MANEDSHOPP PA
001480* MER ENN GRENSEN UNDER ER ERFARINGSMESSIG EN TASTE- ELLER
001490* FILFEIL OG AVVISES TIL RAPPORTEN; FORSTE PERIODE FOR EN FIL
001500* HAR INGENTING A MALE MOT OG SLIPPER GJENNOM MED MERKNAD.
001510*----------------------------------------------------------------
001520 01  WS-MAX-CPI-JUMP             PIC 9(2)V99 VALUE 2.00.
001530 01  WS-MAX-BMK-JUMP             PIC 9(2)V99 VALUE 15.00.
001540 01  WS-RATE-DIFF                PIC S9(3)V99.
001550 01  WS-PREV-CPI-RATE            PIC S9(2)V99.
001560 01  WS-PREV-OSEBX               PIC S9(2)V99.
001570 01  WS-PREV-GLOBAL              PIC S9(2)V99.
001580
001590 01  WS-OLD-VALUE-TEXT           PIC X(15).
001600 01  WS-NEW-VALUE-TEXT           PIC X(15).
001610 01  WS-RATE-EDITED              PIC -(2)9.99.
001620 01  WS-BMK-VALUE-TEXT.
001630     05  WS-BMK-OSEBX-EDITED     PIC -(2)9.99.
001640     05  FILLER                  PIC X(01) VALUE SPACE.
001650     05  WS-BMK-GLOBAL-EDITED    PIC -(2)9.99.
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670
001680 01  WS-CPI-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001690 01  WS-CPI-LOADED-COUNT         PIC 9(08) COMP VALUE ZERO.
001700 01  WS-CPI-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
001710 01  WS-BMK-READ-COUNT           PIC 9(08) COMP VALUE ZERO.
001720 01  WS-BMK-LOADED-COUNT         PIC 9(08) COMP VALUE ZERO.
001730 01  WS-BMK-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
001740 01  WS-CPI-PENDING-COUNT        PIC 9(08) COMP VALUE ZERO.
001750 01  WS-BMK-PENDING-COUNT        PIC 9(08) COMP VALUE ZERO.
001760 01  WS-COUNT-EDITED             PIC Z(7)9.
001770
001780 01  WS-CPIINN-STATUS            PIC X(02).
001790 01  WS-BMKINN-STATUS            PIC X(02).
001800 01  WS-CPI-STATUS               PIC X(02).
001810 01  WS-BMK-STATUS               PIC X(02).
001820 01  WS-PND-STATUS               PIC X(02).
001830 01  WS-MAINT-AUDIT-STATUS       PIC X(02).
001840 01  WS-PRINT-STATUS             PIC X(02).
001850 01  WS-RUNLOG-STATUS            PIC X(02).
001860
001870*----------------------------------------------------------------
001880* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
001890* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
001900* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
001910*----------------------------------------------------------------
001920 01  WS-START-TIME               PIC 9(08).
001930 01  WS-END-TIME                 PIC 9(08).
001940 01  WS-END-DATE                 PIC 9(08).
001950 01  WS-RUN-OUTCOME              PIC X(12).
001960 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2100-LOAD-ONE-CPI THRU 2100-EXIT
002020         UNTIL WS-CPIINN-EOF.
002030     PERFORM 3100-LOAD-ONE-BMK THRU 3100-EXIT
002040         UNTIL WS-BMKINN-EOF.
002050     PERFORM 6300-WRITE-RUN-SUMMARY THRU 6300-EXIT.
002060     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002070
002080*----------------------------------------------------------------
002090* 1000-INITIALIZE - IDENTIFISER OPERATOREN (LASTENE LOGGES TIL
002100*                  MAINT-AUDIT-FILE UNDER DENNE BRUKERIDEN) OG
002110*                  APNE FILENE. MASTERE SOM ENNA IKKE FINNES
002120*                  OPPRETTES, SA FORSTE LAST OGSA KAN KJORE.
002130*                  OPERATOREN VELGER OGSA OM SATSER SOM FEILER
002140*                  SANNSYNLIGHETSKONTROLLEN SKAL AVVISES ELLER
002150*                  LEGGES TIL GODKJENNING.
002160*----------------------------------------------------------------
002170 1000-INITIALIZE.
002180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002190     ACCEPT WS-START-TIME FROM TIME.
002200     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
002210     DISPLAY "Skriv inn ditt brukerid?".
002220     ACCEPT WS-OPERATOR-ID.
002230     PERFORM 1100-REPROMPT-OPERATOR THRU 1100-EXIT
002240         UNTIL WS-OPERATOR-ID NOT = SPACES.
002250     DISPLAY "Legg satser som feiler sannsynlighetskontrollen "
002260         "til godkjenning (J/N)?".
002270     ACCEPT WS-QUEUE-SW.
002280     PERFORM 1200-REPROMPT-QUEUE THRU 1200-EXIT
002290         UNTIL WS-QUEUE-ANSWERED.
002300     OPEN INPUT CPI-INPUT-FILE.
002310     IF WS-CPIINN-STATUS NOT = "00"
002320         MOVE "KUNNE IKKE APNE CPI-INPUT-FILE" TO WS-ERROR-MSG
002330         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002340     END-IF.
002350     OPEN INPUT BMK-INPUT-FILE.
002360     IF WS-BMKINN-STATUS NOT = "00"
002370         MOVE "KUNNE IKKE APNE BMK-INPUT-FILE" TO WS-ERROR-MSG
002380         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002390     END-IF.
002400     OPEN I-O CPI-MASTER.
002410     IF WS-CPI-STATUS = "35"
002420         OPEN OUTPUT CPI-MASTER
002430         CLOSE CPI-MASTER
002440         OPEN I-O CPI-MASTER
002450     END-IF.
002460     IF WS-CPI-STATUS NOT = "00"
002470         MOVE "KUNNE IKKE APNE CPI-MASTER" TO WS-ERROR-MSG
002480         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002490     END-IF.
002500     OPEN I-O BENCHMARK-FILE.
002510     IF WS-BMK-STATUS = "35"
002520         OPEN OUTPUT BENCHMARK-FILE
002530         CLOSE BENCHMARK-FILE
002540         OPEN I-O BENCHMARK-FILE
002550     END-IF.
002560     IF WS-BMK-STATUS NOT = "00"
002570         MOVE "KUNNE IKKE APNE BENCHMARK-FILE" TO WS-ERROR-MSG
002580         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002590     END-IF.
002600     OPEN I-O PENDING-CHANGE-FILE.
002610     IF WS-PND-STATUS = "35"
002620         OPEN OUTPUT PENDING-CHANGE-FILE
002630         CLOSE PENDING-CHANGE-FILE
002640         OPEN I-O PENDING-CHANGE-FILE
002650     END-IF.
002660     IF WS-PND-STATUS NOT = "00"
002670         MOVE "KUNNE IKKE APNE PENDING-CHANGE-FILE" TO
002680             WS-ERROR-MSG
002690         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002700     END-IF.
002710     OPEN EXTEND MAINT-AUDIT-FILE.
002720     IF WS-MAINT-AUDIT-STATUS NOT = "00"
002730         MOVE "KUNNE IKKE APNE MAINT-AUDIT-FILE" TO WS-ERROR-MSG
002740         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002750     END-IF.
002760     OPEN OUTPUT PRINT-FILE.
002770     IF WS-PRINT-STATUS NOT = "00"
002780         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
002790         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002800     END-IF.
002810     MOVE SPACES TO PRINT-RECORD.
002820     MOVE "LASTERAPPORT KPI OG REFERANSEINDEKS" TO PRINT-RECORD.
002830     WRITE PRINT-RECORD.
002840     MOVE SPACES TO PRINT-RECORD.
002850     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
002860         "   BRUKERID: " WS-OPERATOR-ID
002870         DELIMITED BY SIZE INTO PRINT-RECORD.
002880     WRITE PRINT-RECORD.
002890     MOVE SPACES TO PRINT-RECORD.
002900     WRITE PRINT-RECORD.
002910 1000-EXIT.
002920     EXIT.
002930
002940 1100-REPROMPT-OPERATOR.
002950     DISPLAY "BRUKERID KAN IKKE VERE BLANK.".
002960     DISPLAY "Skriv inn ditt brukerid?".
002970     ACCEPT WS-OPERATOR-ID.
002980 1100-EXIT.
002990     EXIT.
003000
003010 1200-REPROMPT-QUEUE.
003020     DISPLAY "SVAR J ELLER N.".
003030     DISPLAY "Legg satser som feiler sannsynlighetskontrollen "
003040         "til godkjenning (J/N)?".
003050     ACCEPT WS-QUEUE-SW.
003060 1200-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------
003100* 2100-LOAD-ONE-CPI - EN POST FRA BYRAETS MANEDSFIL: KONTROLLER
003110*                  PERIODE OG SATS, MAL SPRANGET MOT FORRIGE
003120*                  PERIODE PA MASTEREN, OG SKRIV (NY) ELLER
003130*                  SKRIV OM (OMLEVERING/KORREKSJON) MED GAMMEL
003140*                  OG NY VERDI PA RAPPORTEN OG I AUDITLOGGEN.
003150*                  ET USANNSYNLIG SPRANG LEGGES TIL GODKJENNING
003160*                  (2200) NAR OPERATOREN HAR VALGT DET.
003170*----------------------------------------------------------------
003180 2100-LOAD-ONE-CPI.
003190     READ CPI-INPUT-FILE
003200         AT END
003210             SET WS-CPIINN-EOF TO TRUE
003220             GO TO 2100-EXIT
003230     END-READ.
003240     ADD 1 TO WS-CPI-READ-COUNT.
003250     PERFORM 4100-VALIDATE-CPI-INPUT THRU 4100-EXIT.
003260     IF NOT WS-INPUT-VALID
003270         ADD 1 TO WS-CPI-REJECT-COUNT
003280         PERFORM 6200-WRITE-CPI-REJECT THRU 6200-EXIT
003290         GO TO 2100-EXIT
003300     END-IF.
003310     MOVE "CPI" TO PND-FILE-ID.
003320     MOVE CII-PERIOD-YM TO PND-REC-KEY.
003330     PERFORM 5500-CHECK-PENDING THRU 5500-EXIT.
003340     IF NOT WS-INPUT-VALID
003350         ADD 1 TO WS-CPI-REJECT-COUNT
003360         PERFORM 6200-WRITE-CPI-REJECT THRU 6200-EXIT
003370         GO TO 2100-EXIT
003380     END-IF.
003390     MOVE CII-PERIOD-YM TO WS-PERIOD-YM.
003400     PERFORM 5000-COMPUTE-PREV-PERIOD THRU 5000-EXIT.
003410     PERFORM 5100-LOOKUP-PREV-CPI THRU 5100-EXIT.
003420     IF WS-PREV-FOUND
003430         COMPUTE WS-RATE-DIFF =
003440             CII-INFLATION-RATE - WS-PREV-CPI-RATE
003450         IF WS-RATE-DIFF < ZERO
003460             COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
003470         END-IF
003480         IF WS-RATE-DIFF > WS-MAX-CPI-JUMP
003490             MOVE "N" TO WS-VALID-SW
003500             MOVE "USANNSYNLIG SPRANG MOT FORRIGE PERIODE" TO
003510                 WS-ERROR-MSG
003520             IF WS-QUEUE-JUMPS
003530                 PERFORM 2200-QUEUE-CPI THRU 2200-EXIT
003540                 GO TO 2100-EXIT
003550             END-IF
003560             ADD 1 TO WS-CPI-REJECT-COUNT
003570             PERFORM 6200-WRITE-CPI-REJECT THRU 6200-EXIT
003580             GO TO 2100-EXIT
003590         END-IF
003600     END-IF.
003610     PERFORM 5300-READ-CPI-CURRENT THRU 5300-EXIT.
003620     IF WS-RECORD-FOUND
003630         MOVE CPI-INFLATION-RATE TO WS-RATE-EDITED
003640         MOVE WS-RATE-EDITED TO WS-OLD-VALUE-TEXT
003650         MOVE CII-INFLATION-RATE TO CPI-INFLATION-RATE
003660         REWRITE CPI-RECORD
003670             INVALID KEY
003680                 DISPLAY "SKRIVEFEIL MOT CPI-MASTER, STATUS "
003690                     WS-CPI-STATUS
003700                 GO TO 2100-EXIT
003710         END-REWRITE
003720         MOVE "E" TO MNT-ACTION
003730     ELSE
003740         MOVE SPACES TO WS-OLD-VALUE-TEXT
003750         MOVE SPACES TO CPI-RECORD
003760         MOVE CII-PERIOD-YM TO CPI-PERIOD-KEY
003770         MOVE CII-INFLATION-RATE TO CPI-INFLATION-RATE
003780         WRITE CPI-RECORD
003790             INVALID KEY
003800                 DISPLAY "SKRIVEFEIL MOT CPI-MASTER, STATUS "
003810                     WS-CPI-STATUS
003820                 GO TO 2100-EXIT
003830         END-WRITE
003840         MOVE "N" TO MNT-ACTION
003850     END-IF.
003860     ADD 1 TO WS-CPI-LOADED-COUNT.
003870     MOVE CII-INFLATION-RATE TO WS-RATE-EDITED.
003880     MOVE WS-RATE-EDITED TO WS-NEW-VALUE-TEXT.
003890     MOVE WS-OLD-VALUE-TEXT TO MNT-OLD-VALUE.
003900     MOVE WS-NEW-VALUE-TEXT TO MNT-NEW-VALUE.
003910     MOVE "CPI" TO MNT-FILE-ID.
003920     MOVE CII-PERIOD-YM TO MNT-KEY.
003930     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
003940     PERFORM 6100-WRITE-CPI-LOADED THRU 6100-EXIT.
003950 2100-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------------
003990* 2200-QUEUE-CPI - LEGG KPI-POSTEN TIL GODKJENNING I STEDET FOR A
004000*                  AVVISE DEN. NY ELLER ENDRE AVHENGER AV OM
004010*                  PERIODEN FINNES PA MASTEREN; GRUNNEN FRA
004020*                  KONTROLLEN FOLGER MED I PND-NOTE. MASTEREN OG
004030*                  MAINT-AUDIT-FILE BERORES FORST VED
004040*                  GODKJENNINGEN. FEILER SKRIVINGEN TIL KOEN,
004050*                  AVVISES POSTEN.
004060*----------------------------------------------------------------
004070 2200-QUEUE-CPI.
004080     PERFORM 5300-READ-CPI-CURRENT THRU 5300-EXIT.
004090     MOVE SPACES TO PENDING-CHANGE-RECORD.
004100     MOVE "CPI" TO PND-FILE-ID.
004110     MOVE CII-PERIOD-YM TO PND-REC-KEY.
004120     IF WS-RECORD-FOUND
004130         MOVE CPI-INFLATION-RATE TO WS-RATE-EDITED
004140         MOVE WS-RATE-EDITED TO WS-OLD-VALUE-TEXT
004150         MOVE "E" TO PND-ACTION
004160     ELSE
004170         MOVE SPACES TO WS-OLD-VALUE-TEXT
004180         MOVE "N" TO PND-ACTION
004190     END-IF.
004200     MOVE CII-INFLATION-RATE TO WS-RATE-EDITED.
004210     MOVE WS-RATE-EDITED TO WS-NEW-VALUE-TEXT.
004220     MOVE WS-OLD-VALUE-TEXT TO PND-OLD-VALUE.
004230     MOVE WS-NEW-VALUE-TEXT TO PND-NEW-VALUE.
004240     MOVE CII-INFLATION-RATE TO PND-CPI-RATE.
004250     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
004260     IF NOT WS-INPUT-VALID
004270         ADD 1 TO WS-CPI-REJECT-COUNT
004280         MOVE "KUNNE IKKE LEGGES I VENTEKOEN" TO WS-ERROR-MSG
004290         PERFORM 6200-WRITE-CPI-REJECT THRU 6200-EXIT
004300         GO TO 2200-EXIT
004310     END-IF.
004320     ADD 1 TO WS-CPI-PENDING-COUNT.
004330     PERFORM 6170-WRITE-CPI-PENDING THRU 6170-EXIT.
004340 2200-EXIT.
004350     EXIT.
004360
004370 4100-VALIDATE-CPI-INPUT.
004380     MOVE "Y" TO WS-VALID-SW.
004390     IF CII-PERIOD-YM NOT NUMERIC
004400         MOVE "N" TO WS-VALID-SW
004410         MOVE "UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM" TO
004420             WS-ERROR-MSG
004430         GO TO 4100-EXIT
004440     END-IF.
004450     MOVE CII-PERIOD-YM TO WS-PERIOD-YM.
004460     IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-YEAR > 2099
004470         MOVE "N" TO WS-VALID-SW
004480         MOVE "UGYLDIG PERIODE - AR UTENFOR 1900 TIL 2099" TO
004490             WS-ERROR-MSG
004500         GO TO 4100-EXIT
004510     END-IF.
004520     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
004530         MOVE "N" TO WS-VALID-SW
004540         MOVE "UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12" TO
004550             WS-ERROR-MSG
004560         GO TO 4100-EXIT
004570     END-IF.
004580     IF CII-INFLATION-RATE NOT NUMERIC
004590         MOVE "N" TO WS-VALID-SW
004600         MOVE "UGYLDIG SATS - MA VERE NUMERISK" TO WS-ERROR-MSG
004610         GO TO 4100-EXIT
004620     END-IF.
004630     IF CII-INFLATION-RATE < -99.99
004640             OR CII-INFLATION-RATE > 99.99
004650         MOVE "N" TO WS-VALID-SW
004660         MOVE "UGYLDIG SATS - UTENFOR -99.99 TIL 99.99" TO
004670             WS-ERROR-MSG
004680     END-IF.
004690 4100-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------------
004730* 5000-COMPUTE-PREV-PERIOD - FORRIGE AR/MANED FOR PERIODEN I
004740*                  WS-PERIOD-YM, MED ARSSKIFTE FRA JANUAR
004750*                  TIL DESEMBER ARET FOR.
004760*----------------------------------------------------------------
004770 5000-COMPUTE-PREV-PERIOD.
004780     IF WS-PERIOD-MONTH = 1
004790         COMPUTE WS-PREV-YEAR = WS-PERIOD-YEAR - 1
004800         MOVE 12 TO WS-PREV-MONTH
004810     ELSE
004820         MOVE WS-PERIOD-YEAR TO WS-PREV-YEAR
004830         COMPUTE WS-PREV-MONTH = WS-PERIOD-MONTH - 1
004840     END-IF.
004850 5000-EXIT.
004860     EXIT.
004870
004880 5100-LOOKUP-PREV-CPI.
004890     MOVE "N" TO WS-PREV-FOUND-SW.
004900     MOVE WS-PREV-PERIOD TO CPI-PERIOD-KEY.
004910     READ CPI-MASTER
004920         INVALID KEY
004930             CONTINUE
004940         NOT INVALID KEY
004950             MOVE CPI-INFLATION-RATE TO WS-PREV-CPI-RATE
004960             MOVE "Y" TO WS-PREV-FOUND-SW
004970     END-READ.
004980 5100-EXIT.
004990     EXIT.
005000
005010 5300-READ-CPI-CURRENT.
005020     MOVE "N" TO WS-FOUND-SW.
005030     MOVE CII-PERIOD-YM TO CPI-PERIOD-KEY.
005040     READ CPI-MASTER
005050         INVALID KEY
005060             CONTINUE
005070         NOT INVALID KEY
005080             MOVE "Y" TO WS-FOUND-SW
005090     END-READ.
005100 5300-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 6100-WRITE-CPI-LOADED - EN RAPPORTLINJE PER LASTET PERIODE.
005150*                  EN PERIODE UTEN FORRIGE PERIODE A MALE MOT
005160*                  MERKES UKONTROLLERT, SA OPERATOREN VET AT
005170*                  AKKURAT DEN VERDIEN MA ETTERSEES FOR HAND.
005180*----------------------------------------------------------------
005190 6100-WRITE-CPI-LOADED.
005200     MOVE SPACES TO PRINT-RECORD.
005210     IF WS-PREV-FOUND
005220         STRING "KPI " CII-PERIOD-YM "  GAMMEL: "
005230             WS-OLD-VALUE-TEXT
005240             " NY: " WS-NEW-VALUE-TEXT " LASTET"
005250             DELIMITED BY SIZE INTO PRINT-RECORD
005260     ELSE
005270         STRING "KPI " CII-PERIOD-YM "  GAMMEL: "
005280             WS-OLD-VALUE-TEXT
005290             " NY: " WS-NEW-VALUE-TEXT
005300             " LASTET - UKONTROLLERT"
005310             DELIMITED BY SIZE INTO PRINT-RECORD
005320     END-IF.
005330     WRITE PRINT-RECORD.
005340 6100-EXIT.
005350     EXIT.
005360
005370 6200-WRITE-CPI-REJECT.
005380     MOVE SPACES TO PRINT-RECORD.
005390     STRING "KPI " CII-PERIOD-YM "  AVVIST - " WS-ERROR-MSG
005400         DELIMITED BY SIZE INTO PRINT-RECORD.
005410     WRITE PRINT-RECORD.
005420     DISPLAY "KPI " CII-PERIOD-YM " AVVIST: " WS-ERROR-MSG.
005430 6200-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* 3100-LOAD-ONE-BMK - EN POST FRA INDEKSLEVERANDORENS FIL, SAMME
005480*                  MONSTER SOM KPI-LASTEN: BEGGE INDEKSENE
005490*                  KONTROLLERES MOT FORRIGE PERIODE, OG ET
005500*                  USANNSYNLIG SPRANG I EN AV DEM AVVISER
005510*                  HELE PERIODEPOSTEN, ELLER LEGGER DEN TIL
005520*                  GODKJENNING (3200) NAR OPERATOREN HAR VALGT
005530*                  DET.
005540*----------------------------------------------------------------
005550 3100-LOAD-ONE-BMK.
005560     READ BMK-INPUT-FILE
005570         AT END
005580             SET WS-BMKINN-EOF TO TRUE
005590             GO TO 3100-EXIT
005600     END-READ.
005610     ADD 1 TO WS-BMK-READ-COUNT.
005620     PERFORM 4200-VALIDATE-BMK-INPUT THRU 4200-EXIT.
005630     IF NOT WS-INPUT-VALID
005640         ADD 1 TO WS-BMK-REJECT-COUNT
005650         PERFORM 6250-WRITE-BMK-REJECT THRU 6250-EXIT
005660         GO TO 3100-EXIT
005670     END-IF.
005680     MOVE "BMK" TO PND-FILE-ID.
005690     MOVE BMI-PERIOD-YM TO PND-REC-KEY.
005700     PERFORM 5500-CHECK-PENDING THRU 5500-EXIT.
005710     IF NOT WS-INPUT-VALID
005720         ADD 1 TO WS-BMK-REJECT-COUNT
005730         PERFORM 6250-WRITE-BMK-REJECT THRU 6250-EXIT
005740         GO TO 3100-EXIT
005750     END-IF.
005760     MOVE BMI-PERIOD-YM TO WS-PERIOD-YM.
005770     PERFORM 5000-COMPUTE-PREV-PERIOD THRU 5000-EXIT.
005780     PERFORM 5200-LOOKUP-PREV-BMK THRU 5200-EXIT.
005790     IF WS-PREV-FOUND
005800         PERFORM 5250-CHECK-BMK-JUMP THRU 5250-EXIT
005810         IF NOT WS-INPUT-VALID AND WS-QUEUE-JUMPS
005820             PERFORM 3200-QUEUE-BMK THRU 3200-EXIT
005830             GO TO 3100-EXIT
005840         END-IF
005850         IF NOT WS-INPUT-VALID
005860             ADD 1 TO WS-BMK-REJECT-COUNT
005870             PERFORM 6250-WRITE-BMK-REJECT THRU 6250-EXIT
005880             GO TO 3100-EXIT
005890         END-IF
005900     END-IF.
005910     PERFORM 5400-READ-BMK-CURRENT THRU 5400-EXIT.
005920     IF WS-RECORD-FOUND
005930         MOVE BMK-OSEBX-AVK TO WS-BMK-OSEBX-EDITED
005940         MOVE BMK-GLOBAL-AVK TO WS-BMK-GLOBAL-EDITED
005950         MOVE WS-BMK-VALUE-TEXT TO WS-OLD-VALUE-TEXT
005960         MOVE BMI-OSEBX-AVK TO BMK-OSEBX-AVK
005970         MOVE BMI-GLOBAL-AVK TO BMK-GLOBAL-AVK
005980         REWRITE BENCHMARK-RECORD
005990             INVALID KEY
006000                 DISPLAY "SKRIVEFEIL MOT BENCHMARK-FILE, "
006010                     "STATUS " WS-BMK-STATUS
006020                 GO TO 3100-EXIT
006030         END-REWRITE
006040         MOVE "E" TO MNT-ACTION
006050     ELSE
006060         MOVE SPACES TO WS-OLD-VALUE-TEXT
006070         MOVE SPACES TO BENCHMARK-RECORD
006080         MOVE BMI-PERIOD-YM TO BMK-PERIOD-KEY
006090         MOVE BMI-OSEBX-AVK TO BMK-OSEBX-AVK
006100         MOVE BMI-GLOBAL-AVK TO BMK-GLOBAL-AVK
006110         WRITE BENCHMARK-RECORD
006120             INVALID KEY
006130                 DISPLAY "SKRIVEFEIL MOT BENCHMARK-FILE, "
006140                     "STATUS " WS-BMK-STATUS
006150                 GO TO 3100-EXIT
006160         END-WRITE
006170         MOVE "N" TO MNT-ACTION
006180     END-IF.
006190     ADD 1 TO WS-BMK-LOADED-COUNT.
006200     MOVE BMI-OSEBX-AVK TO WS-BMK-OSEBX-EDITED.
006210     MOVE BMI-GLOBAL-AVK TO WS-BMK-GLOBAL-EDITED.
006220     MOVE WS-BMK-VALUE-TEXT TO WS-NEW-VALUE-TEXT.
006230     MOVE WS-OLD-VALUE-TEXT TO MNT-OLD-VALUE.
006240     MOVE WS-NEW-VALUE-TEXT TO MNT-NEW-VALUE.
006250     MOVE "BMK" TO MNT-FILE-ID.
006260     MOVE BMI-PERIOD-YM TO MNT-KEY.
006270     PERFORM 7500-WRITE-MAINT-AUDIT THRU 7500-EXIT.
006280     PERFORM 6150-WRITE-BMK-LOADED THRU 6150-EXIT.
006290 3100-EXIT.
006300     EXIT.
006310
006320 3200-QUEUE-BMK.
006330     PERFORM 5400-READ-BMK-CURRENT THRU 5400-EXIT.
006340     MOVE SPACES TO PENDING-CHANGE-RECORD.
006350     MOVE "BMK" TO PND-FILE-ID.
006360     MOVE BMI-PERIOD-YM TO PND-REC-KEY.
006370     IF WS-RECORD-FOUND
006380         MOVE BMK-OSEBX-AVK TO WS-BMK-OSEBX-EDITED
006390         MOVE BMK-GLOBAL-AVK TO WS-BMK-GLOBAL-EDITED
006400         MOVE WS-BMK-VALUE-TEXT TO WS-OLD-VALUE-TEXT
006410         MOVE "E" TO PND-ACTION
006420     ELSE
006430         MOVE SPACES TO WS-OLD-VALUE-TEXT
006440         MOVE "N" TO PND-ACTION
006450     END-IF.
006460     MOVE BMI-OSEBX-AVK TO WS-BMK-OSEBX-EDITED.
006470     MOVE BMI-GLOBAL-AVK TO WS-BMK-GLOBAL-EDITED.
006480     MOVE WS-BMK-VALUE-TEXT TO WS-NEW-VALUE-TEXT.
006490     MOVE WS-OLD-VALUE-TEXT TO PND-OLD-VALUE.
006500     MOVE WS-NEW-VALUE-TEXT TO PND-NEW-VALUE.
006510     MOVE BMI-OSEBX-AVK TO PND-BMK-OSEBX.
006520     MOVE BMI-GLOBAL-AVK TO PND-BMK-GLOBAL.
006530     PERFORM 7600-WRITE-PENDING THRU 7600-EXIT.
006540     IF NOT WS-INPUT-VALID
006550         ADD 1 TO WS-BMK-REJECT-COUNT
006560         MOVE "KUNNE IKKE LEGGES I VENTEKOEN" TO WS-ERROR-MSG
006570         PERFORM 6250-WRITE-BMK-REJECT THRU 6250-EXIT
006580         GO TO 3200-EXIT
006590     END-IF.
006600     ADD 1 TO WS-BMK-PENDING-COUNT.
006610     PERFORM 6180-WRITE-BMK-PENDING THRU 6180-EXIT.
006620 3200-EXIT.
006630     EXIT.
006640
006650 4200-VALIDATE-BMK-INPUT.
006660     MOVE "Y" TO WS-VALID-SW.
006670     IF BMI-PERIOD-YM NOT NUMERIC
006680         MOVE "N" TO WS-VALID-SW
006690         MOVE "UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM" TO
006700             WS-ERROR-MSG
006710         GO TO 4200-EXIT
006720     END-IF.
006730     MOVE BMI-PERIOD-YM TO WS-PERIOD-YM.
006740     IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-YEAR > 2099
006750         MOVE "N" TO WS-VALID-SW
006760         MOVE "UGYLDIG PERIODE - AR UTENFOR 1900 TIL 2099" TO
006770             WS-ERROR-MSG
006780         GO TO 4200-EXIT
006790     END-IF.
006800     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
006810         MOVE "N" TO WS-VALID-SW
006820         MOVE "UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12" TO
006830             WS-ERROR-MSG
006840         GO TO 4200-EXIT
006850     END-IF.
006860     IF BMI-OSEBX-AVK NOT NUMERIC
006870             OR BMI-GLOBAL-AVK NOT NUMERIC
006880         MOVE "N" TO WS-VALID-SW
006890         MOVE "UGYLDIG INDEKSAVKASTNING - IKKE NUMERISK" TO
006900             WS-ERROR-MSG
006910         GO TO 4200-EXIT
006920     END-IF.
006930     IF BMI-OSEBX-AVK < -99.99 OR BMI-OSEBX-AVK > 99.99
006940             OR BMI-GLOBAL-AVK < -99.99
006950             OR BMI-GLOBAL-AVK > 99.99
006960         MOVE "N" TO WS-VALID-SW
006970         MOVE "UGYLDIG INDEKSAVKASTNING - UTENFOR OMRADET" TO
006980             WS-ERROR-MSG
006990     END-IF.
007000 4200-EXIT.
007010     EXIT.
007020
007030 5200-LOOKUP-PREV-BMK.
007040     MOVE "N" TO WS-PREV-FOUND-SW.
007050     MOVE WS-PREV-PERIOD TO BMK-PERIOD-KEY.
007060     READ BENCHMARK-FILE
007070         INVALID KEY
007080             CONTINUE
007090         NOT INVALID KEY
007100             MOVE BMK-OSEBX-AVK TO WS-PREV-OSEBX
007110             MOVE BMK-GLOBAL-AVK TO WS-PREV-GLOBAL
007120             MOVE "Y" TO WS-PREV-FOUND-SW
007130     END-READ.
007140 5200-EXIT.
007150     EXIT.
007160
007170 5250-CHECK-BMK-JUMP.
007180     COMPUTE WS-RATE-DIFF = BMI-OSEBX-AVK - WS-PREV-OSEBX.
007190     IF WS-RATE-DIFF < ZERO
007200         COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
007210     END-IF.
007220     IF WS-RATE-DIFF > WS-MAX-BMK-JUMP
007230         MOVE "N" TO WS-VALID-SW
007240         MOVE "USANNSYNLIG SPRANG I OSEBX MOT FORRIGE PER" TO
007250             WS-ERROR-MSG
007260         GO TO 5250-EXIT
007270     END-IF.
007280     COMPUTE WS-RATE-DIFF = BMI-GLOBAL-AVK - WS-PREV-GLOBAL.
007290     IF WS-RATE-DIFF < ZERO
007300         COMPUTE WS-RATE-DIFF = ZERO - WS-RATE-DIFF
007310     END-IF.
007320     IF WS-RATE-DIFF > WS-MAX-BMK-JUMP
007330         MOVE "N" TO WS-VALID-SW
007340         MOVE "USANNSYNLIG SPRANG I GLOBAL MOT FORRIGE PER" TO
007350             WS-ERROR-MSG
007360     END-IF.
007370 5250-EXIT.
007380     EXIT.
007390
007400 5400-READ-BMK-CURRENT.
007410     MOVE "N" TO WS-FOUND-SW.
007420     MOVE BMI-PERIOD-YM TO BMK-PERIOD-KEY.
007430     READ BENCHMARK-FILE
007440         INVALID KEY
007450             CONTINUE
007460         NOT INVALID KEY
007470             MOVE "Y" TO WS-FOUND-SW
007480     END-READ.
007490 5400-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530* 5500-CHECK-PENDING - VENTER DET EN ENDRING TIL GODKJENNING FOR
007540*                  PND-FILE-ID/PND-REC-KEY, AVVISES POSTEN: DEN
007550*                  VENTENDE ENDRINGEN MA BEHANDLES FORST, ELLERS
007560*                  VILLE GODKJENNINGEN OVERSKRIVE DENNE LASTEN.
007570*----------------------------------------------------------------
007580 5500-CHECK-PENDING.
007590     MOVE "Y" TO WS-VALID-SW.
007600     READ PENDING-CHANGE-FILE
007610         INVALID KEY
007620             CONTINUE
007630         NOT INVALID KEY
007640             MOVE "N" TO WS-VALID-SW
007650             MOVE "VENTER ENDRING TIL GODKJENNING FOR PERIODEN" TO
007660                 WS-ERROR-MSG
007670     END-READ.
007680 5500-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------
007720* 6150-WRITE-BMK-LOADED - EN RAPPORTLINJE PER LASTET PERIODE,
007730*                  MED SAMME UKONTROLLERT-MERKE SOM KPI-LASTEN
007740*                  NAR DET IKKE FANTES NOEN FORRIGE PERIODE.
007750*----------------------------------------------------------------
007760 6150-WRITE-BMK-LOADED.
007770     MOVE SPACES TO PRINT-RECORD.
007780     IF WS-PREV-FOUND
007790         STRING "IDX " BMI-PERIOD-YM "  GAMMEL: "
007800             WS-OLD-VALUE-TEXT
007810             " NY: " WS-NEW-VALUE-TEXT " LASTET"
007820             DELIMITED BY SIZE INTO PRINT-RECORD
007830     ELSE
007840         STRING "IDX " BMI-PERIOD-YM "  GAMMEL: "
007850             WS-OLD-VALUE-TEXT
007860             " NY: " WS-NEW-VALUE-TEXT
007870             " LASTET - UKONTROLLERT"
007880             DELIMITED BY SIZE INTO PRINT-RECORD
007890     END-IF.
007900     WRITE PRINT-RECORD.
007910 6150-EXIT.
007920     EXIT.
007930
007940 6250-WRITE-BMK-REJECT.
007950     MOVE SPACES TO PRINT-RECORD.
007960     STRING "IDX " BMI-PERIOD-YM "  AVVIST - " WS-ERROR-MSG
007970         DELIMITED BY SIZE INTO PRINT-RECORD.
007980     WRITE PRINT-RECORD.
007990     DISPLAY "IDX " BMI-PERIOD-YM " AVVIST: " WS-ERROR-MSG.
008000 6250-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------
008040* 6170/6180 - EN RAPPORTLINJE PER PERIODE SOM BLE LAGT TIL
008050*            GODKJENNING, MED GRUNNEN PA LINJEN UNDER.
008060*----------------------------------------------------------------
008070 6170-WRITE-CPI-PENDING.
008080     MOVE SPACES TO PRINT-RECORD.
008090     STRING "KPI " CII-PERIOD-YM "  GAMMEL: " WS-OLD-VALUE-TEXT
008100         " NY: " WS-NEW-VALUE-TEXT " TIL GODKJENNING"
008110         DELIMITED BY SIZE INTO PRINT-RECORD.
008120     WRITE PRINT-RECORD.
008130     PERFORM 6190-WRITE-PENDING-REASON THRU 6190-EXIT.
008140     DISPLAY "KPI " CII-PERIOD-YM " TIL GODKJENNING: "
008150         WS-ERROR-MSG.
008160 6170-EXIT.
008170     EXIT.
008180
008190 6180-WRITE-BMK-PENDING.
008200     MOVE SPACES TO PRINT-RECORD.
008210     STRING "IDX " BMI-PERIOD-YM "  GAMMEL: " WS-OLD-VALUE-TEXT
008220         " NY: " WS-NEW-VALUE-TEXT " TIL GODKJENNING"
008230         DELIMITED BY SIZE INTO PRINT-RECORD.
008240     WRITE PRINT-RECORD.
008250     PERFORM 6190-WRITE-PENDING-REASON THRU 6190-EXIT.
008260     DISPLAY "IDX " BMI-PERIOD-YM " TIL GODKJENNING: "
008270         WS-ERROR-MSG.
008280 6180-EXIT.
008290     EXIT.
008300
008310 6190-WRITE-PENDING-REASON.
008320     MOVE SPACES TO PRINT-RECORD.
008330     STRING "            GRUNN: " WS-ERROR-MSG
008340         DELIMITED BY SIZE INTO PRINT-RECORD.
008350     WRITE PRINT-RECORD.
008360 6190-EXIT.
008370     EXIT.
008380
008390 6300-WRITE-RUN-SUMMARY.
008400     MOVE SPACES TO PRINT-RECORD.
008410     WRITE PRINT-RECORD.
008420     MOVE "SAMMENDRAG FOR LASTEN" TO PRINT-RECORD.
008430     WRITE PRINT-RECORD.
008440     MOVE WS-CPI-READ-COUNT TO WS-COUNT-EDITED.
008450     MOVE SPACES TO PRINT-RECORD.
008460     STRING "KPI LEST:                " WS-COUNT-EDITED
008470         DELIMITED BY SIZE INTO PRINT-RECORD.
008480     WRITE PRINT-RECORD.
008490     MOVE WS-CPI-LOADED-COUNT TO WS-COUNT-EDITED.
008500     MOVE SPACES TO PRINT-RECORD.
008510     STRING "KPI LASTET:              " WS-COUNT-EDITED
008520         DELIMITED BY SIZE INTO PRINT-RECORD.
008530     WRITE PRINT-RECORD.
008540     MOVE WS-CPI-REJECT-COUNT TO WS-COUNT-EDITED.
008550     MOVE SPACES TO PRINT-RECORD.
008560     STRING "KPI AVVIST:              " WS-COUNT-EDITED
008570         DELIMITED BY SIZE INTO PRINT-RECORD.
008580     WRITE PRINT-RECORD.
008590     MOVE WS-CPI-PENDING-COUNT TO WS-COUNT-EDITED.
008600     MOVE SPACES TO PRINT-RECORD.
008610     STRING "KPI TIL GODKJENNING:     " WS-COUNT-EDITED
008620         DELIMITED BY SIZE INTO PRINT-RECORD.
008630     WRITE PRINT-RECORD.
008640     MOVE WS-BMK-READ-COUNT TO WS-COUNT-EDITED.
008650     MOVE SPACES TO PRINT-RECORD.
008660     STRING "INDEKS LEST:             " WS-COUNT-EDITED
008670         DELIMITED BY SIZE INTO PRINT-RECORD.
008680     WRITE PRINT-RECORD.
008690     MOVE WS-BMK-LOADED-COUNT TO WS-COUNT-EDITED.
008700     MOVE SPACES TO PRINT-RECORD.
008710     STRING "INDEKS LASTET:           " WS-COUNT-EDITED
008720         DELIMITED BY SIZE INTO PRINT-RECORD.
008730     WRITE PRINT-RECORD.
008740     MOVE WS-BMK-REJECT-COUNT TO WS-COUNT-EDITED.
008750     MOVE SPACES TO PRINT-RECORD.
008760     STRING "INDEKS AVVIST:           " WS-COUNT-EDITED
008770         DELIMITED BY SIZE INTO PRINT-RECORD.
008780     WRITE PRINT-RECORD.
008790     MOVE WS-BMK-PENDING-COUNT TO WS-COUNT-EDITED.
008800     MOVE SPACES TO PRINT-RECORD.
008810     STRING "INDEKS TIL GODKJENNING:  " WS-COUNT-EDITED
008820         DELIMITED BY SIZE INTO PRINT-RECORD.
008830     WRITE PRINT-RECORD.
008840 6300-EXIT.
008850     EXIT.
008860
008870 7500-WRITE-MAINT-AUDIT.
008880     ACCEPT WS-AUDIT-TIME FROM TIME.
008890     MOVE WS-RUN-DATE TO MNT-DATE.
008900     MOVE WS-AUDIT-TIME TO MNT-TIME.
008910     MOVE WS-OPERATOR-ID TO MNT-OPERATOR-ID.
008920     MOVE SPACES TO MNT-CHECKER-ID.
008930     MOVE SPACE TO MNT-DECISION.
008940     WRITE MAINT-AUDIT-RECORD.
008950 7500-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------------
008990* 7600-WRITE-PENDING - SKRIV POSTEN TIL VENTEKOEN MED KILDE
009000*                  RATEIMPORT, REGISTRERER, TIDSPUNKT OG GRUNNEN
009010*                  FRA KONTROLLEN. WS-VALID-SW ER N HVIS POSTEN
009020*                  IKKE KUNNE SKRIVES.
009030*----------------------------------------------------------------
009040 7600-WRITE-PENDING.
009050     ACCEPT WS-AUDIT-TIME FROM TIME.
009060     MOVE "I" TO PND-SOURCE.
009070     MOVE WS-OPERATOR-ID TO PND-MAKER-ID.
009080     MOVE WS-RUN-DATE TO PND-MAKER-DATE.
009090     MOVE WS-AUDIT-TIME TO PND-MAKER-TIME.
009100     MOVE WS-ERROR-MSG TO PND-NOTE.
009110     MOVE "Y" TO WS-VALID-SW.
009120     WRITE PENDING-CHANGE-RECORD
009130         INVALID KEY
009140             DISPLAY "SKRIVEFEIL MOT PENDING-CHANGE-FILE, STATUS "
009150                 WS-PND-STATUS
009160             MOVE "N" TO WS-VALID-SW
009170     END-WRITE.
009180 7600-EXIT.
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
009340*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
009350*                  AV KALLEREN FORST.
009360*----------------------------------------------------------------
009370 7900-WRITE-RUN-LOG.
009380     OPEN EXTEND RUN-LOG-FILE.
009390     IF WS-RUNLOG-STATUS NOT = "00"
009400         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
009410             WS-RUNLOG-STATUS
009420         GO TO 7900-EXIT
009430     END-IF.
009440     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
009450     ACCEPT WS-END-TIME FROM TIME.
009460     MOVE SPACES TO RUN-LOG-RECORD.
009470     MOVE "RATEIMPORT" TO RNL-PROGRAM-ID.
009480     MOVE SPACE TO RNL-RUN-MODE.
009490     MOVE WS-RUN-DATE TO RNL-START-DATE.
009500     MOVE WS-START-TIME TO RNL-START-TIME.
009510     MOVE WS-END-DATE TO RNL-END-DATE.
009520     MOVE WS-END-TIME TO RNL-END-TIME.
009530     COMPUTE RNL-RECORDS-READ =
009540         WS-CPI-READ-COUNT + WS-BMK-READ-COUNT.
009550     COMPUTE RNL-RECORDS-PROCESSED =
009560         WS-CPI-LOADED-COUNT + WS-BMK-LOADED-COUNT.
009570     COMPUTE RNL-RECORDS-REJECTED =
009580         WS-CPI-REJECT-COUNT + WS-BMK-REJECT-COUNT.
009590     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
009600     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
009610     WRITE RUN-LOG-RECORD.
009620     CLOSE RUN-LOG-FILE.
009630 7900-EXIT.
009640     EXIT.
009650
009660 9999-TERMINATE.
009670     CLOSE CPI-INPUT-FILE.
009680     CLOSE BMK-INPUT-FILE.
009690     CLOSE CPI-MASTER.
009700     CLOSE BENCHMARK-FILE.
009710     CLOSE PENDING-CHANGE-FILE.
009720     CLOSE MAINT-AUDIT-FILE.
009730     CLOSE PRINT-FILE.
009740     IF WS-CPI-REJECT-COUNT > ZERO
009750             OR WS-BMK-REJECT-COUNT > ZERO
009760             OR WS-CPI-PENDING-COUNT > ZERO
009770             OR WS-BMK-PENDING-COUNT > ZERO
009780         MOVE 4 TO WS-RETURN-CODE
009790         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
009800     ELSE
009810         MOVE ZERO TO WS-RETURN-CODE
009820         MOVE "OK" TO WS-RUN-OUTCOME
009830     END-IF.
009840     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
009850     MOVE WS-RETURN-CODE TO RETURN-CODE.
009860     STOP RUN.
009870 9999-EXIT.
009880     EXIT.
