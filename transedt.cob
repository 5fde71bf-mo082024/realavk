000300*                DE OVRIGE BATCHPROGRAMMENE: 12 NAR FILEN
000310*                FEILER KONTROLLTOTALENE, 08 VED APNINGSFEIL,
000320*                04 NAR POSTER BLE AVVIST, ELLERS 00.
000330* 15-10-26  OPR  POSISJONSNUMMERET PA TRANS-FILE KONTROLLERES:
000340*                BLANKT GODTAS SOM POSISJON 01, ELLERS MA DET
000350*                VERE 01-99 PA N/E/S-POSTER, OG EN B-POST MA
000360*                GJELDE SAMME KONTO OG POSISJON SOM HOLDINGEN
000370*                FORAN.
000380*----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT TRANS-FILE ASSIGN TO "TRANFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-STATUS.
000450     SELECT CLEAN-TRANS-FILE ASSIGN TO "TRANEDIT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-CLEAN-STATUS.
000480     SELECT PRINT-FILE ASSIGN TO "TRANEDRP"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PRINT-STATUS.
000510     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RUNLOG-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  TRANS-FILE
000580     LABEL RECORD IS STANDARD.
000590     COPY TRNREC.
000600     COPY TRNCTL.
000610
000620 FD  CLEAN-TRANS-FILE
000630     LABEL RECORD IS STANDARD.
000640 01  CLEAN-TRN-RECORD            PIC X(50).
000650
000660 FD  PRINT-FILE
000670     LABEL RECORD IS STANDARD.
000680 01  PRINT-RECORD                PIC X(80).
000690
000700 FD  RUN-LOG-FILE
000710     LABEL RECORD IS STANDARD.
000720     COPY RUNREC.
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-TRANS-EOF-SW         PIC X(01) VALUE "N".
000770         88  WS-TRANS-EOF            VALUE "Y".
000780     05  WS-HEADER-SEEN-SW       PIC X(01) VALUE "N".
000790         88  WS-HEADER-SEEN          VALUE "Y".
000800     05  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
000810         88  WS-TRAILER-SEEN         VALUE "Y".
000820     05  WS-CONTROL-OK-SW        PIC X(01) VALUE "Y".
000830         88  WS-CONTROL-OK           VALUE "Y".
000840     05  WS-VALID-SW             PIC X(01) VALUE "N".
000850         88  WS-INPUT-VALID          VALUE "Y".
000860     05  WS-PENDING-HOLDING-SW   PIC X(01) VALUE "N".
000870         88  WS-PENDING-HOLDING      VALUE "Y".
000880     05  WS-PENDING-VALID-SW     PIC X(01) VALUE "N".
000890         88  WS-PENDING-VALID        VALUE "Y".
000900
000910 01  WS-ERROR-MSG                PIC X(45).
000920
000930 01  WS-RUN-DATE                 PIC 9(08).
000940 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
000950 01  WS-FEED-DATE                PIC 9(08).
000960 01  WS-FEED-DATE-EDITED         PIC 9999/99/99.
000970
000980 01  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
000990 01  WS-DETAIL-COUNT             PIC 9(08) COMP VALUE ZERO.
001000 01  WS-APPROVED-COUNT           PIC 9(08) COMP VALUE ZERO.
001010 01  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001020 01  WS-AFTER-TRAILER-COUNT      PIC 9(08) COMP VALUE ZERO.
001030 01  WS-RECORD-NUM-EDITED        PIC Z(7)9.
001040 01  WS-COUNT-EDITED             PIC Z(7)9.
001050
001060 01  WS-HASH-TOTAL               PIC S9(13)V99 VALUE ZERO.
001070 01  WS-TRAILER-COUNT            PIC 9(08).
001080 01  WS-TRAILER-HASH             PIC S9(11)V99.
001090 01  WS-HASH-EDITED              PIC -(12)9.99.
001100
001110*----------------------------------------------------------------
001120* HOLDINGEN SOM SIST BLE LEST (N/E): B-POSTENE SOM FOLGER MA
001130* GJELDE SAMME KONTO OG POSISJON OG LIGGE INNENFOR HOLDINGENS
001140* PERIODE. EN
001150* B-POST ETTER EN AVVIST HOLDING AVVISES OGSA, SA DELTAKJORINGEN
001160* ALDRI FAR EN BEVEGELSE UTEN SIN HOLDING FORAN.
001170*----------------------------------------------------------------
001180 01  WS-PENDING-ACCOUNT          PIC X(10).
001190 01  WS-PENDING-PERIOD           PIC 9(06).
001200 01  WS-PENDING-POSITION         PIC 9(02).
001210 01  WS-EDIT-POSITION            PIC 9(02).
001220
001230 01  WS-MOV-DATE-X.
001240     05  WS-MOV-DATE-YM          PIC 9(06).
001250     05  WS-MOV-DATE-DD          PIC 9(02).
001260
001270 01  WS-PERIOD-YM-X.
001280     05  WS-PERIOD-YEAR          PIC 9(04).
001290     05  WS-PERIOD-MONTH         PIC 9(02).
001300
001310     COPY PFREC.
001320
001330 01  WS-TRANS-STATUS             PIC X(02).
001340 01  WS-CLEAN-STATUS             PIC X(02).
001350 01  WS-PRINT-STATUS             PIC X(02).
001360 01  WS-RUNLOG-STATUS            PIC X(02).
001370
001380*----------------------------------------------------------------
001390* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
001400* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIENE,
001410* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
001420*----------------------------------------------------------------
001430 01  WS-START-TIME               PIC 9(08).
001440 01  WS-END-TIME                 PIC 9(08).
001450 01  WS-END-DATE                 PIC 9(08).
001460 01  WS-RUN-OUTCOME              PIC X(12).
001470 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001480
001490 PROCEDURE DIVISION.
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     PERFORM 2000-CONTROL-PASS THRU 2000-EXIT.
001530     PERFORM 3000-EDIT-PASS THRU 3000-EXIT.
001540     PERFORM 6300-WRITE-RUN-SUMMARY THRU 6300-EXIT.
001550     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001560
001570*----------------------------------------------------------------
001580* 1000-INITIALIZE - APNE RAFILEN OG RAPPORTEN. DEN RENE FILEN
001590*                  APNES FORST NAR KONTROLLTOTALENE HAR PASSERT,
001600*                  SA EN FIL SOM FEILER ALDRI ETTERLATER NOE
001610*                  DELTAKJORINGEN KAN LESE.
001620*----------------------------------------------------------------
001630 1000-INITIALIZE.
001640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001650     ACCEPT WS-START-TIME FROM TIME.
001660     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
001670     OPEN INPUT TRANS-FILE.
001680     IF WS-TRANS-STATUS NOT = "00"
001690         MOVE "KUNNE IKKE APNE TRANS-FILE" TO WS-ERROR-MSG
001700         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001710     END-IF.
001720     OPEN OUTPUT PRINT-FILE.
001730     IF WS-PRINT-STATUS NOT = "00"
001740         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
001750         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001760     END-IF.
001770     MOVE SPACES TO PRINT-RECORD.
001780     MOVE "FORKONTROLL TRANSAKSJONSFIL" TO PRINT-RECORD.
001790     WRITE PRINT-RECORD.
001800     MOVE SPACES TO PRINT-RECORD.
001810     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
001820         DELIMITED BY SIZE INTO PRINT-RECORD.
001830     WRITE PRINT-RECORD.
001840     MOVE SPACES TO PRINT-RECORD.
001850     WRITE PRINT-RECORD.
001860 1000-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------------
001900* 2000-CONTROL-PASS - LES HELE RAFILEN EN GANG OG KONTROLLER
001910*                  HODE- OG TRAILERPOSTEN: HODET SKAL VERE
001920*                  FORSTE POST, TRAILEREN SISTE, OG ANTALL
001930*                  DETALJPOSTER OG HASJTOTALEN SKAL STEMME MED
001940*                  TRAILERENS TALL. FEILER KONTROLLEN STOPPES
001950*                  KJORINGEN UTEN AT DEN RENE FILEN LAGES.
001960*----------------------------------------------------------------
001970 2000-CONTROL-PASS.
001980     PERFORM 2100-CONTROL-ONE THRU 2100-EXIT
001990         UNTIL WS-TRANS-EOF.
002000     PERFORM 2200-VERIFY-CONTROL THRU 2200-EXIT.
002010 2000-EXIT.
002020     EXIT.
002030
002040 2100-CONTROL-ONE.
002050     READ TRANS-FILE
002060         AT END
002070             SET WS-TRANS-EOF TO TRUE
002080             GO TO 2100-EXIT
002090     END-READ.
002100     ADD 1 TO WS-RECORDS-READ.
002110     IF WS-TRAILER-SEEN
002120         ADD 1 TO WS-AFTER-TRAILER-COUNT
002130         GO TO 2100-EXIT
002140     END-IF.
002150     IF WS-RECORDS-READ = 1
002160         IF TRN-ACTION = "H"
002170             MOVE "Y" TO WS-HEADER-SEEN-SW
002180             IF TRC-FEED-DATE NUMERIC
002190                 MOVE TRC-FEED-DATE TO WS-FEED-DATE
002200                 MOVE TRC-FEED-DATE TO WS-FEED-DATE-EDITED
002210             END-IF
002220         END-IF
002230         GO TO 2100-EXIT
002240     END-IF.
002250     IF TRN-ACTION = "T"
002260         MOVE "Y" TO WS-TRAILER-SEEN-SW
002270         IF TRC-RECORD-COUNT NUMERIC
002280             MOVE TRC-RECORD-COUNT TO WS-TRAILER-COUNT
002290         ELSE
002300             MOVE ZERO TO WS-TRAILER-COUNT
002310         END-IF
002320         IF TRC-HASH-TOTAL NUMERIC
002330             MOVE TRC-HASH-TOTAL TO WS-TRAILER-HASH
002340         ELSE
002350             MOVE ZERO TO WS-TRAILER-HASH
002360         END-IF
002370         GO TO 2100-EXIT
002380     END-IF.
002390     ADD 1 TO WS-DETAIL-COUNT.
002400     IF TRN-ACTION = "B"
002410         IF TRN-MOV-AMOUNT NUMERIC
002420             ADD TRN-MOV-AMOUNT TO WS-HASH-TOTAL
002430         END-IF
002440     ELSE
002450         MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
002460         IF PF-INV NUMERIC
002470             ADD PF-INV TO WS-HASH-TOTAL
002480         END-IF
002490     END-IF.
002500 2100-EXIT.
002510     EXIT.
002520
002530*----------------------------------------------------------------
002540* 2200-VERIFY-CONTROL - SAMMENHOLD DET SOM BLE LEST MED HODE-
002550*                  OG TRAILERPOSTEN. HVERT AVVIK SKRIVES PA
002560*                  RAPPORTEN FOR KJORINGEN STOPPES, SA OPERA-
002570*                  TOREN SER ALLE KONTROLLBRUDDENE PA EN GANG
002580*                  OG IKKE ETT PER OMKJORING.
002590*----------------------------------------------------------------
002600 2200-VERIFY-CONTROL.
002610     IF NOT WS-HEADER-SEEN
002620         MOVE "N" TO WS-CONTROL-OK-SW
002630         MOVE SPACES TO PRINT-RECORD
002640         MOVE "HODEPOST MANGLER - FILEN ER IKKE KOMPLETT" TO
002650             PRINT-RECORD
002660         WRITE PRINT-RECORD
002670     END-IF.
002680     IF NOT WS-TRAILER-SEEN
002690         MOVE "N" TO WS-CONTROL-OK-SW
002700         MOVE SPACES TO PRINT-RECORD
002710         MOVE "TRAILERPOST MANGLER - AVKUTTET FIL?" TO
002720             PRINT-RECORD
002730         WRITE PRINT-RECORD
002740     END-IF.
002750     IF WS-AFTER-TRAILER-COUNT > ZERO
002760         MOVE "N" TO WS-CONTROL-OK-SW
002770         MOVE WS-AFTER-TRAILER-COUNT TO WS-COUNT-EDITED
002780         MOVE SPACES TO PRINT-RECORD
002790         STRING "POSTER ETTER TRAILEREN: " WS-COUNT-EDITED
002800             DELIMITED BY SIZE INTO PRINT-RECORD
002810         WRITE PRINT-RECORD
002820     END-IF.
002830     IF WS-TRAILER-SEEN
002840         IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
002850             MOVE "N" TO WS-CONTROL-OK-SW
002860             MOVE WS-DETAIL-COUNT TO WS-COUNT-EDITED
002870             MOVE SPACES TO PRINT-RECORD
002880             STRING "TRAILERANTALL STEMMER IKKE - LEST "
002890                 WS-COUNT-EDITED
002900                 DELIMITED BY SIZE INTO PRINT-RECORD
002910             WRITE PRINT-RECORD
002920         END-IF
002930         IF WS-TRAILER-HASH NOT = WS-HASH-TOTAL
002940             MOVE "N" TO WS-CONTROL-OK-SW
002950             MOVE WS-HASH-TOTAL TO WS-HASH-EDITED
002960             MOVE SPACES TO PRINT-RECORD
002970             STRING "HASJTOTAL STEMMER IKKE - BEREGNET "
002980                 WS-HASH-EDITED
002990                 DELIMITED BY SIZE INTO PRINT-RECORD
003000             WRITE PRINT-RECORD
003010         END-IF
003020     END-IF.
003030     IF NOT WS-CONTROL-OK
003040         MOVE SPACES TO PRINT-RECORD
003050         MOVE "FILEN ER AVVIST - INGEN REN FIL ER SKREVET" TO
003060             PRINT-RECORD
003070         WRITE PRINT-RECORD
003080         DISPLAY "FATAL: TRANS-FILE FEILER KONTROLLTOTALENE - "
003090             "FILEN ER AVVIST"
003100         CLOSE TRANS-FILE
003110         CLOSE PRINT-FILE
003120         MOVE 12 TO WS-RETURN-CODE
003130         MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME
003140         PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT
003150         MOVE WS-RETURN-CODE TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180 2200-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------------
003220* 3000-EDIT-PASS - LES RAFILEN PA NYTT OG KONTROLLER HVER
003230*                  DETALJPOST. GODKJENTE POSTER SKRIVES TIL DEN
003240*                  RENE FILEN UTEN HODE OG TRAILER; AVVISTE
003250*                  POSTER FAR EN LINJE PA RAPPORTEN MED POST-
003260*                  NUMMER OG ARSAK. EN B-POST SLIPPER BARE
003270*                  GJENNOM NAR HOLDINGEN FORAN OGSA GJORDE DET.
003280*----------------------------------------------------------------
003290 3000-EDIT-PASS.
003300     CLOSE TRANS-FILE.
003310     OPEN INPUT TRANS-FILE.
003320     IF WS-TRANS-STATUS NOT = "00"
003330         MOVE "KUNNE IKKE APNE TRANS-FILE PA NYTT" TO
003340             WS-ERROR-MSG
003350         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003360     END-IF.
003370     OPEN OUTPUT CLEAN-TRANS-FILE.
003380     IF WS-CLEAN-STATUS NOT = "00"
003390         MOVE "KUNNE IKKE APNE CLEAN-TRANS-FILE" TO WS-ERROR-MSG
003400         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003410     END-IF.
003420     MOVE "N" TO WS-TRANS-EOF-SW.
003430     MOVE ZERO TO WS-RECORDS-READ.
003440     PERFORM 3100-EDIT-ONE THRU 3100-EXIT
003450         UNTIL WS-TRANS-EOF.
003460     CLOSE CLEAN-TRANS-FILE.
003470 3000-EXIT.
003480     EXIT.
003490
003500 3100-EDIT-ONE.
003510     READ TRANS-FILE
003520         AT END
003530             SET WS-TRANS-EOF TO TRUE
003540             GO TO 3100-EXIT
003550     END-READ.
003560     ADD 1 TO WS-RECORDS-READ.
003570     IF TRN-ACTION = "H" OR TRN-ACTION = "T"
003580         GO TO 3100-EXIT
003590     END-IF.
003600     EVALUATE TRN-ACTION
003610         WHEN "N"
003620         WHEN "E"
003630             PERFORM 3200-EDIT-HOLDING THRU 3200-EXIT
003640         WHEN "S"
003650             PERFORM 3300-EDIT-CLOSE THRU 3300-EXIT
003660         WHEN "B"
003670             PERFORM 3400-EDIT-MOVEMENT THRU 3400-EXIT
003680         WHEN OTHER
003690             MOVE "N" TO WS-PENDING-HOLDING-SW
003700             MOVE "N" TO WS-PENDING-VALID-SW
003710             MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD
003720             MOVE "UGYLDIG TRANSAKSJONSKODE PA TRANS-FILE" TO
003730                 WS-ERROR-MSG
003740             PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
003750     END-EVALUATE.
003760 3100-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800* 3200-EDIT-HOLDING - EN N/E-POST: SAMME FELTKONTROLLER SOM
003810*                  BEREGNINGSPROGRAMMETS 4000-VALIDATE-INPUT
003820*                  GJOR PA PFREC-FELTENE, MEN UTFORT FOR
003830*                  MASTEREN ER APNET. EN GODKJENT HOLDING
003840*                  SKRIVES TIL DEN RENE FILEN OG HUSKES SA
003850*                  B-POSTENE BAK DEN KAN KONTROLLERES.
003860*----------------------------------------------------------------
003870 3200-EDIT-HOLDING.
003880     MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD.
003890     MOVE "Y" TO WS-PENDING-HOLDING-SW.
003900     MOVE "N" TO WS-PENDING-VALID-SW.
003910     MOVE PF-ACCOUNT-ID TO WS-PENDING-ACCOUNT.
003920     PERFORM 4000-VALIDATE-HOLDING THRU 4000-EXIT.
003930     IF WS-INPUT-VALID
003940         MOVE PF-PERIOD-YM TO WS-PENDING-PERIOD
003950         MOVE WS-EDIT-POSITION TO WS-PENDING-POSITION
003960         MOVE "Y" TO WS-PENDING-VALID-SW
003970         MOVE TRN-RECORD TO CLEAN-TRN-RECORD
003980         WRITE CLEAN-TRN-RECORD
003990         ADD 1 TO WS-APPROVED-COUNT
004000     ELSE
004010         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004020     END-IF.
004030 3200-EXIT.
004040     EXIT.
004050
004060 3300-EDIT-CLOSE.
004070     MOVE "N" TO WS-PENDING-HOLDING-SW.
004080     MOVE "N" TO WS-PENDING-VALID-SW.
004090     MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD.
004100     IF PF-ACCOUNT-ID = SPACES
004110         MOVE "KONTONUMMER BLANKT PA SLUTT-TRANSAKSJON" TO
004120             WS-ERROR-MSG
004130         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004140         GO TO 3300-EXIT
004150     END-IF.
004160     MOVE "Y" TO WS-VALID-SW.
004170     PERFORM 4700-VALIDATE-POSITION THRU 4700-EXIT.
004180     IF NOT WS-INPUT-VALID
004190         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004200         GO TO 3300-EXIT
004210     END-IF.
004220     MOVE TRN-RECORD TO CLEAN-TRN-RECORD.
004230     WRITE CLEAN-TRN-RECORD.
004240     ADD 1 TO WS-APPROVED-COUNT.
004250 3300-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 3400-EDIT-MOVEMENT - EN B-POST: SKAL FOLGE EN N/E-HOLDING FOR
004300*                  SAMME KONTO OG POSISJON, MED DATO INNENFOR
004310*                  HOLDINGENS PERIODE OG NUMERISK BELOP - SAMME
004320*                  KRAV SOM 2615/5910 I BEREGNINGSPROGRAMMET
004330*                  STILLER, MEN KONTROLLERT HER FORST.
004340*----------------------------------------------------------------
004350 3400-EDIT-MOVEMENT.
004360     MOVE TRN-PORTFOLIO-DATA TO PORTFOLIO-RECORD.
004370     IF NOT WS-PENDING-HOLDING
004380         MOVE "BEVEGELSE UTEN TILHORENDE HOLDING" TO
004390             WS-ERROR-MSG
004400         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004410         GO TO 3400-EXIT
004420     END-IF.
004430     IF TRN-MOV-ACCOUNT-ID NOT = WS-PENDING-ACCOUNT
004440         MOVE "BEVEGELSE GJELDER EN ANNEN KONTO" TO
004450             WS-ERROR-MSG
004460         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004470         GO TO 3400-EXIT
004480     END-IF.
004490     MOVE "Y" TO WS-VALID-SW.
004500     PERFORM 4700-VALIDATE-POSITION THRU 4700-EXIT.
004510     IF NOT WS-INPUT-VALID
004520         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004530         GO TO 3400-EXIT
004540     END-IF.
004550     IF WS-EDIT-POSITION NOT = WS-PENDING-POSITION
004560         MOVE "BEVEGELSE GJELDER EN ANNEN POSISJON" TO
004570             WS-ERROR-MSG
004580         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004590         GO TO 3400-EXIT
004600     END-IF.
004610     IF NOT WS-PENDING-VALID
004620         MOVE "HOLDINGEN FORAN ER AVVIST" TO WS-ERROR-MSG
004630         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004640         GO TO 3400-EXIT
004650     END-IF.
004660     IF TRN-MOV-DATE NOT NUMERIC
004670         MOVE "BEVEGELSE UTENFOR HOLDINGENS PERIODE" TO
004680             WS-ERROR-MSG
004690         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004700         GO TO 3400-EXIT
004710     END-IF.
004720     MOVE TRN-MOV-DATE TO WS-MOV-DATE-X.
004730     IF WS-MOV-DATE-YM NOT = WS-PENDING-PERIOD
004740             OR WS-MOV-DATE-DD < 1
004750             OR WS-MOV-DATE-DD > 31
004760         MOVE "BEVEGELSE UTENFOR HOLDINGENS PERIODE" TO
004770             WS-ERROR-MSG
004780         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004790         GO TO 3400-EXIT
004800     END-IF.
004810     IF TRN-MOV-AMOUNT NOT NUMERIC
004820         MOVE "UGYLDIG BELOP PA BEVEGELSE" TO WS-ERROR-MSG
004830         PERFORM 6100-WRITE-REPORT-REJECT THRU 6100-EXIT
004840         GO TO 3400-EXIT
004850     END-IF.
004860     MOVE TRN-RECORD TO CLEAN-TRN-RECORD.
004870     WRITE CLEAN-TRN-RECORD.
004880     ADD 1 TO WS-APPROVED-COUNT.
004890 3400-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 4000-VALIDATE-HOLDING - FELTKONTROLLENE PA EN N/E-POST, ETT
004940*                  FELT PER AVSNITT SOM I BEREGNINGSPROGRAMMET,
004950*                  SA ARSAKEN PA RAPPORTEN PEKER PA RIKTIG
004960*                  FELT.
004970*----------------------------------------------------------------
004980 4000-VALIDATE-HOLDING.
004990     MOVE "Y" TO WS-VALID-SW.
005000     IF PF-ACCOUNT-ID = SPACES
005010         MOVE "N" TO WS-VALID-SW
005020         MOVE "KONTONUMMER BLANKT PA HOLDINGEN" TO WS-ERROR-MSG
005030         GO TO 4000-EXIT
005040     END-IF.
005050     PERFORM 4700-VALIDATE-POSITION THRU 4700-EXIT.
005060     IF NOT WS-INPUT-VALID
005070         GO TO 4000-EXIT
005080     END-IF.
005090     PERFORM 4100-VALIDATE-INV THRU 4100-EXIT.
005100     IF WS-INPUT-VALID
005110         PERFORM 4200-VALIDATE-AVK THRU 4200-EXIT
005120     END-IF.
005130     IF WS-INPUT-VALID
005140         PERFORM 4300-VALIDATE-INF THRU 4300-EXIT
005150     END-IF.
005160     IF WS-INPUT-VALID
005170         PERFORM 4400-VALIDATE-SKATT THRU 4400-EXIT
005180     END-IF.
005190     IF WS-INPUT-VALID
005200         PERFORM 4500-VALIDATE-PERIOD THRU 4500-EXIT
005210     END-IF.
005220     IF WS-INPUT-VALID
005230         PERFORM 4600-VALIDATE-CURRENCY THRU 4600-EXIT
005240     END-IF.
005250 4000-EXIT.
005260     EXIT.
005270
005280 4100-VALIDATE-INV.
005290     IF PF-INV NOT NUMERIC
005300         MOVE "N" TO WS-VALID-SW
005310         MOVE "UGYLDIG INVESTERING - MA VERE NUMERISK" TO
005320             WS-ERROR-MSG
005330     ELSE
005340     IF PF-INV NOT > ZERO
005350         MOVE "N" TO WS-VALID-SW
005360         MOVE "UGYLDIG INVESTERING - MA VERE STORRE ENN NULL" TO
005370             WS-ERROR-MSG
005380     END-IF
005390     END-IF.
005400 4100-EXIT.
005410     EXIT.
005420
005430 4200-VALIDATE-AVK.
005440     IF PF-AVK NOT NUMERIC
005450         MOVE "N" TO WS-VALID-SW
005460         MOVE "UGYLDIG AVKASTNING - MA VERE NUMERISK" TO
005470             WS-ERROR-MSG
005480     ELSE
005490     IF PF-AVK < -99.99 OR PF-AVK > 99.99
005500         MOVE "N" TO WS-VALID-SW
005510         MOVE "UGYLDIG AVKASTNING - UTENFOR -99.99 TIL 99.99" TO
005520             WS-ERROR-MSG
005530     END-IF
005540     END-IF.
005550 4200-EXIT.
005560     EXIT.
005570
005580 4300-VALIDATE-INF.
005590     IF PF-INF NOT NUMERIC
005600         MOVE "N" TO WS-VALID-SW
005610         MOVE "UGYLDIG INFLASJON - MA VERE NUMERISK" TO
005620             WS-ERROR-MSG
005630     ELSE
005640     IF PF-INF < -99.99 OR PF-INF > 99.99
005650         MOVE "N" TO WS-VALID-SW
005660         MOVE "UGYLDIG INFLASJON - UTENFOR -99.99 TIL 99.99" TO
005670             WS-ERROR-MSG
005680     END-IF
005690     END-IF.
005700 4300-EXIT.
005710     EXIT.
005720
005730 4400-VALIDATE-SKATT.
005740     IF PF-SKATT NOT NUMERIC
005750         MOVE "N" TO WS-VALID-SW
005760         MOVE "UGYLDIG SKATTESATS - MA VERE NUMERISK" TO
005770             WS-ERROR-MSG
005780     ELSE
005790     IF PF-SKATT < ZERO OR PF-SKATT > 99.99
005800         MOVE "N" TO WS-VALID-SW
005810         MOVE "UGYLDIG SKATTESATS - UTENFOR 0 TIL 99.99" TO
005820             WS-ERROR-MSG
005830     END-IF
005840     END-IF.
005850 4400-EXIT.
005860     EXIT.
005870
005880 4500-VALIDATE-PERIOD.
005890     IF PF-PERIOD-YM NOT NUMERIC
005900         MOVE "N" TO WS-VALID-SW
005910         MOVE "UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM" TO
005920             WS-ERROR-MSG
005930         GO TO 4500-EXIT
005940     END-IF.
005950     MOVE PF-PERIOD-YM TO WS-PERIOD-YM-X.
005960     IF WS-PERIOD-YEAR < 1900 OR WS-PERIOD-YEAR > 2099
005970         MOVE "N" TO WS-VALID-SW
005980         MOVE "UGYLDIG PERIODE - AR UTENFOR 1900 TIL 2099" TO
005990             WS-ERROR-MSG
006000     ELSE
006010     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
006020         MOVE "N" TO WS-VALID-SW
006030         MOVE "UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12" TO
006040             WS-ERROR-MSG
006050     END-IF
006060     END-IF.
006070 4500-EXIT.
006080     EXIT.
006090
006100 4600-VALIDATE-CURRENCY.
006110     IF PF-CURRENCY-CODE = SPACES
006120         MOVE "N" TO WS-VALID-SW
006130         MOVE "VALUTAKODE BLANK PA HOLDINGEN" TO WS-ERROR-MSG
006140     END-IF.
006150 4600-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------
006190* 4700-VALIDATE-POSITION - POSISJONSNUMMERET PA POSTEN TIL
006200*                  WS-EDIT-POSITION. BLANKT ER EN POST FRA FOR
006210*                  KONTOENE FIKK FLERE POSISJONER OG REGNES SOM
006220*                  01.
006230*----------------------------------------------------------------
006240 4700-VALIDATE-POSITION.
006250     EVALUATE TRUE
006260         WHEN TRN-POSITION-X = SPACES
006270             MOVE 1 TO WS-EDIT-POSITION
006280         WHEN TRN-POSITION-NUM NUMERIC
006290                 AND TRN-POSITION-NUM > ZERO
006300             MOVE TRN-POSITION-NUM TO WS-EDIT-POSITION
006310         WHEN OTHER
006320             MOVE ZERO TO WS-EDIT-POSITION
006330             MOVE "N" TO WS-VALID-SW
006340             MOVE "UGYLDIG POSISJONSNUMMER - MA VERE 01-99" TO
006350                 WS-ERROR-MSG
006360     END-EVALUATE.
006370 4700-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------------
006410* 6100-WRITE-REPORT-REJECT - EN LINJE PER AVVIST POST MED POST-
006420*                  NUMMER, KONTO OG ARSAK, SA FORVALTEREN KAN
006430*                  RETTE FILEN POST FOR POST.
006440*----------------------------------------------------------------
006450 6100-WRITE-REPORT-REJECT.
006460     ADD 1 TO WS-REJECTED-COUNT.
006470     MOVE WS-RECORDS-READ TO WS-RECORD-NUM-EDITED.
006480     MOVE SPACES TO PRINT-RECORD.
006490     STRING "POST " WS-RECORD-NUM-EDITED "  " PF-ACCOUNT-ID
006500         "  AVVIST - " WS-ERROR-MSG
006510         DELIMITED BY SIZE INTO PRINT-RECORD.
006520     WRITE PRINT-RECORD.
006530     DISPLAY PF-ACCOUNT-ID " AVVIST: " WS-ERROR-MSG.
006540 6100-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580* 6300-WRITE-RUN-SUMMARY - ANTALL OG KONTROLLTOTALER FOR
006590*                  KJORINGEN, SAMME MONSTER SOM BATCH-
006600*                  RAPPORTENS SAMMENDRAG.
006610*----------------------------------------------------------------
006620 6300-WRITE-RUN-SUMMARY.
006630     MOVE SPACES TO PRINT-RECORD.
006640     WRITE PRINT-RECORD.
006650     MOVE "SAMMENDRAG FOR FORKONTROLLEN" TO PRINT-RECORD.
006660     WRITE PRINT-RECORD.
006670     IF WS-HEADER-SEEN
006680         MOVE SPACES TO PRINT-RECORD
006690         STRING "FILDATO FRA FORVALTER:   " WS-FEED-DATE-EDITED
006700             DELIMITED BY SIZE INTO PRINT-RECORD
006710         WRITE PRINT-RECORD
006720     END-IF.
006730     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDITED.
006740     MOVE SPACES TO PRINT-RECORD.
006750     STRING "ANTALL DETALJPOSTER:     " WS-COUNT-EDITED
006760         DELIMITED BY SIZE INTO PRINT-RECORD.
006770     WRITE PRINT-RECORD.
006780     MOVE WS-APPROVED-COUNT TO WS-COUNT-EDITED.
006790     MOVE SPACES TO PRINT-RECORD.
006800     STRING "ANTALL GODKJENT:         " WS-COUNT-EDITED
006810         DELIMITED BY SIZE INTO PRINT-RECORD.
006820     WRITE PRINT-RECORD.
006830     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED.
006840     MOVE SPACES TO PRINT-RECORD.
006850     STRING "ANTALL AVVIST:           " WS-COUNT-EDITED
006860         DELIMITED BY SIZE INTO PRINT-RECORD.
006870     WRITE PRINT-RECORD.
006880     MOVE WS-HASH-TOTAL TO WS-HASH-EDITED.
006890     MOVE SPACES TO PRINT-RECORD.
006900     STRING "HASJTOTAL:               " WS-HASH-EDITED "KR"
006910         DELIMITED BY SIZE INTO PRINT-RECORD.
006920     WRITE PRINT-RECORD.
006930 6300-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------------
006970* 9990-ABORT-ON-OPEN-ERROR - EN FIL SOM TRENGS FOR KONTROLLEN
006980*                  KUNNE IKKE APNES. WS-ERROR-MSG SETTES AV
006990*                  KALLEREN FOR DENNE UTFORES.
007000*----------------------------------------------------------------
007010 9990-ABORT-ON-OPEN-ERROR.
007020     DISPLAY "FATAL: " WS-ERROR-MSG.
007030     MOVE 8 TO WS-RETURN-CODE.
007040     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
007050     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007060     MOVE WS-RETURN-CODE TO RETURN-CODE.
007070     STOP RUN.
007080 9990-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
007130*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
007140*                  AVBRUDDSVEIENE. UTFALL OG RETURKODE SETTES
007150*                  AV KALLEREN FORST.
007160*----------------------------------------------------------------
007170 7900-WRITE-RUN-LOG.
007180     OPEN EXTEND RUN-LOG-FILE.
007190     IF WS-RUNLOG-STATUS NOT = "00"
007200         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
007210             WS-RUNLOG-STATUS
007220         GO TO 7900-EXIT
007230     END-IF.
007240     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
007250     ACCEPT WS-END-TIME FROM TIME.
007260     MOVE SPACES TO RUN-LOG-RECORD.
007270     MOVE "TRANSKONTROLL" TO RNL-PROGRAM-ID.
007280     MOVE SPACE TO RNL-RUN-MODE.
007290     MOVE WS-RUN-DATE TO RNL-START-DATE.
007300     MOVE WS-START-TIME TO RNL-START-TIME.
007310     MOVE WS-END-DATE TO RNL-END-DATE.
007320     MOVE WS-END-TIME TO RNL-END-TIME.
007330     MOVE WS-DETAIL-COUNT TO RNL-RECORDS-READ.
007340     MOVE WS-APPROVED-COUNT TO RNL-RECORDS-PROCESSED.
007350     MOVE WS-REJECTED-COUNT TO RNL-RECORDS-REJECTED.
007360     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
007370     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
007380     WRITE RUN-LOG-RECORD.
007390     CLOSE RUN-LOG-FILE.
007400 7900-EXIT.
007410     EXIT.
007420
007430 9999-TERMINATE.
007440     CLOSE TRANS-FILE.
007450     CLOSE PRINT-FILE.
007460     IF WS-REJECTED-COUNT > ZERO
007470         MOVE 4 TO WS-RETURN-CODE
007480         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
007490     ELSE
007500         MOVE ZERO TO WS-RETURN-CODE
007510         MOVE "OK" TO WS-RUN-OUTCOME
007520     END-IF.
007530     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007540     MOVE WS-RETURN-CODE TO RETURN-CODE.
007550     STOP RUN.
007560 9999-EXIT.
007570     EXIT.
