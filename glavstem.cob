000350*                VED APNINGSFEIL, 04 NAR AVSTEMMINGEN FANT
000360*                AVVIK, ELLERS 00 - SA SCHEDULEREN KAN HOLDE
000370*                HOVEDBOKSLOPET TILBAKE PA AVVIK.
000380* 15-10-26  OPR  MODUS K (KORREKSJONSGENERASJONEN FRA KONSEKVENS-
000390*                KJORINGEN ETTER REVIDERTE SATSER) GODTAS NA.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT GL-EXTRACT-FILE ASSIGN TO WS-GL-EXTRACT-NAME
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GLXIN-STATUS.
000470     SELECT EXTRACT-REGISTER-FILE ASSIGN TO "GLXREGST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS GXR-REG-KEY
000510         FILE STATUS IS WS-GXREG-STATUS.
000520     SELECT POSTING-CONF-FILE ASSIGN TO "POSTCONF"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PCFIN-STATUS.
000550     SELECT SORTED-GLX-FILE ASSIGN TO "AVSTWRK1"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-GLX-STATUS.
000580     SELECT SORTED-PCF-FILE ASSIGN TO "AVSTWRK2"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PCF-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO "AVSTEMRP"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PRINT-STATUS.
000640     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RUNLOG-STATUS.
000670     SELECT SORT-GLX-FILE ASSIGN TO "SORTWK01".
000680     SELECT SORT-PCF-FILE ASSIGN TO "SORTWK02".
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  GL-EXTRACT-FILE
000730     LABEL RECORD IS STANDARD.
000740     COPY GLXREC.
000750     COPY GLXTRL.
000760
000770 FD  EXTRACT-REGISTER-FILE
000780     LABEL RECORD IS STANDARD.
000790     COPY GXRREC.
000800
000810 FD  POSTING-CONF-FILE
000820     LABEL RECORD IS STANDARD.
000830     COPY PCFREC.
000840
000850 FD  SORTED-GLX-FILE
000860     LABEL RECORD IS STANDARD.
000870 01  SGX-RECORD.
000880     05  SGX-ACCOUNT-ID          PIC X(10).
000890     05  SGX-REA                 PIC S9(8)V99.
000900     05  SGX-PRO                 PIC S9(3)V99.
000910     05  SGX-RUN-DATE            PIC 9(08).
000920     05  SGX-SEQ-NUM             PIC 9(02).
000930     05  SGX-EXTRACT-SEQ         PIC 9(06).
000940     05  FILLER                  PIC X(10).
000950
000960 FD  SORTED-PCF-FILE
000970     LABEL RECORD IS STANDARD.
000980 01  SCF-RECORD.
000990     05  SCF-ACCOUNT-ID          PIC X(10).
001000     05  SCF-RUN-DATE            PIC 9(08).
001010     05  SCF-SEQ-NUM             PIC 9(02).
001020     05  SCF-POSTED-AMOUNT       PIC S9(8)V99.
001030     05  SCF-EXTRACT-SEQ         PIC 9(06).
001040     05  FILLER                  PIC X(06).
001050
001060 FD  PRINT-FILE
001070     LABEL RECORD IS STANDARD.
001080 01  PRINT-RECORD                PIC X(80).
001090
001100 FD  RUN-LOG-FILE
001110     LABEL RECORD IS STANDARD.
001120     COPY RUNREC.
001130
001140 SD  SORT-GLX-FILE.
001150 01  SRT1-RECORD.
001160     05  SRT1-ACCOUNT-ID         PIC X(10).
001170     05  SRT1-REA                PIC S9(8)V99.
001180     05  SRT1-PRO                PIC S9(3)V99.
001190     05  SRT1-RUN-DATE           PIC 9(08).
001200     05  SRT1-SEQ-NUM            PIC 9(02).
001210     05  SRT1-EXTRACT-SEQ        PIC 9(06).
001220     05  FILLER                  PIC X(10).
001230
001240 SD  SORT-PCF-FILE.
001250 01  SRT2-RECORD.
001260     05  SRT2-ACCOUNT-ID         PIC X(10).
001270     05  SRT2-RUN-DATE           PIC 9(08).
001280     05  SRT2-SEQ-NUM            PIC 9(02).
001290     05  SRT2-POSTED-AMOUNT      PIC S9(8)V99.
001300     05  SRT2-EXTRACT-SEQ        PIC 9(06).
001310     05  FILLER                  PIC X(06).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     05  WS-GLXIN-EOF-SW         PIC X(01) VALUE "N".
001360         88  WS-GLXIN-EOF            VALUE "Y".
001370     05  WS-PCFIN-EOF-SW         PIC X(01) VALUE "N".
001380         88  WS-PCFIN-EOF            VALUE "Y".
001390     05  WS-GLX-EOF-SW           PIC X(01) VALUE "N".
001400         88  WS-GLX-EOF              VALUE "Y".
001410     05  WS-PCF-EOF-SW           PIC X(01) VALUE "N".
001420         88  WS-PCF-EOF              VALUE "Y".
001430     05  WS-TRAILER-SEEN-SW      PIC X(01) VALUE "N".
001440         88  WS-TRAILER-SEEN         VALUE "Y".
001450     05  WS-TRAILER-FAULT-SW     PIC X(01) VALUE "N".
001460         88  WS-TRAILER-FAULT        VALUE "Y".
001470     05  WS-VALID-SW             PIC X(01) VALUE "N".
001480         88  WS-INPUT-VALID          VALUE "Y".
001490
001500 01  WS-ERROR-MSG                PIC X(45).
001510
001520 01  WS-RUN-DATE                 PIC 9(08).
001530 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
001540
001550*----------------------------------------------------------------
001560* GENERASJONEN SOM AVSTEMMES: OPERATOREN OPPGIR KJOREDATOEN OG
001570* KJOREMODUSEN EKSTRAKTET BLE SKREVET MED, OG FILNAVNET BYGGES
001580* PA SAMME MATE SOM BEREGNINGSPROGRAMMET BYGGER DET (GLX +
001590* DATO + MODUS). SAMME PAR ER NOKKELEN INN I EKSTRAKT-
001600* REGISTERET SOM OPPDATERES NAR AVSTEMMINGEN ER FERDIG.
001610*----------------------------------------------------------------
001620 01  WS-EXTRACT-DATE             PIC 9(08).
001630 01  WS-EXTRACT-MODE             PIC X(01).
001640 01  WS-GL-EXTRACT-NAME.
001650     05  FILLER                  PIC X(03) VALUE "GLX".
001660     05  WS-GLX-NAME-DATE        PIC 9(08) VALUE ZERO.
001670     05  WS-GLX-NAME-MODE        PIC X(01) VALUE SPACE.
001680
001690*----------------------------------------------------------------
001700* THE MATCH KEYS ARE HELD AS ONE GROUP EACH SO THE THREE-WAY
001710* COMPARE IN 2100 IS ONE ALPHANUMERIC COMPARE. THE EXTRACT'S
001720* LOPENUMMER IS PART OF THE KEY, SO TWO CALCULATIONS FOR THE
001730* SAME ACCOUNT AND DAY STILL MATCH ONE-TO-ONE. HIGH-VALUES IS
001740* MOVED IN AT END OF FILE SO THE OTHER FILE DRAINS NORMALLY.
001750*----------------------------------------------------------------
001760 01  WS-GLX-KEY.
001770     05  WS-GLX-ACCOUNT          PIC X(10).
001780     05  WS-GLX-DATE             PIC 9(08).
001790     05  WS-GLX-SEQ              PIC 9(02).
001800     05  WS-GLX-XSEQ             PIC 9(06).
001810 01  WS-PCF-KEY.
001820     05  WS-PCF-ACCOUNT          PIC X(10).
001830     05  WS-PCF-DATE             PIC 9(08).
001840     05  WS-PCF-SEQ              PIC 9(02).
001850     05  WS-PCF-XSEQ             PIC 9(06).
001860 01  WS-MATCHED-KEY              PIC X(26) VALUE LOW-VALUES.
001870
001880 01  WS-GLX-REA-HOLD             PIC S9(8)V99.
001890 01  WS-GLX-REA-EDITED           PIC -(7)9.99.
001900 01  WS-PCF-AMT-EDITED           PIC -(7)9.99.
001910
001920 01  WS-MATCHED-COUNT            PIC 9(08) COMP VALUE ZERO.
001930 01  WS-UNPOSTED-COUNT           PIC 9(08) COMP VALUE ZERO.
001940 01  WS-DUPLICATE-COUNT          PIC 9(08) COMP VALUE ZERO.
001950 01  WS-MISMATCH-COUNT           PIC 9(08) COMP VALUE ZERO.
001960 01  WS-ORPHAN-COUNT             PIC 9(08) COMP VALUE ZERO.
001970 01  WS-COUNT-EDITED             PIC Z(7)9.
001980
001990 01  WS-DETAIL-COUNT             PIC 9(08) VALUE ZERO.
002000 01  WS-DETAIL-REA-TOTAL         PIC S9(11)V99 VALUE ZERO.
002010 01  WS-TRAILER-COUNT            PIC 9(08).
002020 01  WS-TRAILER-REA-TOTAL        PIC S9(11)V99.
002030 01  WS-TOTAL-EDITED             PIC -(10)9.99.
002040
002050 01  WS-GLXIN-STATUS             PIC X(02).
002060 01  WS-GXREG-STATUS             PIC X(02).
002070 01  WS-PCFIN-STATUS             PIC X(02).
002080 01  WS-GLX-STATUS               PIC X(02).
002090 01  WS-PCF-STATUS               PIC X(02).
002100 01  WS-PRINT-STATUS             PIC X(02).
002110 01  WS-RUNLOG-STATUS            PIC X(02).
002120
002130*----------------------------------------------------------------
002140* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
002150* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
002160* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
002170*----------------------------------------------------------------
002180 01  WS-START-TIME               PIC 9(08).
002190 01  WS-END-TIME                 PIC 9(08).
002200 01  WS-END-DATE                 PIC 9(08).
002210 01  WS-RUN-OUTCOME              PIC X(12).
002220 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002230 01  WS-AVVIK-TOTAL              PIC 9(08) COMP VALUE ZERO.
002240
002250 PROCEDURE DIVISION.
002260 0000-CONTROL SECTION.
002270 0010-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     SORT SORT-GLX-FILE
002300         ON ASCENDING KEY SRT1-ACCOUNT-ID
002310         ON ASCENDING KEY SRT1-RUN-DATE
002320         ON ASCENDING KEY SRT1-SEQ-NUM
002330         ON ASCENDING KEY SRT1-EXTRACT-SEQ
002340         INPUT PROCEDURE IS 4000-RELEASE-EXTRACT
002350         GIVING SORTED-GLX-FILE.
002360     SORT SORT-PCF-FILE
002370         ON ASCENDING KEY SRT2-ACCOUNT-ID
002380         ON ASCENDING KEY SRT2-RUN-DATE
002390         ON ASCENDING KEY SRT2-SEQ-NUM
002400         ON ASCENDING KEY SRT2-EXTRACT-SEQ
002410         INPUT PROCEDURE IS 5000-RELEASE-CONF
002420         GIVING SORTED-PCF-FILE.
002430     OPEN INPUT SORTED-GLX-FILE.
002440     IF WS-GLX-STATUS NOT = "00"
002450         MOVE "KUNNE IKKE APNE SORTERT EKSTRAKT" TO WS-ERROR-MSG
002460         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002470     END-IF.
002480     OPEN INPUT SORTED-PCF-FILE.
002490     IF WS-PCF-STATUS NOT = "00"
002500         MOVE "KUNNE IKKE APNE SORTERT BEKREFTELSE" TO
002510             WS-ERROR-MSG
002520         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002530     END-IF.
002540     PERFORM 2600-READ-EXTRACT THRU 2600-EXIT.
002550     PERFORM 2700-READ-CONFIRMATION THRU 2700-EXIT.
002560     PERFORM 2100-COMPARE-ONE THRU 2100-EXIT
002570         UNTIL WS-GLX-EOF AND WS-PCF-EOF.
002580     PERFORM 8000-CHECK-TRAILER THRU 8000-EXIT.
002590     PERFORM 6300-WRITE-SUMMARY THRU 6300-EXIT.
002600     PERFORM 8500-UPDATE-REGISTER THRU 8500-EXIT.
002610     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002620
002630 1000-INITIALIZE.
002640     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002650     ACCEPT WS-START-TIME FROM TIME.
002660     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
002670     MOVE "N" TO WS-VALID-SW.
002680     PERFORM 1100-ACCEPT-EXTRACT-DATE THRU 1100-EXIT
002690         UNTIL WS-INPUT-VALID.
002700     MOVE "N" TO WS-VALID-SW.
002710     PERFORM 1200-ACCEPT-EXTRACT-MODE THRU 1200-EXIT
002720         UNTIL WS-INPUT-VALID.
002730     MOVE WS-EXTRACT-DATE TO WS-GLX-NAME-DATE.
002740     MOVE WS-EXTRACT-MODE TO WS-GLX-NAME-MODE.
002750     OPEN INPUT GL-EXTRACT-FILE.
002760     IF WS-GLXIN-STATUS NOT = "00"
002770         MOVE "KUNNE IKKE APNE GL-EXTRACT-FILE" TO WS-ERROR-MSG
002780         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002790     END-IF.
002800     OPEN INPUT POSTING-CONF-FILE.
002810     IF WS-PCFIN-STATUS NOT = "00"
002820         MOVE "KUNNE IKKE APNE POSTING-CONF-FILE" TO WS-ERROR-MSG
002830         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002840     END-IF.
002850     OPEN OUTPUT PRINT-FILE.
002860     IF WS-PRINT-STATUS NOT = "00"
002870         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
002880         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002890     END-IF.
002900     MOVE SPACES TO PRINT-RECORD.
002910     MOVE "AVSTEMMING HOVEDBOKSEKSTRAKT MOT POSTERINGER" TO
002920         PRINT-RECORD.
002930     WRITE PRINT-RECORD.
002940     MOVE SPACES TO PRINT-RECORD.
002950     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
002960         DELIMITED BY SIZE INTO PRINT-RECORD.
002970     WRITE PRINT-RECORD.
002980     MOVE SPACES TO PRINT-RECORD.
002990     WRITE PRINT-RECORD.
003000 1000-EXIT.
003010     EXIT.
003020
003030 1100-ACCEPT-EXTRACT-DATE.
003040     DISPLAY "Hvilken kjoredato gjelder ekstraktet (AAAAMMDD)?".
003050     ACCEPT WS-EXTRACT-DATE.
003060     MOVE "Y" TO WS-VALID-SW.
003070     IF WS-EXTRACT-DATE NOT NUMERIC
003080         MOVE "N" TO WS-VALID-SW
003090         DISPLAY "FEIL: UGYLDIG DATO - MA VERE NUMERISK AAAAMMDD"
003100     END-IF.
003110 1100-EXIT.
003120     EXIT.
003130
003140 1200-ACCEPT-EXTRACT-MODE.
003150     DISPLAY "Hvilken kjoremodus skrev ekstraktet "
003160         "(I/B/P/R/F/K)?".
003170     ACCEPT WS-EXTRACT-MODE.
003180     MOVE "Y" TO WS-VALID-SW.
003190     IF WS-EXTRACT-MODE NOT = "I" AND WS-EXTRACT-MODE NOT = "B"
003200             AND WS-EXTRACT-MODE NOT = "P"
003210             AND WS-EXTRACT-MODE NOT = "R"
003220             AND WS-EXTRACT-MODE NOT = "F"
003230             AND WS-EXTRACT-MODE NOT = "K"
003240         MOVE "N" TO WS-VALID-SW
003250         DISPLAY "FEIL: UGYLDIG MODUS - MA VERE I, B, P, R, "
003260             "F ELLER K"
003270     END-IF.
003280 1200-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320* 2100-COMPARE-ONE - ONE STEP OF THE BALANCE-LINE MATCH. THE
003330*                  LOWER KEY IS THE ODD ONE OUT: AN EXTRACT KEY
003340*                  WITHOUT CONFIRMATION WAS NEVER POSTERT, A
003350*                  CONFIRMATION WITHOUT EXTRACT HAS NO GRUNNLAG,
003360*                  AND A CONFIRMATION REPEATING THE KEY JUST
003370*                  MATCHED ER DOBBELT POSTERT. ON EQUAL KEYS THE
003380*                  POSTED AMOUNT MUST EQUAL GLX-REA.
003390*----------------------------------------------------------------
003400 2100-COMPARE-ONE.
003410     IF NOT WS-PCF-EOF AND WS-PCF-KEY = WS-MATCHED-KEY
003420         PERFORM 3200-REPORT-DUPLICATE THRU 3200-EXIT
003430         PERFORM 2700-READ-CONFIRMATION THRU 2700-EXIT
003440         GO TO 2100-EXIT
003450     END-IF.
003460     IF WS-GLX-KEY < WS-PCF-KEY
003470         PERFORM 3100-REPORT-UNPOSTED THRU 3100-EXIT
003480         PERFORM 2600-READ-EXTRACT THRU 2600-EXIT
003490         GO TO 2100-EXIT
003500     END-IF.
003510     IF WS-GLX-KEY > WS-PCF-KEY
003520         PERFORM 3400-REPORT-ORPHAN THRU 3400-EXIT
003530         PERFORM 2700-READ-CONFIRMATION THRU 2700-EXIT
003540         GO TO 2100-EXIT
003550     END-IF.
003560     IF SCF-POSTED-AMOUNT NOT = WS-GLX-REA-HOLD
003570         PERFORM 3300-REPORT-MISMATCH THRU 3300-EXIT
003580     ELSE
003590         ADD 1 TO WS-MATCHED-COUNT
003600     END-IF.
003610     MOVE WS-GLX-KEY TO WS-MATCHED-KEY.
003620     PERFORM 2600-READ-EXTRACT THRU 2600-EXIT.
003630     PERFORM 2700-READ-CONFIRMATION THRU 2700-EXIT.
003640 2100-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------
003680* 2600-READ-EXTRACT - NEXT DETAIL FROM THE SORTED EXTRACT. THE
003690*                  TRAILER WAS FILTERED OUT BEFORE THE SORT, SO
003700*                  ONLY DETAILS ARRIVE HERE. HIGH-VALUES IN THE
003710*                  KEY LETS THE OTHER FILE DRAIN THROUGH 2100.
003720*----------------------------------------------------------------
003730 2600-READ-EXTRACT.
003740     READ SORTED-GLX-FILE
003750         AT END
003760             SET WS-GLX-EOF TO TRUE
003770             MOVE HIGH-VALUES TO WS-GLX-KEY
003780             GO TO 2600-EXIT
003790     END-READ.
003800     MOVE SGX-ACCOUNT-ID TO WS-GLX-ACCOUNT.
003810     MOVE SGX-RUN-DATE TO WS-GLX-DATE.
003820     MOVE SGX-SEQ-NUM TO WS-GLX-SEQ.
003830     MOVE SGX-EXTRACT-SEQ TO WS-GLX-XSEQ.
003840     MOVE SGX-REA TO WS-GLX-REA-HOLD.
003850 2600-EXIT.
003860     EXIT.
003870
003880 2700-READ-CONFIRMATION.
003890     READ SORTED-PCF-FILE
003900         AT END
003910             SET WS-PCF-EOF TO TRUE
003920             MOVE HIGH-VALUES TO WS-PCF-KEY
003930             GO TO 2700-EXIT
003940     END-READ.
003950     MOVE SCF-ACCOUNT-ID TO WS-PCF-ACCOUNT.
003960     MOVE SCF-RUN-DATE TO WS-PCF-DATE.
003970     MOVE SCF-SEQ-NUM TO WS-PCF-SEQ.
003980     MOVE SCF-EXTRACT-SEQ TO WS-PCF-XSEQ.
003990 2700-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 3100-3400 - ONE EXCEPTION LINE PER AVVIK, WITH KONTO, DATO,
004040*            SEKVENS OG BELOP, SA HOVEDBOK-AVDELINGEN KAN GA
004050*            RETT PA LINJEN SOM MANGLER ELLER AVVIKER.
004060*----------------------------------------------------------------
004070 3100-REPORT-UNPOSTED.
004080     ADD 1 TO WS-UNPOSTED-COUNT.
004090     MOVE WS-GLX-REA-HOLD TO WS-GLX-REA-EDITED.
004100     MOVE SPACES TO PRINT-RECORD.
004110     STRING WS-GLX-ACCOUNT " " WS-GLX-DATE " " WS-GLX-SEQ
004120         "  IKKE POSTERT        " WS-GLX-REA-EDITED "KR"
004130         DELIMITED BY SIZE INTO PRINT-RECORD.
004140     WRITE PRINT-RECORD.
004150 3100-EXIT.
004160     EXIT.
004170
004180 3200-REPORT-DUPLICATE.
004190     ADD 1 TO WS-DUPLICATE-COUNT.
004200     MOVE SCF-POSTED-AMOUNT TO WS-PCF-AMT-EDITED.
004210     MOVE SPACES TO PRINT-RECORD.
004220     STRING WS-PCF-ACCOUNT " " WS-PCF-DATE " " WS-PCF-SEQ
004230         "  DOBBELT POSTERT     " WS-PCF-AMT-EDITED "KR"
004240         DELIMITED BY SIZE INTO PRINT-RECORD.
004250     WRITE PRINT-RECORD.
004260 3200-EXIT.
004270     EXIT.
004280
004290 3300-REPORT-MISMATCH.
004300     ADD 1 TO WS-MISMATCH-COUNT.
004310     MOVE WS-GLX-REA-HOLD TO WS-GLX-REA-EDITED.
004320     MOVE SCF-POSTED-AMOUNT TO WS-PCF-AMT-EDITED.
004330     MOVE SPACES TO PRINT-RECORD.
004340     STRING WS-GLX-ACCOUNT " " WS-GLX-DATE " " WS-GLX-SEQ
004350         "  AVVIKENDE BELOP    " WS-GLX-REA-EDITED "KR"
004360         " POSTERT " WS-PCF-AMT-EDITED "KR"
004370         DELIMITED BY SIZE INTO PRINT-RECORD.
004380     WRITE PRINT-RECORD.
004390 3300-EXIT.
004400     EXIT.
004410
004420 3400-REPORT-ORPHAN.
004430     ADD 1 TO WS-ORPHAN-COUNT.
004440     MOVE SCF-POSTED-AMOUNT TO WS-PCF-AMT-EDITED.
004450     MOVE SPACES TO PRINT-RECORD.
004460     STRING WS-PCF-ACCOUNT " " WS-PCF-DATE " " WS-PCF-SEQ
004470         "  POSTERT UTEN GRUNNLAG " WS-PCF-AMT-EDITED "KR"
004480         DELIMITED BY SIZE INTO PRINT-RECORD.
004490     WRITE PRINT-RECORD.
004500 3400-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------
004540* 8000-CHECK-TRAILER - KONTROLLTOTALENE PA EKSTRAKTET: TRAILEREN
004550*                  SKAL FINNES, OG ANTALL OG SUM SKAL STEMME MED
004560*                  DETALJENE SOM FAKTISK BLE LEST. EN FIL UTEN
004570*                  TRAILER ER TROLIG AVKUTTET OG MELDES SOM DET.
004580*----------------------------------------------------------------
004590 8000-CHECK-TRAILER.
004600     IF NOT WS-TRAILER-SEEN
004610         MOVE "Y" TO WS-TRAILER-FAULT-SW
004620         MOVE SPACES TO PRINT-RECORD
004630         MOVE "TRAILER MANGLER PA EKSTRAKTET - AVKUTTET FIL?"
004640             TO PRINT-RECORD
004650         WRITE PRINT-RECORD
004660         GO TO 8000-EXIT
004670     END-IF.
004680     IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
004690         MOVE "Y" TO WS-TRAILER-FAULT-SW
004700         MOVE WS-DETAIL-COUNT TO WS-COUNT-EDITED
004710         MOVE SPACES TO PRINT-RECORD
004720         STRING "TRAILERANTALL STEMMER IKKE - LEST "
004730             WS-COUNT-EDITED
004740             DELIMITED BY SIZE INTO PRINT-RECORD
004750         WRITE PRINT-RECORD
004760     END-IF.
004770     IF WS-TRAILER-REA-TOTAL NOT = WS-DETAIL-REA-TOTAL
004780         MOVE "Y" TO WS-TRAILER-FAULT-SW
004790         MOVE WS-DETAIL-REA-TOTAL TO WS-TOTAL-EDITED
004800         MOVE SPACES TO PRINT-RECORD
004810         STRING "TRAILERSUM STEMMER IKKE - LEST " WS-TOTAL-EDITED
004820             "KR"
004830             DELIMITED BY SIZE INTO PRINT-RECORD
004840         WRITE PRINT-RECORD
004850     END-IF.
004860 8000-EXIT.
004870     EXIT.
004880
004890 6300-WRITE-SUMMARY.
004900     MOVE SPACES TO PRINT-RECORD.
004910     WRITE PRINT-RECORD.
004920     MOVE "SAMMENDRAG FOR AVSTEMMINGEN" TO PRINT-RECORD.
004930     WRITE PRINT-RECORD.
004940     MOVE WS-MATCHED-COUNT TO WS-COUNT-EDITED.
004950     MOVE SPACES TO PRINT-RECORD.
004960     STRING "ANTALL AVSTEMT:          " WS-COUNT-EDITED
004970         DELIMITED BY SIZE INTO PRINT-RECORD.
004980     WRITE PRINT-RECORD.
004990     MOVE WS-UNPOSTED-COUNT TO WS-COUNT-EDITED.
005000     MOVE SPACES TO PRINT-RECORD.
005010     STRING "ANTALL IKKE POSTERT:     " WS-COUNT-EDITED
005020         DELIMITED BY SIZE INTO PRINT-RECORD.
005030     WRITE PRINT-RECORD.
005040     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDITED.
005050     MOVE SPACES TO PRINT-RECORD.
005060     STRING "ANTALL DOBBELT POSTERT:  " WS-COUNT-EDITED
005070         DELIMITED BY SIZE INTO PRINT-RECORD.
005080     WRITE PRINT-RECORD.
005090     MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDITED.
005100     MOVE SPACES TO PRINT-RECORD.
005110     STRING "ANTALL AVVIKENDE BELOP:  " WS-COUNT-EDITED
005120         DELIMITED BY SIZE INTO PRINT-RECORD.
005130     WRITE PRINT-RECORD.
005140     MOVE WS-ORPHAN-COUNT TO WS-COUNT-EDITED.
005150     MOVE SPACES TO PRINT-RECORD.
005160     STRING "ANTALL UTEN GRUNNLAG:    " WS-COUNT-EDITED
005170         DELIMITED BY SIZE INTO PRINT-RECORD.
005180     WRITE PRINT-RECORD.
005190 6300-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 8500-UPDATE-REGISTER - SETT GENERASJONENS POST I EKSTRAKT-
005240*                  REGISTERET TIL BEKREFTET (B) NAR ALT STEMTE,
005250*                  ELLER AVVIK (A) NAR AVSTEMMINGEN FANT NOE -
005260*                  IKKE POSTERT, DOBBELT, AVVIKENDE BELOP,
005270*                  UTEN GRUNNLAG ELLER TRAILERFEIL. EN
005280*                  GENERASJON UTEN REGISTERPOST MELDES PA
005290*                  KONSOLLEN SA REGISTERET KAN RETTES OPP.
005300*----------------------------------------------------------------
005310 8500-UPDATE-REGISTER.
005320     OPEN I-O EXTRACT-REGISTER-FILE.
005330     IF WS-GXREG-STATUS NOT = "00"
005340         DISPLAY "KUNNE IKKE APNE EKSTRAKTREGISTERET, STATUS "
005350             WS-GXREG-STATUS " - STATUS ER IKKE OPPDATERT"
005360         GO TO 8500-EXIT
005370     END-IF.
005380     MOVE WS-EXTRACT-DATE TO GXR-RUN-DATE.
005390     MOVE WS-EXTRACT-MODE TO GXR-RUN-MODE.
005400     READ EXTRACT-REGISTER-FILE
005410         INVALID KEY
005420             DISPLAY "EKSTRAKTET MANGLER I REGISTERET: "
005430                 WS-GL-EXTRACT-NAME
005440             CLOSE EXTRACT-REGISTER-FILE
005450             GO TO 8500-EXIT
005460     END-READ.
005470     IF WS-UNPOSTED-COUNT = ZERO
005480             AND WS-DUPLICATE-COUNT = ZERO
005490             AND WS-MISMATCH-COUNT = ZERO
005500             AND WS-ORPHAN-COUNT = ZERO
005510             AND NOT WS-TRAILER-FAULT
005520         MOVE "B" TO GXR-STATUS
005530     ELSE
005540         MOVE "A" TO GXR-STATUS
005550     END-IF.
005560     MOVE WS-RUN-DATE TO GXR-CONF-DATE.
005570     REWRITE EXTRACT-REGISTER-RECORD
005580         INVALID KEY
005590             DISPLAY "FEIL VED OPPDATERING AV EKSTRAKT-"
005600                 "REGISTERET, STATUS " WS-GXREG-STATUS
005610     END-REWRITE.
005620     CLOSE EXTRACT-REGISTER-FILE.
005630 8500-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 9990-ABORT-ON-OPEN-ERROR - A FILE NEEDED FOR AVSTEMMINGEN
005680*                  COULD NOT BE OPENED. WS-ERROR-MSG IS SET BY
005690*                  THE CALLER BEFORE THIS IS PERFORMED.
005700*----------------------------------------------------------------
005710 9990-ABORT-ON-OPEN-ERROR.
005720     DISPLAY "FATAL: " WS-ERROR-MSG.
005730     MOVE 8 TO WS-RETURN-CODE.
005740     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
005750     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
005760     MOVE WS-RETURN-CODE TO RETURN-CODE.
005770     STOP RUN.
005780 9990-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
005830*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
005840*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
005850*                  AV KALLEREN FORST. AVVIST ER SUMMEN AV DE
005860*                  FIRE AVVIKSKLASSENE FRA MATCHINGEN.
005870*----------------------------------------------------------------
005880 7900-WRITE-RUN-LOG.
005890     OPEN EXTEND RUN-LOG-FILE.
005900     IF WS-RUNLOG-STATUS NOT = "00"
005910         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
005920             WS-RUNLOG-STATUS
005930         GO TO 7900-EXIT
005940     END-IF.
005950     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
005960     ACCEPT WS-END-TIME FROM TIME.
005970     MOVE SPACES TO RUN-LOG-RECORD.
005980     MOVE "GLAVSTEMMING" TO RNL-PROGRAM-ID.
005990     MOVE WS-EXTRACT-MODE TO RNL-RUN-MODE.
006000     MOVE WS-RUN-DATE TO RNL-START-DATE.
006010     MOVE WS-START-TIME TO RNL-START-TIME.
006020     MOVE WS-END-DATE TO RNL-END-DATE.
006030     MOVE WS-END-TIME TO RNL-END-TIME.
006040     MOVE WS-DETAIL-COUNT TO RNL-RECORDS-READ.
006050     MOVE WS-MATCHED-COUNT TO RNL-RECORDS-PROCESSED.
006060     COMPUTE RNL-RECORDS-REJECTED =
006070         WS-UNPOSTED-COUNT + WS-DUPLICATE-COUNT
006080         + WS-MISMATCH-COUNT + WS-ORPHAN-COUNT.
006090     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
006100     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
006110     WRITE RUN-LOG-RECORD.
006120     CLOSE RUN-LOG-FILE.
006130 7900-EXIT.
006140     EXIT.
006150
006160 9999-TERMINATE.
006170     CLOSE GL-EXTRACT-FILE.
006180     CLOSE POSTING-CONF-FILE.
006190     CLOSE SORTED-GLX-FILE.
006200     CLOSE SORTED-PCF-FILE.
006210     CLOSE PRINT-FILE.
006220     COMPUTE WS-AVVIK-TOTAL =
006230         WS-UNPOSTED-COUNT + WS-DUPLICATE-COUNT
006240         + WS-MISMATCH-COUNT + WS-ORPHAN-COUNT.
006250     IF WS-AVVIK-TOTAL > ZERO OR WS-TRAILER-FAULT
006260         MOVE 4 TO WS-RETURN-CODE
006270         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
006280     ELSE
006290         MOVE ZERO TO WS-RETURN-CODE
006300         MOVE "OK" TO WS-RUN-OUTCOME
006310     END-IF.
006320     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
006330     MOVE WS-RETURN-CODE TO RETURN-CODE.
006340     STOP RUN.
006350 9999-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------
006390* 4000-RELEASE-EXTRACT - INPUT PROCEDURE TIL EKSTRAKTSORTEN:
006400*                  LES GL-EXTRACT-FILE I SKREVET REKKEFOLGE,
006410*                  SIL UT TRAILERPOSTEN (TOTALENE SPARES TIL
006420*                  8000-CHECK-TRAILER) OG SLIPP DETALJENE INN
006430*                  I SORTEN. ANTALL OG SUM TELLES HER, SA
006440*                  TRAILERKONTROLLEN GJELDER DET SOM FAKTISK
006450*                  BLE LEST.
006460*----------------------------------------------------------------
006470 4000-RELEASE-EXTRACT SECTION.
006480 4010-RELEASE-LOOP.
006490     PERFORM 4100-READ-RELEASE THRU 4100-EXIT
006500         UNTIL WS-GLXIN-EOF.
006510 4090-RELEASE-DONE.
006520     EXIT.
006530
006540 4100-READ-RELEASE.
006550     IF WS-GLXIN-EOF
006560         GO TO 4100-EXIT
006570     END-IF.
006580     READ GL-EXTRACT-FILE
006590         AT END
006600             SET WS-GLXIN-EOF TO TRUE
006610             GO TO 4100-EXIT
006620     END-READ.
006630     IF GLX-ACCOUNT-ID = "*TRAILER**"
006640         MOVE "Y" TO WS-TRAILER-SEEN-SW
006650         MOVE GLT-RECORD-COUNT TO WS-TRAILER-COUNT
006660         MOVE GLT-REA-TOTAL TO WS-TRAILER-REA-TOTAL
006670         GO TO 4100-EXIT
006680     END-IF.
006690     ADD 1 TO WS-DETAIL-COUNT.
006700     ADD GLX-REA TO WS-DETAIL-REA-TOTAL.
006710     MOVE GL-EXTRACT-RECORD TO SRT1-RECORD.
006720     RELEASE SRT1-RECORD.
006730 4100-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770* 5000-RELEASE-CONF - INPUT PROCEDURE TIL BEKREFTELSESSORTEN:
006780*                  ALLE POSTENE SLIPPES INN I SORTEN SOM DE ER.
006790*----------------------------------------------------------------
006800 5000-RELEASE-CONF SECTION.
006810 5010-RELEASE-LOOP.
006820     PERFORM 5100-READ-RELEASE THRU 5100-EXIT
006830         UNTIL WS-PCFIN-EOF.
006840 5090-RELEASE-DONE.
006850     EXIT.
006860
006870 5100-READ-RELEASE.
006880     IF WS-PCFIN-EOF
006890         GO TO 5100-EXIT
006900     END-IF.
006910     READ POSTING-CONF-FILE
006920         AT END
006930             SET WS-PCFIN-EOF TO TRUE
006940             GO TO 5100-EXIT
006950     END-READ.
006960     MOVE POSTING-CONF-RECORD TO SRT2-RECORD.
006970     RELEASE SRT2-RECORD.
006980 5100-EXIT.
006990     EXIT.
