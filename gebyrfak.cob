000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Gebyrfakturering.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - MANEDLIG FAKTURAFIL TIL
000110*                RESKONTRO FOR FORVALTNINGSGEBYRET, BYGD FRA
000120*                AUD-FEE PA AUDIT-FILE I STEDET FOR A TASTES
000130*                INN FRA RAPPORTEN, SA FAKTURERT GEBYR ALLTID
000140*                ER DET SOM BLE TRUKKET I KUNDENS NETTO REAL-
000150*                AVKASTNING. PERIODENS BEREGNINGSPOSTER
000160*                SORTERES PA KLIENT, KONTO OG POSISJON MED
000170*                SISTE TIDSSTEMPEL FORST, OG BARE SISTE
000180*                BEREGNING PER KONTO, PERIODE OG POSISJON
000190*                TELLER, SOM I ARSOPPGAVEN. EN
000200*                FAKTURA PER KLIENT SKRIVES TIL EN DATERT
000210*                GENERASJON (FAK + KJOREDATO) MED KONTROLL-
000220*                TRAILER (FKTTRL), OG GENERASJONEN REGISTRERES
000230*                PA FAKTURAREGISTERET (FKRREC) SOM UBEKREFTET,
000240*                SOM HOVEDBOKSEKSTRAKTET. HVER FAKTURERT
000250*                KONTO/PERIODE FORES PA INVOICED-CONTROL-FILE
000260*                (FKKREC) OG HOPPES OVER I SENERE KJORINGER,
000270*                OGSA NAR PERIODEN ER BEREGNET PA NYTT.
000280*                PERIODEN MA VERE LUKKET PA PERIOD-CONTROL-
000290*                FILE, OG EN NY KJORING SAMME DATO NEKTES SA
000300*                DAGENS FIL IKKE SKRIVES OVER (RETURKODE 12).
000310*                KONTOER UTEN KUNDEPOST HOLDES TILBAKE UTEN A
000320*                MERKES SOM FAKTURERT, OG GIR RETURKODE 04. DET
000330*                SAMME GJELDER EN KONTO SOM IKKE KAN FORES PA
000340*                INVOICED-CONTROL-FILE; DEN HOLDES OGSA UTENFOR
000350*                KLIENTENS FAKTURA. KLIENTEN ER DEN SOM EIDE
000360*                KONTOEN I PERIODEN: EN OVERFORING PA CLIENT-
000370*                TRANSFER-FILE MED SENERE FRA-PERIODE GIR DEN
000380*                GAMLE KLIENTEN, ELLERS GJELDER KUNDEREGISTERET,
000390*                SOM I KVARTALS- OG ARSOPPGAVEN.
000400*----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-AUDIT-STATUS.
000470     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CUS-ACCOUNT-ID
000510         FILE STATUS IS WS-CUST-STATUS.
000520     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PCT-PERIOD-YM
000560         FILE STATUS IS WS-PCT-STATUS.
000570     SELECT INVOICED-CONTROL-FILE ASSIGN TO "FAKKTRL"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS FKK-KEY
000610         FILE STATUS IS WS-FAKKTRL-STATUS.
000620     SELECT CLIENT-TRANSFER-FILE ASSIGN TO "KLIENTOV"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS CTR-KEY
000660         FILE STATUS IS WS-CTR-STATUS.
000670     SELECT INVOICE-REGISTER-FILE ASSIGN TO "FAKREGST"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS FKR-RUN-DATE
000710         FILE STATUS IS WS-FKREG-STATUS.
000720     SELECT INVOICE-FILE ASSIGN TO WS-INVOICE-FILE-NAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-INVOICE-STATUS.
000750     SELECT PRINT-FILE ASSIGN TO "FAKTLIST"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PRINT-STATUS.
000780     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNLOG-STATUS.
000810     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  AUDIT-FILE
000860     LABEL RECORD IS STANDARD.
000870     COPY AUDREC.
000880     COPY AUDTRL.
000890
000900 FD  CUSTOMER-MASTER
000910     LABEL RECORD IS STANDARD.
000920     COPY CUSREC.
000930
000940 FD  PERIOD-CONTROL-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY PCTREC.
000970
000980 FD  INVOICED-CONTROL-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY FKKREC.
001010
001020 FD  CLIENT-TRANSFER-FILE
001030     LABEL RECORD IS STANDARD.
001040     COPY CTRREC.
001050
001060 FD  INVOICE-REGISTER-FILE
001070     LABEL RECORD IS STANDARD.
001080     COPY FKRREC.
001090
001100 FD  INVOICE-FILE
001110     LABEL RECORD IS STANDARD.
001120     COPY FKTREC.
001130     COPY FKTTRL.
001140
001150 FD  PRINT-FILE
001160     LABEL RECORD IS STANDARD.
001170 01  PRINT-RECORD                PIC X(80).
001180
001190 FD  RUN-LOG-FILE
001200     LABEL RECORD IS STANDARD.
001210     COPY RUNREC.
001220
001230 SD  SORT-FILE.
001240 01  SORT-RECORD.
001250     05  SRT-CLIENT-NUM          PIC 9(06).
001260     05  SRT-ACCOUNT-ID          PIC X(10).
001270     05  SRT-POSITION            PIC 9(02).
001280     05  SRT-DATE                PIC 9(08).
001290     05  SRT-TIME                PIC 9(08).
001300     05  SRT-FEE                 PIC S9(7)V99.
001310     05  SRT-CLIENT-NAME         PIC X(30).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-SWITCHES.
001350     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
001360         88  WS-AUDIT-EOF            VALUE "Y".
001370     05  WS-SORT-EOF-SW          PIC X(01) VALUE "N".
001380         88  WS-SORT-EOF             VALUE "Y".
001390     05  WS-VALID-SW             PIC X(01) VALUE "N".
001400         88  WS-INPUT-VALID          VALUE "Y".
001410     05  WS-ACCOUNT-ACTIVE-SW    PIC X(01) VALUE "N".
001420         88  WS-ACCOUNT-ACTIVE       VALUE "Y".
001430     05  WS-CLIENT-HEADER-SW     PIC X(01) VALUE "N".
001440         88  WS-CLIENT-HEADER-DONE   VALUE "Y".
001450     05  WS-CTR-AVAIL-SW         PIC X(01) VALUE "N".
001460         88  WS-CTR-AVAILABLE        VALUE "Y".
001470     05  WS-CTR-EOF-SW           PIC X(01) VALUE "N".
001480         88  WS-CTR-EOF              VALUE "Y".
001490
001500 01  WS-ERROR-MSG                PIC X(45).
001510
001520 01  WS-INVOICE-PERIOD.
001530     05  WS-INVOICE-YEAR         PIC 9(04).
001540     05  WS-INVOICE-MONTH        PIC 9(02).
001550 01  WS-RUN-DATE                 PIC 9(08).
001560 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
001570
001580 01  WS-AUD-DATE-X.
001590     05  WS-AUD-DATE-YM          PIC 9(06).
001600     05  FILLER                  PIC X(02).
001610 01  WS-AUD-PERIOD               PIC 9(06).
001620
001630*----------------------------------------------------------------
001640* FAKTURAFILEN SKRIVES SOM EN DATERT GENERASJON (FAK + KJORE-
001650* DATO), SA FORRIGE MANEDS FIL STAR TIL RESKONTRO HAR BEKREFTET
001660* DEN I FAKTURAREGISTERET.
001670*----------------------------------------------------------------
001680 01  WS-INVOICE-FILE-NAME.
001690     05  FILLER                  PIC X(03) VALUE "FAK".
001700     05  WS-FAK-NAME-DATE        PIC 9(08) VALUE ZERO.
001710
001720*----------------------------------------------------------------
001730* DEDUPLISERINGEN: POSTENE KOMMER SORTERT PA KLIENT, KONTO OG
001740* POSISJON MED SISTE TIDSSTEMPEL FORST, SA FORSTE POST FOR HVER
001750* KONTO/POSISJON ER PERIODENS GJELDENDE BEREGNING OG RESTEN ER
001760* ELDRE BEREGNINGER SOM BARE TELLES SOM HOPPET OVER.
001770*----------------------------------------------------------------
001780 01  WS-PREV-DEDUP-KEY           PIC X(12) VALUE LOW-VALUES.
001790 01  WS-THIS-DEDUP-KEY.
001800     05  WS-THIS-ACCOUNT         PIC X(10).
001810     05  WS-THIS-POSITION        PIC 9(02).
001820
001830 01  WS-CLIENT-NUM               PIC 9(06).
001840 01  WS-CLIENT-NAME              PIC X(30).
001850 01  WS-CURRENT-ACCOUNT          PIC X(10).
001860 01  WS-CURRENT-CLIENT-NUM       PIC 9(06).
001870 01  WS-CURRENT-CLIENT-NAME      PIC X(30).
001880
001890 01  WS-ACC-FEE                  PIC S9(9)V99 VALUE ZERO.
001900 01  WS-CLI-FEE                  PIC S9(11)V99 VALUE ZERO.
001910 01  WS-CLI-ACCOUNT-COUNT        PIC 9(04) COMP VALUE ZERO.
001920
001930 01  WS-RUN-COUNT                PIC 9(08) COMP VALUE ZERO.
001940 01  WS-DUP-COUNT                PIC 9(08) COMP VALUE ZERO.
001950 01  WS-INVOICED-ACCOUNTS        PIC 9(08) COMP VALUE ZERO.
001960 01  WS-EARLIER-ACCOUNTS         PIC 9(08) COMP VALUE ZERO.
001970 01  WS-EARLIER-FEE              PIC S9(11)V99 VALUE ZERO.
001980 01  WS-HELD-ACCOUNTS            PIC 9(08) COMP VALUE ZERO.
001990 01  WS-HELD-FEE                 PIC S9(11)V99 VALUE ZERO.
002000 01  WS-NO-FEE-CLIENTS           PIC 9(08) COMP VALUE ZERO.
002010 01  WS-INVOICE-COUNT            PIC 9(08) COMP VALUE ZERO.
002020 01  WS-INVOICE-SEQ              PIC 9(06) VALUE ZERO.
002030 01  WS-INVOICE-TOTAL            PIC S9(11)V99 VALUE ZERO.
002040
002050 01  WS-COUNT-EDITED             PIC Z(7)9.
002060 01  WS-TOTAL-EDITED             PIC -(10)9.99.
002070
002080 01  WS-AUDIT-STATUS             PIC X(02).
002090 01  WS-CUST-STATUS              PIC X(02).
002100 01  WS-PCT-STATUS               PIC X(02).
002110 01  WS-FAKKTRL-STATUS           PIC X(02).
002120 01  WS-CTR-STATUS               PIC X(02).
002130 01  WS-FKREG-STATUS             PIC X(02).
002140 01  WS-INVOICE-STATUS           PIC X(02).
002150 01  WS-PRINT-STATUS             PIC X(02).
002160 01  WS-RUNLOG-STATUS            PIC X(02).
002170
002180*----------------------------------------------------------------
002190* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
002200* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
002210* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
002220*----------------------------------------------------------------
002230 01  WS-START-TIME               PIC 9(08).
002240 01  WS-END-TIME                 PIC 9(08).
002250 01  WS-END-DATE                 PIC 9(08).
002260 01  WS-RUN-OUTCOME              PIC X(12).
002270 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
002280
002290 PROCEDURE DIVISION.
002300 0000-CONTROL SECTION.
002310 0010-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     SORT SORT-FILE
002340         ON ASCENDING KEY SRT-CLIENT-NUM
002350         ON ASCENDING KEY SRT-ACCOUNT-ID
002360         ON ASCENDING KEY SRT-POSITION
002370         ON DESCENDING KEY SRT-DATE
002380         ON DESCENDING KEY SRT-TIME
002390         INPUT PROCEDURE IS 2000-SELECT-PERIOD
002400         OUTPUT PROCEDURE IS 3000-BUILD-INVOICES.
002410     PERFORM 6500-WRITE-TRAILER THRU 6500-EXIT.
002420     PERFORM 6300-WRITE-CONTROL-PAGE THRU 6300-EXIT.
002430     PERFORM 6650-REGISTER-INVOICE-FILE THRU 6650-EXIT.
002440     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002450
002460*----------------------------------------------------------------
002470* 1000-INITIALIZE - SPOR OM PERIODEN OG APNE FILENE. PERIODEN
002480*                  MA VERE LUKKET, OG DET MA IKKE FINNES EN
002490*                  FAKTURAFIL FOR KJOREDATOEN FRA FOR; BEGGE
002500*                  KONTROLLERES FOR FAKTURAFILEN APNES, SA EN
002510*                  NEKTET KJORING ALDRI SKRIVER OVER DAGENS FIL.
002520*----------------------------------------------------------------
002530 1000-INITIALIZE.
002540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002550     ACCEPT WS-START-TIME FROM TIME.
002560     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
002570     MOVE WS-RUN-DATE TO WS-FAK-NAME-DATE.
002580     MOVE "N" TO WS-VALID-SW.
002590     PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT
002600         UNTIL WS-INPUT-VALID.
002610     OPEN INPUT AUDIT-FILE.
002620     IF WS-AUDIT-STATUS NOT = "00"
002630         MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
002640         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002650     END-IF.
002660     OPEN INPUT CUSTOMER-MASTER.
002670     IF WS-CUST-STATUS NOT = "00"
002680         MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO WS-ERROR-MSG
002690         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002700     END-IF.
002710     OPEN INPUT CLIENT-TRANSFER-FILE.
002720     EVALUATE TRUE
002730         WHEN WS-CTR-STATUS = "00"
002740             MOVE "Y" TO WS-CTR-AVAIL-SW
002750         WHEN WS-CTR-STATUS = "35"
002760             DISPLAY "CLIENT-TRANSFER-FILE FINNES IKKE - INGEN "
002770                 "OVERFORINGER"
002780         WHEN OTHER
002790             MOVE "KUNNE IKKE APNE CLIENT-TRANSFER-FILE" TO
002800                 WS-ERROR-MSG
002810             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002820     END-EVALUATE.
002830     PERFORM 1200-CHECK-PERIOD-CLOSED THRU 1200-EXIT.
002840     PERFORM 1300-CHECK-REGISTER THRU 1300-EXIT.
002850     OPEN I-O INVOICED-CONTROL-FILE.
002860     IF WS-FAKKTRL-STATUS = "35"
002870         OPEN OUTPUT INVOICED-CONTROL-FILE
002880         CLOSE INVOICED-CONTROL-FILE
002890         OPEN I-O INVOICED-CONTROL-FILE
002900     END-IF.
002910     IF WS-FAKKTRL-STATUS NOT = "00"
002920         MOVE "KUNNE IKKE APNE INVOICED-CONTROL-FILE" TO
002930             WS-ERROR-MSG
002940         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002950     END-IF.
002960     OPEN OUTPUT PRINT-FILE.
002970     IF WS-PRINT-STATUS NOT = "00"
002980         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
002990         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003000     END-IF.
003010     OPEN OUTPUT INVOICE-FILE.
003020     IF WS-INVOICE-STATUS NOT = "00"
003030         MOVE "KUNNE IKKE APNE INVOICE-FILE" TO WS-ERROR-MSG
003040         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003050     END-IF.
003060     MOVE SPACES TO PRINT-RECORD.
003070     STRING "GEBYRFAKTURERING PERIODE " WS-INVOICE-PERIOD
003080         "   KJORT: " WS-RUN-DATE-EDITED
003090         "   FIL: " WS-INVOICE-FILE-NAME
003100         DELIMITED BY SIZE INTO PRINT-RECORD.
003110     WRITE PRINT-RECORD.
003120 1000-EXIT.
003130     EXIT.
003140
003150 1100-ACCEPT-PERIOD.
003160     DISPLAY "Hvilken periode skal faktureres (AAAAMM)?".
003170     ACCEPT WS-INVOICE-PERIOD.
003180     MOVE "Y" TO WS-VALID-SW.
003190     IF WS-INVOICE-PERIOD NOT NUMERIC
003200         MOVE "N" TO WS-VALID-SW
003210         DISPLAY "FEIL: UGYLDIG PERIODE - MA VERE NUMERISK AAAAMM"
003220     ELSE
003230     IF WS-INVOICE-MONTH < 1 OR WS-INVOICE-MONTH > 12
003240         MOVE "N" TO WS-VALID-SW
003250         DISPLAY "FEIL: UGYLDIG PERIODE - MANED UTENFOR 01 TIL 12"
003260     END-IF
003270     END-IF.
003280 1100-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------
003320* 1200-CHECK-PERIOD-CLOSED - PERIODEN MA VERE LUKKET (L) PA
003330*                  PERIOD-CONTROL-FILE. EN APEN PERIODE KAN
003340*                  FORTSATT BEREGNES OM, OG DA VILLE FAKTURAEN
003350*                  OG GEBYRET I KUNDENS AVKASTNING SKILLE LAG.
003360*                  MANGLER FILEN, ER INGEN PERIODER LUKKET.
003370*----------------------------------------------------------------
003380 1200-CHECK-PERIOD-CLOSED.
003390     OPEN INPUT PERIOD-CONTROL-FILE.
003400     EVALUATE TRUE
003410         WHEN WS-PCT-STATUS = "00"
003420             CONTINUE
003430         WHEN WS-PCT-STATUS = "35"
003440             DISPLAY "FATAL: PERIOD-CONTROL-FILE FINNES IKKE - "
003450                 "PERIODEN ER IKKE LUKKET"
003460             PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
003470         WHEN OTHER
003480             MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
003490                 WS-ERROR-MSG
003500             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003510     END-EVALUATE.
003520     MOVE WS-INVOICE-PERIOD TO PCT-PERIOD-YM.
003530     READ PERIOD-CONTROL-FILE
003540         INVALID KEY
003550             MOVE SPACE TO PCT-STATUS
003560     END-READ.
003570     CLOSE PERIOD-CONTROL-FILE.
003580     IF PCT-STATUS NOT = "L"
003590         DISPLAY "FATAL: PERIODE " WS-INVOICE-PERIOD
003600             " ER IKKE LUKKET - FAKTURERING NEKTES"
003610         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
003620     END-IF.
003630 1200-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670* 1300-CHECK-REGISTER - FAKTURAREGISTERET OPPRETTES VED FORSTE
003680*                  KJORING. STAR KJOREDATOEN DER FRA FOR, ER
003690*                  DAGENS FAKTURAFIL ALLEREDE LAGET, OG EN NY
003700*                  KJORING VILLE SKRIVE OVER DEN FOR RESKONTRO
003710*                  HAR HENTET DEN.
003720*----------------------------------------------------------------
003730 1300-CHECK-REGISTER.
003740     OPEN I-O INVOICE-REGISTER-FILE.
003750     IF WS-FKREG-STATUS = "35"
003760         OPEN OUTPUT INVOICE-REGISTER-FILE
003770         CLOSE INVOICE-REGISTER-FILE
003780         OPEN I-O INVOICE-REGISTER-FILE
003790     END-IF.
003800     IF WS-FKREG-STATUS NOT = "00"
003810         MOVE "KUNNE IKKE APNE INVOICE-REGISTER-FILE" TO
003820             WS-ERROR-MSG
003830         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
003840     END-IF.
003850     MOVE WS-RUN-DATE TO FKR-RUN-DATE.
003860     READ INVOICE-REGISTER-FILE
003870         INVALID KEY
003880             GO TO 1300-EXIT
003890     END-READ.
003900     DISPLAY "FATAL: FAKTURAFIL " FKR-FILE-NAME
003910         " ER ALLEREDE LAGET I DAG (PERIODE " FKR-PERIOD-YM ")".
003920     DISPLAY "NY FAKTURAKJORING TIDLIGST I MORGEN".
003930     PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT.
003940 1300-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 5700-LOOKUP-CUSTOMER - KLIENT FOR BEREGNINGENS KONTO. EN KONTO
003990*                  UTEN KUNDEPOST FAR KLIENT NULL OG HOLDES
004000*                  TILBAKE FRA FAKTURERINGEN. KLIENTEN KAN
004010*                  ERSTATTES AV 5720 NAR KONTOEN ER OVERFORT.
004020*----------------------------------------------------------------
004030 5700-LOOKUP-CUSTOMER.
004040     MOVE AUD-ACCOUNT-ID TO CUS-ACCOUNT-ID.
004050     READ CUSTOMER-MASTER
004060         INVALID KEY
004070             MOVE ZERO TO WS-CLIENT-NUM
004080             MOVE "*** IKKE I KUNDEREGISTER ***" TO
004090                 WS-CLIENT-NAME
004100         NOT INVALID KEY
004110             MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM
004120             MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME
004130     END-READ.
004140 5700-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180* 5720-LOOKUP-TRANSFER - KONTOENS OVERFORINGER PA CLIENT-
004190*                  TRANSFER-FILE I FRA-PERIODEORDEN. DEN FORSTE
004200*                  MED FRA-PERIODE SENERE ENN BEREGNINGENS
004210*                  PERIODE GIR KLIENTEN SOM EIDE KONTOEN DA, OG
004220*                  ERSTATTER KLIENTEN FRA 5700, SA GEBYRET
004230*                  FAKTURERES KLIENTEN SOM FIKK DET TRUKKET I
004240*                  OPPGAVENE. FINNES INGEN STAR 5700-KLIENTEN.
004250*----------------------------------------------------------------
004260 5720-LOOKUP-TRANSFER.
004270     IF NOT WS-CTR-AVAILABLE
004280         GO TO 5720-EXIT
004290     END-IF.
004300     MOVE "N" TO WS-CTR-EOF-SW.
004310     MOVE AUD-ACCOUNT-ID TO CTR-ACCOUNT-ID.
004320     MOVE WS-AUD-PERIOD TO CTR-EFFECTIVE-YM.
004330     START CLIENT-TRANSFER-FILE KEY GREATER THAN CTR-KEY
004340         INVALID KEY
004350             SET WS-CTR-EOF TO TRUE
004360     END-START.
004370     PERFORM 5730-SCAN-TRANSFER THRU 5730-EXIT
004380         UNTIL WS-CTR-EOF.
004390 5720-EXIT.
004400     EXIT.
004410
004420 5730-SCAN-TRANSFER.
004430     READ CLIENT-TRANSFER-FILE NEXT RECORD
004440         AT END
004450             SET WS-CTR-EOF TO TRUE
004460             GO TO 5730-EXIT
004470     END-READ.
004480     SET WS-CTR-EOF TO TRUE.
004490     IF CTR-ACCOUNT-ID NOT = AUD-ACCOUNT-ID
004500         GO TO 5730-EXIT
004510     END-IF.
004520     MOVE CTR-OLD-CLIENT-NUM TO WS-CLIENT-NUM.
004530     MOVE CTR-OLD-CLIENT-NAME TO WS-CLIENT-NAME.
004540 5730-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------
004580* 6300-WRITE-CONTROL-PAGE - KJORINGENS TOTALER, SA FAKTURAFILEN
004590*                  KAN AVSTEMMES MOT TRAILEREN OG MOT SUMMEN AV
004600*                  GEBYR I AUDITLOGGEN FOR PERIODEN.
004610*----------------------------------------------------------------
004620 6300-WRITE-CONTROL-PAGE.
004630     MOVE SPACES TO PRINT-RECORD.
004640     STRING "KONTROLLSIDE GEBYRFAKTURERING " WS-INVOICE-PERIOD
004650         DELIMITED BY SIZE INTO PRINT-RECORD.
004660     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
004670     MOVE SPACES TO PRINT-RECORD.
004680     WRITE PRINT-RECORD.
004690     MOVE WS-RUN-COUNT TO WS-COUNT-EDITED.
004700     MOVE SPACES TO PRINT-RECORD.
004710     STRING "ANTALL BEREGNINGER:      " WS-COUNT-EDITED
004720         DELIMITED BY SIZE INTO PRINT-RECORD.
004730     WRITE PRINT-RECORD.
004740     MOVE WS-DUP-COUNT TO WS-COUNT-EDITED.
004750     MOVE SPACES TO PRINT-RECORD.
004760     STRING "HOPPET OVER OMKJORINGER: " WS-COUNT-EDITED
004770         DELIMITED BY SIZE INTO PRINT-RECORD.
004780     WRITE PRINT-RECORD.
004790     MOVE WS-INVOICED-ACCOUNTS TO WS-COUNT-EDITED.
004800     MOVE SPACES TO PRINT-RECORD.
004810     STRING "KONTOER FAKTURERT NA:    " WS-COUNT-EDITED
004820         DELIMITED BY SIZE INTO PRINT-RECORD.
004830     WRITE PRINT-RECORD.
004840     MOVE WS-INVOICE-COUNT TO WS-COUNT-EDITED.
004850     MOVE SPACES TO PRINT-RECORD.
004860     STRING "FAKTURAER:               " WS-COUNT-EDITED
004870         DELIMITED BY SIZE INTO PRINT-RECORD.
004880     WRITE PRINT-RECORD.
004890     MOVE WS-INVOICE-TOTAL TO WS-TOTAL-EDITED.
004900     MOVE SPACES TO PRINT-RECORD.
004910     STRING "FAKTURERT GEBYR:         " WS-TOTAL-EDITED "KR"
004920         DELIMITED BY SIZE INTO PRINT-RECORD.
004930     WRITE PRINT-RECORD.
004940     MOVE WS-NO-FEE-CLIENTS TO WS-COUNT-EDITED.
004950     MOVE SPACES TO PRINT-RECORD.
004960     STRING "KLIENTER UTEN GEBYR:     " WS-COUNT-EDITED
004970         DELIMITED BY SIZE INTO PRINT-RECORD.
004980     WRITE PRINT-RECORD.
004990     MOVE WS-EARLIER-ACCOUNTS TO WS-COUNT-EDITED.
005000     MOVE SPACES TO PRINT-RECORD.
005010     STRING "FAKTURERT TIDLIGERE:     " WS-COUNT-EDITED
005020         DELIMITED BY SIZE INTO PRINT-RECORD.
005030     WRITE PRINT-RECORD.
005040     MOVE WS-EARLIER-FEE TO WS-TOTAL-EDITED.
005050     MOVE SPACES TO PRINT-RECORD.
005060     STRING "  GEBYR ETTER SISTE BER.:" WS-TOTAL-EDITED "KR"
005070         DELIMITED BY SIZE INTO PRINT-RECORD.
005080     WRITE PRINT-RECORD.
005090     MOVE WS-HELD-ACCOUNTS TO WS-COUNT-EDITED.
005100     MOVE SPACES TO PRINT-RECORD.
005110     STRING "HOLDT TILBAKE:           " WS-COUNT-EDITED
005120         DELIMITED BY SIZE INTO PRINT-RECORD.
005130     WRITE PRINT-RECORD.
005140     MOVE WS-HELD-FEE TO WS-TOTAL-EDITED.
005150     MOVE SPACES TO PRINT-RECORD.
005160     STRING "  GEBYR HOLDT TILBAKE:   " WS-TOTAL-EDITED "KR"
005170         DELIMITED BY SIZE INTO PRINT-RECORD.
005180     WRITE PRINT-RECORD.
005190 6300-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 6500-WRITE-TRAILER - KONTROLLTOTALER SOM SISTE POST PA
005240*                  FAKTURAFILEN: ANTALL FAKTURAER OG SUM GEBYR,
005250*                  SA RESKONTRO KAN NEKTE EN AVKUTTET ELLER
005260*                  DOBBELTSENDT FIL. SKRIVES OGSA NAR DET IKKE
005270*                  BLE NOEN FAKTURAER.
005280*----------------------------------------------------------------
005290 6500-WRITE-TRAILER.
005300     MOVE SPACES TO INVOICE-TRAILER.
005310     MOVE "*TRAILER**" TO FTT-TRAILER-ID.
005320     MOVE WS-INVOICE-COUNT TO FTT-RECORD-COUNT.
005330     MOVE WS-INVOICE-TOTAL TO FTT-FEE-TOTAL.
005340     MOVE WS-RUN-DATE TO FTT-RUN-DATE.
005350     MOVE WS-INVOICE-PERIOD TO FTT-PERIOD-YM.
005360     WRITE INVOICE-TRAILER.
005370 6500-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------
005410* 6650-REGISTER-INVOICE-FILE - REGISTRER KJORINGENS FAKTURAFIL
005420*                  I FAKTURAREGISTERET MED PERIODE, ANTALL, SUM
005430*                  GEBYR OG STATUS UBEKREFTET. 1300 HAR ALLEREDE
005440*                  SIKRET AT DATOEN IKKE STAR DER.
005450*----------------------------------------------------------------
005460 6650-REGISTER-INVOICE-FILE.
005470     MOVE SPACES TO INVOICE-REGISTER-RECORD.
005480     MOVE WS-RUN-DATE TO FKR-RUN-DATE.
005490     MOVE WS-INVOICE-PERIOD TO FKR-PERIOD-YM.
005500     MOVE WS-INVOICE-FILE-NAME TO FKR-FILE-NAME.
005510     MOVE WS-INVOICE-COUNT TO FKR-RECORD-COUNT.
005520     MOVE WS-INVOICE-TOTAL TO FKR-FEE-TOTAL.
005530     MOVE "U" TO FKR-STATUS.
005540     MOVE ZERO TO FKR-CONF-DATE.
005550     WRITE INVOICE-REGISTER-RECORD
005560         INVALID KEY
005570             DISPLAY "FEIL VED SKRIVING TIL FAKTURAREGISTERET, "
005580                 "STATUS " WS-FKREG-STATUS
005590     END-WRITE.
005600 6650-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 9990-ABORT-ON-OPEN-ERROR - EN FIL SOM TRENGS FOR FAKTURERINGEN
005650*                  KUNNE IKKE APNES. WS-ERROR-MSG SETTES AV
005660*                  KALLEREN FOR DENNE UTFORES.
005670*----------------------------------------------------------------
005680 9990-ABORT-ON-OPEN-ERROR.
005690     DISPLAY "FATAL: " WS-ERROR-MSG.
005700     MOVE 8 TO WS-RETURN-CODE.
005710     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
005720     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
005730     MOVE WS-RETURN-CODE TO RETURN-CODE.
005740     STOP RUN.
005750 9990-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790* 9980-ABORT-ON-CONTROL-ERROR - KJORINGEN NEKTES: PERIODEN ER
005800*                  IKKE LUKKET, ELLER DAGENS FAKTURAFIL ER
005810*                  ALLEREDE LAGET. EGEN RETURKODE SA SCHEDULEREN
005820*                  SKILLER DETTE FRA EN FILAPNINGSFEIL.
005830*----------------------------------------------------------------
005840 9980-ABORT-ON-CONTROL-ERROR.
005850     MOVE 12 TO WS-RETURN-CODE.
005860     MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME.
005870     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
005880     MOVE WS-RETURN-CODE TO RETURN-CODE.
005890     STOP RUN.
005900 9980-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------
005940* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
005950*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
005960*                  AVBRUDDSVEIEN. LEST ER PERIODENS BEREGNINGER,
005970*                  BEHANDLET KONTOENE SOM BLE FAKTURERT NA OG
005980*                  AVVIST KONTOENE SOM BLE HOLDT TILBAKE.
005990*----------------------------------------------------------------
006000 7900-WRITE-RUN-LOG.
006010     OPEN EXTEND RUN-LOG-FILE.
006020     IF WS-RUNLOG-STATUS NOT = "00"
006030         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
006040             WS-RUNLOG-STATUS
006050         GO TO 7900-EXIT
006060     END-IF.
006070     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
006080     ACCEPT WS-END-TIME FROM TIME.
006090     MOVE SPACES TO RUN-LOG-RECORD.
006100     MOVE "GEBYRFAKTURA" TO RNL-PROGRAM-ID.
006110     MOVE SPACE TO RNL-RUN-MODE.
006120     MOVE WS-RUN-DATE TO RNL-START-DATE.
006130     MOVE WS-START-TIME TO RNL-START-TIME.
006140     MOVE WS-END-DATE TO RNL-END-DATE.
006150     MOVE WS-END-TIME TO RNL-END-TIME.
006160     COMPUTE RNL-RECORDS-READ = WS-RUN-COUNT + WS-DUP-COUNT.
006170     MOVE WS-INVOICED-ACCOUNTS TO RNL-RECORDS-PROCESSED.
006180     MOVE WS-HELD-ACCOUNTS TO RNL-RECORDS-REJECTED.
006190     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
006200     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
006210     WRITE RUN-LOG-RECORD.
006220     CLOSE RUN-LOG-FILE.
006230 7900-EXIT.
006240     EXIT.
006250
006260 9999-TERMINATE.
006270     CLOSE AUDIT-FILE.
006280     CLOSE CUSTOMER-MASTER.
006290     IF WS-CTR-AVAILABLE
006300         CLOSE CLIENT-TRANSFER-FILE
006310     END-IF.
006320     CLOSE INVOICED-CONTROL-FILE.
006330     CLOSE INVOICE-REGISTER-FILE.
006340     CLOSE INVOICE-FILE.
006350     CLOSE PRINT-FILE.
006360     IF WS-HELD-ACCOUNTS > ZERO
006370         MOVE 4 TO WS-RETURN-CODE
006380         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
006390     ELSE
006400         MOVE ZERO TO WS-RETURN-CODE
006410         MOVE "OK" TO WS-RUN-OUTCOME
006420     END-IF.
006430     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
006440     MOVE WS-RETURN-CODE TO RETURN-CODE.
006450     STOP RUN.
006460 9999-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 3200-CLOSE-ACCOUNT - KONTOEN ER FERDIG SUMMERT. UTEN KUNDEPOST
006510*                  HOLDES DEN TILBAKE UMERKET, SA DEN KOMMER MED
006520*                  NAR KUNDEREGISTERET ER RETTET. STAR KONTO/
006530*                  PERIODE PA INVOICED-CONTROL-FILE, ER DEN
006540*                  FAKTURERT FOR OG TELLES BARE; ELLERS FORES DEN
006550*                  DER OG GAR INN I KLIENTENS FAKTURA. KAN DEN
006560*                  IKKE FORES, HOLDES DEN TILBAKE, SA DEN IKKE
006570*                  FAKTURERES TO GANGER.
006580*----------------------------------------------------------------
006590 3200-CLOSE-ACCOUNT.
006600     IF WS-CURRENT-CLIENT-NUM = ZERO
006610         ADD 1 TO WS-HELD-ACCOUNTS
006620         ADD WS-ACC-FEE TO WS-HELD-FEE
006630         PERFORM 6100-WRITE-CLIENT-HEADER THRU 6100-EXIT
006640         MOVE WS-ACC-FEE TO WS-TOTAL-EDITED
006650         MOVE SPACES TO PRINT-RECORD
006660         STRING "  KONTO " WS-CURRENT-ACCOUNT WS-TOTAL-EDITED
006670             "KR  HOLDT TILBAKE"
006680             DELIMITED BY SIZE INTO PRINT-RECORD
006690         WRITE PRINT-RECORD
006700         GO TO 3200-EXIT
006710     END-IF.
006720     MOVE WS-CURRENT-ACCOUNT TO FKK-ACCOUNT-ID.
006730     MOVE WS-INVOICE-PERIOD TO FKK-PERIOD-YM.
006740     READ INVOICED-CONTROL-FILE
006750         NOT INVALID KEY
006760             ADD 1 TO WS-EARLIER-ACCOUNTS
006770             ADD WS-ACC-FEE TO WS-EARLIER-FEE
006780             GO TO 3200-EXIT
006790     END-READ.
006800     MOVE SPACES TO INVOICED-CONTROL-RECORD.
006810     MOVE WS-CURRENT-ACCOUNT TO FKK-ACCOUNT-ID.
006820     MOVE WS-INVOICE-PERIOD TO FKK-PERIOD-YM.
006830     MOVE WS-CURRENT-CLIENT-NUM TO FKK-CLIENT-NUM.
006840     MOVE WS-ACC-FEE TO FKK-FEE-AMOUNT.
006850     MOVE WS-RUN-DATE TO FKK-RUN-DATE.
006860     MOVE WS-INVOICE-FILE-NAME TO FKK-FILE-NAME.
006870     WRITE INVOICED-CONTROL-RECORD
006880         INVALID KEY
006890             DISPLAY "FEIL VED SKRIVING TIL INVOICED-CONTROL-"
006900                 "FILE, STATUS " WS-FAKKTRL-STATUS
006910             ADD 1 TO WS-HELD-ACCOUNTS
006920             ADD WS-ACC-FEE TO WS-HELD-FEE
006930             PERFORM 6100-WRITE-CLIENT-HEADER THRU 6100-EXIT
006940             MOVE WS-ACC-FEE TO WS-TOTAL-EDITED
006950             MOVE SPACES TO PRINT-RECORD
006960             STRING "  KONTO " WS-CURRENT-ACCOUNT WS-TOTAL-EDITED
006970                 "KR  HOLDT TILBAKE - KONTROLLPOST FEILET"
006980                 DELIMITED BY SIZE INTO PRINT-RECORD
006990             WRITE PRINT-RECORD
007000             GO TO 3200-EXIT
007010     END-WRITE.
007020     ADD 1 TO WS-INVOICED-ACCOUNTS.
007030     ADD 1 TO WS-CLI-ACCOUNT-COUNT.
007040     ADD WS-ACC-FEE TO WS-CLI-FEE.
007050     PERFORM 6100-WRITE-CLIENT-HEADER THRU 6100-EXIT.
007060     MOVE WS-ACC-FEE TO WS-TOTAL-EDITED.
007070     MOVE SPACES TO PRINT-RECORD.
007080     STRING "  KONTO " WS-CURRENT-ACCOUNT WS-TOTAL-EDITED "KR"
007090         DELIMITED BY SIZE INTO PRINT-RECORD.
007100     WRITE PRINT-RECORD.
007110 3200-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------------
007150* 3300-CLOSE-CLIENT - EN FAKTURA FOR KLIENTENS NYLIG FAKTURERTE
007160*                  KONTOER. BLIR SUMMEN NULL, SKRIVES INGEN
007170*                  FAKTURA, MEN KONTOENE ER LIKEVEL MERKET.
007180*----------------------------------------------------------------
007190 3300-CLOSE-CLIENT.
007200     IF WS-CLI-ACCOUNT-COUNT = ZERO
007210         GO TO 3300-EXIT
007220     END-IF.
007230     IF WS-CLI-FEE = ZERO
007240         ADD 1 TO WS-NO-FEE-CLIENTS
007250         MOVE SPACES TO PRINT-RECORD
007260         MOVE "  INGEN FAKTURA - GEBYRET ER NULL" TO PRINT-RECORD
007270         WRITE PRINT-RECORD
007280         GO TO 3300-EXIT
007290     END-IF.
007300     ADD 1 TO WS-INVOICE-SEQ.
007310     ADD 1 TO WS-INVOICE-COUNT.
007320     ADD WS-CLI-FEE TO WS-INVOICE-TOTAL.
007330     MOVE SPACES TO INVOICE-RECORD.
007340     MOVE WS-CURRENT-CLIENT-NUM TO FKT-CLIENT-NUM.
007350     MOVE WS-CURRENT-CLIENT-NAME TO FKT-CLIENT-NAME.
007360     MOVE WS-INVOICE-PERIOD TO FKT-PERIOD-YM.
007370     MOVE WS-CLI-ACCOUNT-COUNT TO FKT-ACCOUNT-COUNT.
007380     MOVE WS-CLI-FEE TO FKT-FEE-AMOUNT.
007390     MOVE WS-RUN-DATE TO FKT-RUN-DATE.
007400     MOVE WS-INVOICE-SEQ TO FKT-INVOICE-SEQ.
007410     WRITE INVOICE-RECORD.
007420     MOVE WS-CLI-FEE TO WS-TOTAL-EDITED.
007430     MOVE SPACES TO PRINT-RECORD.
007440     STRING "  FAKTURA " WS-INVOICE-SEQ "   SUM     "
007450         WS-TOTAL-EDITED "KR"
007460         DELIMITED BY SIZE INTO PRINT-RECORD.
007470     WRITE PRINT-RECORD.
007480 3300-EXIT.
007490     EXIT.
007500
007510 6100-WRITE-CLIENT-HEADER.
007520     IF WS-CLIENT-HEADER-DONE
007530         GO TO 6100-EXIT
007540     END-IF.
007550     MOVE "Y" TO WS-CLIENT-HEADER-SW.
007560     MOVE SPACES TO PRINT-RECORD.
007570     WRITE PRINT-RECORD.
007580     MOVE SPACES TO PRINT-RECORD.
007590     IF WS-CURRENT-CLIENT-NUM = ZERO
007600         STRING "KONTOER UTEN KUNDEPOST - HOLDES TILBAKE TIL "
007610             "KUNDEREGISTERET ER RETTET"
007620             DELIMITED BY SIZE INTO PRINT-RECORD
007630     ELSE
007640         STRING "KLIENT " WS-CURRENT-CLIENT-NUM "  "
007650             WS-CURRENT-CLIENT-NAME
007660             DELIMITED BY SIZE INTO PRINT-RECORD
007670     END-IF.
007680     WRITE PRINT-RECORD.
007690 6100-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------
007730* 2000-SELECT-PERIOD - INPUT PROCEDURE TIL SORTERINGEN: LES HELE
007740*                  AUDIT-FILE OG SLIPP GJENNOM BEREGNINGSPOSTENE
007750*                  FOR PERIODEN MED KLIENTEN FRA KUNDEREGISTERET.
007760*                  BEVEGELSESPOSTER (TYPE B) OG PROSJEKSJONER
007770*                  (TYPE P) HOLDES UTENFOR. BLANK PERIODE PA
007780*                  ELDRE POSTER ERSTATTES MED KJOREDATOENS
007790*                  AR/MANED OG BLANKT GEBYR REGNES SOM 0, SOM I
007800*                  ARSOPPGAVEN.
007810*----------------------------------------------------------------
007820 2000-SELECT-PERIOD SECTION.
007830 2010-SELECT-LOOP.
007840     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
007850         UNTIL WS-AUDIT-EOF.
007860 2090-SELECT-DONE.
007870     EXIT.
007880
007890 2100-READ-AUDIT.
007900     IF WS-AUDIT-EOF
007910         GO TO 2100-EXIT
007920     END-IF.
007930     READ AUDIT-FILE
007940         AT END
007950             SET WS-AUDIT-EOF TO TRUE
007960             GO TO 2100-EXIT
007970     END-READ.
007980     IF AUT-TRAILER-ID = "*TRAILER**"
007990         GO TO 2100-EXIT
008000     END-IF.
008010     IF AUD-RECORD-TYPE = "B" OR AUD-RECORD-TYPE = "P"
008020         GO TO 2100-EXIT
008030     END-IF.
008040     IF AUD-PERIOD-YM NUMERIC
008050         MOVE AUD-PERIOD-YM TO WS-AUD-PERIOD
008060     ELSE
008070         MOVE AUD-DATE TO WS-AUD-DATE-X
008080         MOVE WS-AUD-DATE-YM TO WS-AUD-PERIOD
008090     END-IF.
008100     IF WS-AUD-PERIOD NOT = WS-INVOICE-PERIOD
008110         GO TO 2100-EXIT
008120     END-IF.
008130     PERFORM 5700-LOOKUP-CUSTOMER THRU 5700-EXIT.
008140     PERFORM 5720-LOOKUP-TRANSFER THRU 5720-EXIT.
008150     MOVE WS-CLIENT-NUM TO SRT-CLIENT-NUM.
008160     MOVE WS-CLIENT-NAME TO SRT-CLIENT-NAME.
008170     MOVE AUD-ACCOUNT-ID TO SRT-ACCOUNT-ID.
008180     IF AUD-POSITION-X = SPACES
008190         MOVE 1 TO SRT-POSITION
008200     ELSE
008210         MOVE AUD-POSITION-NUM TO SRT-POSITION
008220     END-IF.
008230     MOVE AUD-DATE TO SRT-DATE.
008240     MOVE AUD-TIME TO SRT-TIME.
008250     IF AUD-FEE NUMERIC
008260         MOVE AUD-FEE TO SRT-FEE
008270     ELSE
008280         MOVE ZERO TO SRT-FEE
008290     END-IF.
008300     RELEASE SORT-RECORD.
008310 2100-EXIT.
008320     EXIT.
008330
008340*----------------------------------------------------------------
008350* 3000-BUILD-INVOICES - OUTPUT PROCEDURE TIL SORTERINGEN:
008360*                  KONTROLLBRUDD PA KLIENT OG KONTO. FORSTE POST
008370*                  PER KONTO/POSISJON ER DEN GJELDENDE (SISTE
008380*                  TIDSSTEMPEL FORST); KONTOENS GEBYR ER SUMMEN
008390*                  OVER POSISJONENE, OG KLIENTENS FAKTURA SUMMEN
008400*                  OVER KONTOENE SOM IKKE ER FAKTURERT FRA FOR.
008410*----------------------------------------------------------------
008420 3000-BUILD-INVOICES SECTION.
008430 3010-RETURN-LOOP.
008440     PERFORM 3100-PROCESS-RETURNED THRU 3100-EXIT
008450         UNTIL WS-SORT-EOF.
008460     IF WS-ACCOUNT-ACTIVE
008470         PERFORM 3200-CLOSE-ACCOUNT THRU 3200-EXIT
008480         PERFORM 3300-CLOSE-CLIENT THRU 3300-EXIT
008490     END-IF.
008500 3090-RETURN-DONE.
008510     EXIT.
008520
008530 3100-PROCESS-RETURNED.
008540     IF WS-SORT-EOF
008550         GO TO 3100-EXIT
008560     END-IF.
008570     RETURN SORT-FILE
008580         AT END
008590             SET WS-SORT-EOF TO TRUE
008600             GO TO 3100-EXIT
008610     END-RETURN.
008620     MOVE SRT-ACCOUNT-ID TO WS-THIS-ACCOUNT.
008630     MOVE SRT-POSITION TO WS-THIS-POSITION.
008640     IF WS-THIS-DEDUP-KEY = WS-PREV-DEDUP-KEY
008650         ADD 1 TO WS-DUP-COUNT
008660         GO TO 3100-EXIT
008670     END-IF.
008680     MOVE WS-THIS-DEDUP-KEY TO WS-PREV-DEDUP-KEY.
008690     IF NOT WS-ACCOUNT-ACTIVE
008700             OR SRT-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT
008710             OR SRT-CLIENT-NUM NOT = WS-CURRENT-CLIENT-NUM
008720         IF WS-ACCOUNT-ACTIVE
008730             PERFORM 3200-CLOSE-ACCOUNT THRU 3200-EXIT
008740         END-IF
008750         IF WS-ACCOUNT-ACTIVE
008760                 AND SRT-CLIENT-NUM NOT = WS-CURRENT-CLIENT-NUM
008770             PERFORM 3300-CLOSE-CLIENT THRU 3300-EXIT
008780         END-IF
008790         IF NOT WS-ACCOUNT-ACTIVE
008800                 OR SRT-CLIENT-NUM NOT = WS-CURRENT-CLIENT-NUM
008810             MOVE SRT-CLIENT-NUM TO WS-CURRENT-CLIENT-NUM
008820             MOVE SRT-CLIENT-NAME TO WS-CURRENT-CLIENT-NAME
008830             MOVE ZERO TO WS-CLI-FEE
008840             MOVE ZERO TO WS-CLI-ACCOUNT-COUNT
008850             MOVE "N" TO WS-CLIENT-HEADER-SW
008860         END-IF
008870         MOVE SRT-ACCOUNT-ID TO WS-CURRENT-ACCOUNT
008880         MOVE ZERO TO WS-ACC-FEE
008890         MOVE "Y" TO WS-ACCOUNT-ACTIVE-SW
008900     END-IF.
008910     ADD 1 TO WS-RUN-COUNT.
008920     ADD SRT-FEE TO WS-ACC-FEE.
008930 3100-EXIT.
008940     EXIT.
