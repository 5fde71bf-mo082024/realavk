000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Suspensaldring.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - NATTLIG ALDERSRAPPORT OVER
000110*                SUSPENSFILEN: HVER APNE POST MED KONTO, KLIENT,
000120*                ARSAKSKODE OG ALDER I DAGER SIDEN DEN FORST
000130*                BLE AVVIST, GRUPPERT 0-2, 3-7, 8-30 OG OVER 30
000140*                DAGER. POSTER HVIS PERIODE SENERE ER LUKKET PA
000150*                PERIOD-CONTROL-FILE MERKES, DA DE IKKE LENGER
000160*                KAN RESUBMITTES I MODUS R. RAPPORTEN AVSLUTTES
000170*                MED ANTALL PER ALDERSGRUPPE, PER ARSAKSKODE OG
000180*                PER KLIENT, SA GJENTATTE FEIL OG GLEMTE POSTER
000190*                SES FOR MANEDSSLUTT. KJOREHISTORIKKPOST TIL
000200*                RUN-LOG-FILE: 00 NAR ALT ER FERSKT, 04 NAR DET
000210*                FINNES POSTER OVER 30 DAGER ELLER POSTER SOM
000220*                IKKE KAN RESUBMITTES, 08 VED APNINGSFEIL.
000230* 15-10-26  OPR  FLERE POSISJONER PER KONTO: ARSAKSKODE 68
000240*                (UGYLDIG POSISJONSNUMMER) TATT MED I KODELISTEN,
000250*                OG DETALJLINJEN VISER POSISJONEN ETTER KONTOEN
000260*                (BLANK PA ELDRE POSTER = 01), SA TO AVVISTE
000270*                POSISJONER PA SAMME KONTO OG PERIODE KAN SKILLES.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-SUSPENSE-STATUS.
000350     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS CUS-ACCOUNT-ID
000390         FILE STATUS IS WS-CUST-STATUS.
000400     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PCT-PERIOD-YM
000440         FILE STATUS IS WS-PCT-STATUS.
000450     SELECT PRINT-FILE ASSIGN TO "SUSALDRP"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PRINT-STATUS.
000480     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNLOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  SUSPENSE-FILE
000550     LABEL RECORD IS STANDARD.
000560     COPY SUSREC.
000570
000580 FD  CUSTOMER-MASTER
000590     LABEL RECORD IS STANDARD.
000600     COPY CUSREC.
000610
000620 FD  PERIOD-CONTROL-FILE
000630     LABEL RECORD IS STANDARD.
000640     COPY PCTREC.
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
000760     05  WS-SUSPENSE-EOF-SW      PIC X(01) VALUE "N".
000770         88  WS-SUSPENSE-EOF         VALUE "Y".
000780     05  WS-CUST-AVAIL-SW        PIC X(01) VALUE "N".
000790         88  WS-CUST-AVAILABLE       VALUE "Y".
000800     05  WS-PCT-AVAIL-SW         PIC X(01) VALUE "N".
000810         88  WS-PCT-AVAILABLE        VALUE "Y".
000820     05  WS-CLOSED-SW            PIC X(01) VALUE "N".
000830         88  WS-PERIOD-CLOSED        VALUE "Y".
000840     05  WS-AGE-KNOWN-SW         PIC X(01) VALUE "N".
000850         88  WS-AGE-KNOWN            VALUE "Y".
000860     05  WS-CLIENT-FOUND-SW      PIC X(01) VALUE "N".
000870         88  WS-CLIENT-TABLED        VALUE "Y".
000880     05  WS-REASON-FOUND-SW      PIC X(01) VALUE "N".
000890         88  WS-REASON-TABLED        VALUE "Y".
000900
000910 01  WS-ERROR-MSG                PIC X(45).
000920
000930 01  WS-RUN-DATE                 PIC 9(08).
000940 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
000950 01  WS-REJECT-DATE-EDITED       PIC 9999/99/99.
000960
000970     COPY PFREC.
000980
000990 01  WS-POSITION-NUM             PIC 9(02).
001000 01  WS-CLIENT-NUM               PIC 9(06).
001010 01  WS-CLIENT-NAME              PIC X(30).
001020 01  WS-REASON-TEXT              PIC X(40).
001030 01  WS-BUCKET-TEXT              PIC X(07).
001040 01  WS-CLOSED-TEXT              PIC X(14).
001050 01  WS-AGE-DAYS                 PIC 9(05) COMP.
001060 01  WS-AGE-EDITED               PIC ZZZZ9.
001070
001080*----------------------------------------------------------------
001090* DAGNUMMER FOR EN DATO AAAAMMDD, REGNET UTEN BIBLIOTEKSRUTINER:
001100* ARET GANGER 365, PLUSS SKUDDAGENE TIL OG MED ARET (FOR JANUAR
001110* OG FEBRUAR TIL OG MED ARET FOR), PLUSS DAGENE FOR MANEDEN OG
001120* DAG I MANEDEN. FORSKJELLEN MELLOM TO DAGNUMMER ER ALDEREN.
001130*----------------------------------------------------------------
001140 01  WS-DN-DATE.
001150     05  WS-DN-YEAR              PIC 9(04).
001160     05  WS-DN-MONTH             PIC 9(02).
001170     05  WS-DN-DAY               PIC 9(02).
001180 01  WS-DN-LEAP-YEAR             PIC 9(04) COMP.
001190 01  WS-DN-QUOTIENT              PIC 9(04) COMP.
001200 01  WS-DN-RESULT                PIC 9(07) COMP.
001210 01  WS-DN-RUN-DAYNUM            PIC 9(07) COMP.
001220 01  WS-DN-REJECT-DAYNUM         PIC 9(07) COMP.
001230 01  WS-CUM-DAYS-DATA            PIC X(36) VALUE
001240         "000031059090120151181212243273304334".
001250 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
001260     05  WS-CUM-DAYS             OCCURS 12 TIMES PIC 9(03).
001270
001280*----------------------------------------------------------------
001290* ALDERSGRUPPENE. SISTE INNSLAG TELLER POSTER UTEN GYLDIG
001300* AVVISNINGSDATO (SKREVET FOR DATOEN KOM PA SUSPENSPOSTEN).
001310*----------------------------------------------------------------
001320 01  WS-BUCKET-IX                PIC 9(01) COMP.
001330 01  WS-BUCKET-COUNTS.
001340     05  WS-BUCKET-COUNT         OCCURS 5 TIMES PIC 9(08) COMP.
001350 01  WS-BUCKET-LABEL-DATA.
001360     05  FILLER                  PIC X(20) VALUE "0-2 DAGER".
001370     05  FILLER                  PIC X(20) VALUE "3-7 DAGER".
001380     05  FILLER                  PIC X(20) VALUE "8-30 DAGER".
001390     05  FILLER                  PIC X(20) VALUE "OVER 30 DAGER".
001400     05  FILLER                  PIC X(20) VALUE
001410         "UKJENT AVVIST DATO".
001420 01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABEL-DATA.
001430     05  WS-BUCKET-LABEL         OCCURS 5 TIMES PIC X(20).
001440
001450*----------------------------------------------------------------
001460* ARSAKSKODENE FRA SUSREC-KOPIBOKEN. SISTE INNSLAG SAMLER KODER
001470* SOM IKKE STAR I LISTEN.
001480*----------------------------------------------------------------
001490 01  WS-REASON-CODE-DATA         PIC X(38) VALUE
001500         "10112021303140415060616263646566676870".
001510 01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-DATA.
001520     05  WS-REASON-CODE          OCCURS 19 TIMES PIC X(02).
001530 01  WS-REASON-IX                PIC 9(02) COMP.
001540 01  WS-REASON-FOUND-IX          PIC 9(02) COMP.
001550 01  WS-REASON-COUNTS.
001560     05  WS-REASON-COUNT         OCCURS 20 TIMES PIC 9(08) COMP.
001570 01  WS-REASON-WORK              PIC X(02).
001580
001590*----------------------------------------------------------------
001600* KLIENTTABELLEN, I DEN REKKEFOLGEN KLIENTENE FORST DUKKER OPP.
001610* NAR TABELLEN ER FULL SAMLES RESTEN I SISTE INNSLAG.
001620*----------------------------------------------------------------
001630 01  WS-CLIENT-COUNT             PIC 9(03) COMP VALUE ZERO.
001640 01  WS-CLIENT-IX                PIC 9(03) COMP.
001650 01  WS-CLIENT-FOUND-IX          PIC 9(03) COMP.
001660 01  WS-CLIENT-TABLE.
001670     05  WS-CLIENT-ENTRY         OCCURS 500 TIMES.
001680         10  CT-NUM              PIC 9(06).
001690         10  CT-NAME             PIC X(30).
001700         10  CT-COUNT            PIC 9(06) COMP.
001710         10  CT-OLD-COUNT        PIC 9(06) COMP.
001720         10  CT-CLOSED-COUNT     PIC 9(06) COMP.
001730
001740 01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
001750 01  WS-CLOSED-COUNT             PIC 9(08) COMP VALUE ZERO.
001760 01  WS-NO-CLIENT-COUNT          PIC 9(08) COMP VALUE ZERO.
001770 01  WS-COUNT-EDITED             PIC Z(7)9.
001780 01  WS-SMALL-EDITED             PIC Z(5)9.
001790 01  WS-SMALL2-EDITED            PIC Z(5)9.
001800 01  WS-SMALL3-EDITED            PIC Z(5)9.
001810
001820 01  WS-SUSPENSE-STATUS          PIC X(02).
001830 01  WS-CUST-STATUS              PIC X(02).
001840 01  WS-PCT-STATUS               PIC X(02).
001850 01  WS-PRINT-STATUS             PIC X(02).
001860 01  WS-RUNLOG-STATUS            PIC X(02).
001870
001880*----------------------------------------------------------------
001890* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
001900* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
001910* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
001920*----------------------------------------------------------------
001930 01  WS-START-TIME               PIC 9(08).
001940 01  WS-END-TIME                 PIC 9(08).
001950 01  WS-END-DATE                 PIC 9(08).
001960 01  WS-RUN-OUTCOME              PIC X(12).
001970 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001980
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002020     PERFORM 2000-AGE-ONE-ITEM THRU 2000-EXIT
002030         UNTIL WS-SUSPENSE-EOF.
002040     PERFORM 6300-WRITE-SUMMARY THRU 6300-EXIT.
002050     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002060
002070 1000-INITIALIZE.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090     ACCEPT WS-START-TIME FROM TIME.
002100     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
002110     MOVE WS-RUN-DATE TO WS-DN-DATE.
002120     PERFORM 5500-COMPUTE-DAY-NUMBER THRU 5500-EXIT.
002130     MOVE WS-DN-RESULT TO WS-DN-RUN-DAYNUM.
002140     INITIALIZE WS-BUCKET-COUNTS.
002150     INITIALIZE WS-REASON-COUNTS.
002160     OPEN INPUT SUSPENSE-FILE.
002170     IF WS-SUSPENSE-STATUS NOT = "00"
002180         MOVE "KUNNE IKKE APNE SUSPENSE-FILE" TO WS-ERROR-MSG
002190         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002200     END-IF.
002210     OPEN INPUT CUSTOMER-MASTER.
002220     EVALUATE TRUE
002230         WHEN WS-CUST-STATUS = "00"
002240             MOVE "Y" TO WS-CUST-AVAIL-SW
002250         WHEN WS-CUST-STATUS = "35"
002260             DISPLAY "CUSTOMER-MASTER FINNES IKKE - POSTENE "
002270                 "VISES UTEN KLIENT"
002280         WHEN OTHER
002290             MOVE "KUNNE IKKE APNE CUSTOMER-MASTER" TO
002300                 WS-ERROR-MSG
002310             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002320     END-EVALUATE.
002330     OPEN INPUT PERIOD-CONTROL-FILE.
002340     EVALUATE TRUE
002350         WHEN WS-PCT-STATUS = "00"
002360             MOVE "Y" TO WS-PCT-AVAIL-SW
002370         WHEN WS-PCT-STATUS = "35"
002380             DISPLAY "PERIOD-CONTROL-FILE FINNES IKKE - ALLE "
002390                 "PERIODER REGNES SOM APNE"
002400         WHEN OTHER
002410             MOVE "KUNNE IKKE APNE PERIOD-CONTROL-FILE" TO
002420                 WS-ERROR-MSG
002430             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002440     END-EVALUATE.
002450     OPEN OUTPUT PRINT-FILE.
002460     IF WS-PRINT-STATUS NOT = "00"
002470         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
002480         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
002490     END-IF.
002500     MOVE SPACES TO PRINT-RECORD.
002510     MOVE "SUSPENSALDRING - APNE POSTER I SUSPENSFILEN" TO
002520         PRINT-RECORD.
002530     WRITE PRINT-RECORD.
002540     MOVE SPACES TO PRINT-RECORD.
002550     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
002560         DELIMITED BY SIZE INTO PRINT-RECORD.
002570     WRITE PRINT-RECORD.
002580     MOVE SPACES TO PRINT-RECORD.
002590     WRITE PRINT-RECORD.
002600     MOVE SPACES TO PRINT-RECORD.
002610     STRING "KONTO/POS     KLIENT PERIODE AR AVVIST     DAGER "
002620         "GRUPPE  MERKNAD"
002630         DELIMITED BY SIZE INTO PRINT-RECORD.
002640     WRITE PRINT-RECORD.
002650 1000-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------------
002690* 2000-AGE-ONE-ITEM - EN SUSPENSPOST: KLIENT FRA CUSTOMER-MASTER,
002700*                  ALDER FRA AVVISNINGSDATOEN, PERIODENS STATUS
002710*                  PA PERIOD-CONTROL-FILE, EN DETALJLINJE OG
002720*                  TELLING PER GRUPPE, ARSAK OG KLIENT.
002730*----------------------------------------------------------------
002740 2000-AGE-ONE-ITEM.
002750     READ SUSPENSE-FILE
002760         AT END
002770             SET WS-SUSPENSE-EOF TO TRUE
002780             GO TO 2000-EXIT
002790     END-READ.
002800     ADD 1 TO WS-ITEM-COUNT.
002810     MOVE SUS-PORTFOLIO-DATA TO PORTFOLIO-RECORD.
002820     PERFORM 5100-LOOKUP-CLIENT THRU 5100-EXIT.
002830     PERFORM 5200-COMPUTE-AGE THRU 5200-EXIT.
002840     ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IX).
002850     PERFORM 5300-CHECK-PERIOD-CLOSED THRU 5300-EXIT.
002860     PERFORM 5400-COUNT-REASON THRU 5400-EXIT.
002870     PERFORM 5600-ACCUMULATE-CLIENT THRU 5600-EXIT.
002880     PERFORM 6100-WRITE-ITEM-LINE THRU 6100-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910
002920 5100-LOOKUP-CLIENT.
002930     MOVE ZERO TO WS-CLIENT-NUM.
002940     MOVE "IKKE I KUNDEREGISTERET" TO WS-CLIENT-NAME.
002950     IF NOT WS-CUST-AVAILABLE
002960         ADD 1 TO WS-NO-CLIENT-COUNT
002970         GO TO 5100-EXIT
002980     END-IF.
002990     MOVE PF-ACCOUNT-ID TO CUS-ACCOUNT-ID.
003000     READ CUSTOMER-MASTER
003010         INVALID KEY
003020             ADD 1 TO WS-NO-CLIENT-COUNT
003030             GO TO 5100-EXIT
003040     END-READ.
003050     MOVE CUS-CLIENT-NUM TO WS-CLIENT-NUM.
003060     MOVE CUS-CLIENT-NAME TO WS-CLIENT-NAME.
003070 5100-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110* 5200-COMPUTE-AGE - DAGER FRA AVVISNINGSDATOEN TIL KJOREDATOEN
003120*                  OG ALDERSGRUPPEN. EN POST UTEN GYLDIG DATO
003130*                  TELLES UNDER UKJENT; EN DATO FREM I TID
003140*                  REGNES SOM NULL DAGER.
003150*----------------------------------------------------------------
003160 5200-COMPUTE-AGE.
003170     MOVE "N" TO WS-AGE-KNOWN-SW.
003180     MOVE ZERO TO WS-AGE-DAYS.
003190     MOVE 5 TO WS-BUCKET-IX.
003200     MOVE "UKJENT " TO WS-BUCKET-TEXT.
003210     IF SUS-REJECT-DATE NOT NUMERIC
003220         GO TO 5200-EXIT
003230     END-IF.
003240     MOVE SUS-REJECT-DATE TO WS-DN-DATE.
003250     IF WS-DN-YEAR < 1900
003260             OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
003270             OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
003280         GO TO 5200-EXIT
003290     END-IF.
003300     MOVE "Y" TO WS-AGE-KNOWN-SW.
003310     PERFORM 5500-COMPUTE-DAY-NUMBER THRU 5500-EXIT.
003320     MOVE WS-DN-RESULT TO WS-DN-REJECT-DAYNUM.
003330     IF WS-DN-REJECT-DAYNUM < WS-DN-RUN-DAYNUM
003340         COMPUTE WS-AGE-DAYS =
003350             WS-DN-RUN-DAYNUM - WS-DN-REJECT-DAYNUM
003360     END-IF.
003370     EVALUATE TRUE
003380         WHEN WS-AGE-DAYS NOT GREATER THAN 2
003390             MOVE 1 TO WS-BUCKET-IX
003400             MOVE "0-2    " TO WS-BUCKET-TEXT
003410         WHEN WS-AGE-DAYS NOT GREATER THAN 7
003420             MOVE 2 TO WS-BUCKET-IX
003430             MOVE "3-7    " TO WS-BUCKET-TEXT
003440         WHEN WS-AGE-DAYS NOT GREATER THAN 30
003450             MOVE 3 TO WS-BUCKET-IX
003460             MOVE "8-30   " TO WS-BUCKET-TEXT
003470         WHEN OTHER
003480             MOVE 4 TO WS-BUCKET-IX
003490             MOVE "OVER 30" TO WS-BUCKET-TEXT
003500     END-EVALUATE.
003510 5200-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* 5300-CHECK-PERIOD-CLOSED - EN POST HVIS PERIODE ER LUKKET (PCT-
003560*                  STATUS L) AVVISES IGJEN MED ARSAK 70 OM DEN
003570*                  RESUBMITTES, OG MERKES DERFOR. EN PERIODE
003580*                  UTEN POST REGNES SOM APEN, SOM I REALAVK.
003590*----------------------------------------------------------------
003600 5300-CHECK-PERIOD-CLOSED.
003610     MOVE "N" TO WS-CLOSED-SW.
003620     MOVE SPACES TO WS-CLOSED-TEXT.
003630     IF NOT WS-PCT-AVAILABLE
003640         GO TO 5300-EXIT
003650     END-IF.
003660     MOVE PF-PERIOD-YM TO PCT-PERIOD-YM.
003670     READ PERIOD-CONTROL-FILE
003680         INVALID KEY
003690             GO TO 5300-EXIT
003700     END-READ.
003710     IF PCT-STATUS = "L"
003720         MOVE "Y" TO WS-CLOSED-SW
003730         MOVE "LUKKET-IKKE R" TO WS-CLOSED-TEXT
003740         ADD 1 TO WS-CLOSED-COUNT
003750     END-IF.
003760 5300-EXIT.
003770     EXIT.
003780
003790 5400-COUNT-REASON.
003800     MOVE "N" TO WS-REASON-FOUND-SW.
003810     MOVE 20 TO WS-REASON-FOUND-IX.
003820     PERFORM 5410-SEARCH-REASON-TABLE THRU 5410-EXIT
003830         VARYING WS-REASON-IX FROM 1 BY 1
003840         UNTIL WS-REASON-IX > 19 OR WS-REASON-TABLED.
003850     ADD 1 TO WS-REASON-COUNT (WS-REASON-FOUND-IX).
003860 5400-EXIT.
003870     EXIT.
003880
003890 5410-SEARCH-REASON-TABLE.
003900     IF SUS-REJECT-REASON = WS-REASON-CODE (WS-REASON-IX)
003910         MOVE "Y" TO WS-REASON-FOUND-SW
003920         MOVE WS-REASON-IX TO WS-REASON-FOUND-IX
003930     END-IF.
003940 5410-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------------
003980* 5500-COMPUTE-DAY-NUMBER - DAGNUMMERET FOR DATOEN I WS-DN-DATE
003990*                  TIL WS-DN-RESULT (SE KOMMENTAREN VED
004000*                  WS-DN-DATE).
004010*----------------------------------------------------------------
004020 5500-COMPUTE-DAY-NUMBER.
004030     MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
004040     IF WS-DN-MONTH < 3
004050         SUBTRACT 1 FROM WS-DN-LEAP-YEAR
004060     END-IF.
004070     COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365
004080         + WS-CUM-DAYS (WS-DN-MONTH) + WS-DN-DAY.
004090     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-QUOTIENT.
004100     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
004110     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-QUOTIENT.
004120     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT.
004130     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-QUOTIENT.
004140     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
004150 5500-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 5600-ACCUMULATE-CLIENT - TELL POSTEN PA KLIENTENS LINJE, ELLER
004200*                  OPPRETT LINJEN NAR KLIENTEN SES FOR FORSTE
004210*                  GANG. FULL TABELL SAMLES I SISTE INNSLAG.
004220*----------------------------------------------------------------
004230 5600-ACCUMULATE-CLIENT.
004240     MOVE "N" TO WS-CLIENT-FOUND-SW.
004250     PERFORM 5610-SEARCH-CLIENT-TABLE THRU 5610-EXIT
004260         VARYING WS-CLIENT-IX FROM 1 BY 1
004270         UNTIL WS-CLIENT-IX > WS-CLIENT-COUNT
004280             OR WS-CLIENT-TABLED.
004290     IF NOT WS-CLIENT-TABLED
004300         IF WS-CLIENT-COUNT < 499
004310             ADD 1 TO WS-CLIENT-COUNT
004320             MOVE WS-CLIENT-COUNT TO WS-CLIENT-FOUND-IX
004330             MOVE WS-CLIENT-NUM TO CT-NUM (WS-CLIENT-FOUND-IX)
004340             MOVE WS-CLIENT-NAME TO CT-NAME (WS-CLIENT-FOUND-IX)
004350             MOVE ZERO TO CT-COUNT (WS-CLIENT-FOUND-IX)
004360             MOVE ZERO TO CT-OLD-COUNT (WS-CLIENT-FOUND-IX)
004370             MOVE ZERO TO CT-CLOSED-COUNT (WS-CLIENT-FOUND-IX)
004380         ELSE
004390             MOVE 500 TO WS-CLIENT-FOUND-IX
004400             IF WS-CLIENT-COUNT < 500
004410                 MOVE 500 TO WS-CLIENT-COUNT
004420                 MOVE 999999 TO CT-NUM (500)
004430                 MOVE "OVRIGE KLIENTER - TABELLEN FULL" TO
004440                     CT-NAME (500)
004450                 MOVE ZERO TO CT-COUNT (500)
004460                 MOVE ZERO TO CT-OLD-COUNT (500)
004470                 MOVE ZERO TO CT-CLOSED-COUNT (500)
004480             END-IF
004490         END-IF
004500     END-IF.
004510     ADD 1 TO CT-COUNT (WS-CLIENT-FOUND-IX).
004520     IF WS-BUCKET-IX = 4
004530         ADD 1 TO CT-OLD-COUNT (WS-CLIENT-FOUND-IX)
004540     END-IF.
004550     IF WS-PERIOD-CLOSED
004560         ADD 1 TO CT-CLOSED-COUNT (WS-CLIENT-FOUND-IX)
004570     END-IF.
004580 5600-EXIT.
004590     EXIT.
004600
004610 5610-SEARCH-CLIENT-TABLE.
004620     IF CT-NUM (WS-CLIENT-IX) = WS-CLIENT-NUM
004630         MOVE "Y" TO WS-CLIENT-FOUND-SW
004640         MOVE WS-CLIENT-IX TO WS-CLIENT-FOUND-IX
004650     END-IF.
004660 5610-EXIT.
004670     EXIT.
004680
004690 6100-WRITE-ITEM-LINE.
004700     MOVE SPACES TO PRINT-RECORD.
004710     IF SUS-POSITION-X = SPACES
004720         MOVE 1 TO WS-POSITION-NUM
004730     ELSE
004740         MOVE SUS-POSITION-NUM TO WS-POSITION-NUM
004750     END-IF.
004760     IF WS-AGE-KNOWN
004770         MOVE SUS-REJECT-DATE TO WS-REJECT-DATE-EDITED
004780         MOVE WS-AGE-DAYS TO WS-AGE-EDITED
004790         STRING PF-ACCOUNT-ID "/" WS-POSITION-NUM " "
004800             WS-CLIENT-NUM " "
004810             PF-PERIOD-YM "  " SUS-REJECT-REASON " "
004820             WS-REJECT-DATE-EDITED " " WS-AGE-EDITED " "
004830             WS-BUCKET-TEXT " " WS-CLOSED-TEXT
004840             DELIMITED BY SIZE INTO PRINT-RECORD
004850     ELSE
004860         STRING PF-ACCOUNT-ID "/" WS-POSITION-NUM " "
004870             WS-CLIENT-NUM " "
004880             PF-PERIOD-YM "  " SUS-REJECT-REASON " "
004890             "UKJENT DATO      " WS-BUCKET-TEXT " "
004900             WS-CLOSED-TEXT
004910             DELIMITED BY SIZE INTO PRINT-RECORD
004920     END-IF.
004930     WRITE PRINT-RECORD.
004940 6100-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 6300-WRITE-SUMMARY - ANTALL PER ALDERSGRUPPE, PER ARSAKSKODE
004990*                  (BARE KODER SOM FOREKOMMER) OG PER KLIENT.
005000*----------------------------------------------------------------
005010 6300-WRITE-SUMMARY.
005020     MOVE SPACES TO PRINT-RECORD.
005030     WRITE PRINT-RECORD.
005040     MOVE WS-ITEM-COUNT TO WS-COUNT-EDITED.
005050     MOVE SPACES TO PRINT-RECORD.
005060     STRING "ANTALL APNE POSTER:      " WS-COUNT-EDITED
005070         DELIMITED BY SIZE INTO PRINT-RECORD.
005080     WRITE PRINT-RECORD.
005090     MOVE WS-CLOSED-COUNT TO WS-COUNT-EDITED.
005100     MOVE SPACES TO PRINT-RECORD.
005110     STRING "LUKKET PERIODE, IKKE R:  " WS-COUNT-EDITED
005120         DELIMITED BY SIZE INTO PRINT-RECORD.
005130     WRITE PRINT-RECORD.
005140     MOVE WS-NO-CLIENT-COUNT TO WS-COUNT-EDITED.
005150     MOVE SPACES TO PRINT-RECORD.
005160     STRING "UTEN KUNDEPOST:          " WS-COUNT-EDITED
005170         DELIMITED BY SIZE INTO PRINT-RECORD.
005180     WRITE PRINT-RECORD.
005190     MOVE SPACES TO PRINT-RECORD.
005200     WRITE PRINT-RECORD.
005210     MOVE "PER ALDERSGRUPPE" TO PRINT-RECORD.
005220     WRITE PRINT-RECORD.
005230     PERFORM 6310-WRITE-ONE-BUCKET THRU 6310-EXIT
005240         VARYING WS-BUCKET-IX FROM 1 BY 1
005250         UNTIL WS-BUCKET-IX > 5.
005260     MOVE SPACES TO PRINT-RECORD.
005270     WRITE PRINT-RECORD.
005280     MOVE "PER ARSAKSKODE" TO PRINT-RECORD.
005290     WRITE PRINT-RECORD.
005300     PERFORM 6320-WRITE-ONE-REASON THRU 6320-EXIT
005310         VARYING WS-REASON-IX FROM 1 BY 1
005320         UNTIL WS-REASON-IX > 20.
005330     MOVE SPACES TO PRINT-RECORD.
005340     WRITE PRINT-RECORD.
005350     MOVE SPACES TO PRINT-RECORD.
005360     STRING "PER KLIENT                                 POSTER"
005370         "   OVER 30"
005380         DELIMITED BY SIZE INTO PRINT-RECORD.
005390     WRITE PRINT-RECORD.
005400     PERFORM 6330-WRITE-ONE-CLIENT THRU 6330-EXIT
005410         VARYING WS-CLIENT-IX FROM 1 BY 1
005420         UNTIL WS-CLIENT-IX > WS-CLIENT-COUNT.
005430 6300-EXIT.
005440     EXIT.
005450
005460 6310-WRITE-ONE-BUCKET.
005470     IF WS-BUCKET-IX = 5 AND WS-BUCKET-COUNT (5) = ZERO
005480         GO TO 6310-EXIT
005490     END-IF.
005500     MOVE WS-BUCKET-COUNT (WS-BUCKET-IX) TO WS-COUNT-EDITED.
005510     MOVE SPACES TO PRINT-RECORD.
005520     STRING "  " WS-BUCKET-LABEL (WS-BUCKET-IX) "   "
005530         WS-COUNT-EDITED
005540         DELIMITED BY SIZE INTO PRINT-RECORD.
005550     WRITE PRINT-RECORD.
005560 6310-EXIT.
005570     EXIT.
005580
005590 6320-WRITE-ONE-REASON.
005600     IF WS-REASON-COUNT (WS-REASON-IX) = ZERO
005610         GO TO 6320-EXIT
005620     END-IF.
005630     IF WS-REASON-IX = 20
005640         MOVE "??" TO WS-REASON-WORK
005650     ELSE
005660         MOVE WS-REASON-CODE (WS-REASON-IX) TO WS-REASON-WORK
005670     END-IF.
005680     PERFORM 6400-REASON-IN-WORDS THRU 6400-EXIT.
005690     MOVE WS-REASON-COUNT (WS-REASON-IX) TO WS-COUNT-EDITED.
005700     MOVE SPACES TO PRINT-RECORD.
005710     STRING "  " WS-REASON-WORK "  " WS-REASON-TEXT " "
005720         WS-COUNT-EDITED
005730         DELIMITED BY SIZE INTO PRINT-RECORD.
005740     WRITE PRINT-RECORD.
005750 6320-EXIT.
005760     EXIT.
005770
005780 6330-WRITE-ONE-CLIENT.
005790     MOVE CT-COUNT (WS-CLIENT-IX) TO WS-SMALL-EDITED.
005800     MOVE CT-OLD-COUNT (WS-CLIENT-IX) TO WS-SMALL2-EDITED.
005810     MOVE CT-CLOSED-COUNT (WS-CLIENT-IX) TO WS-SMALL3-EDITED.
005820     MOVE SPACES TO PRINT-RECORD.
005830     STRING "  " CT-NUM (WS-CLIENT-IX) " "
005840         CT-NAME (WS-CLIENT-IX) "  " WS-SMALL-EDITED "   "
005850         WS-SMALL2-EDITED "  LUKKET " WS-SMALL3-EDITED
005860         DELIMITED BY SIZE INTO PRINT-RECORD.
005870     WRITE PRINT-RECORD.
005880 6330-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 6400-REASON-IN-WORDS - ARSAKSKODEN SKREVET UT I ORD, SOM I
005930*                  KONTOOPPSLAGET. LISTEN FOLGER KODEOVERSIKTEN
005940*                  I SUSREC-KOPIBOKEN.
005950*----------------------------------------------------------------
005960 6400-REASON-IN-WORDS.
005970     EVALUATE WS-REASON-WORK
005980         WHEN "10"
005990             MOVE "INVESTERING IKKE NUMERISK" TO WS-REASON-TEXT
006000         WHEN "11"
006010             MOVE "INVESTERING IKKE STORRE ENN NULL" TO
006020                 WS-REASON-TEXT
006030         WHEN "20"
006040             MOVE "AVKASTNING IKKE NUMERISK" TO WS-REASON-TEXT
006050         WHEN "21"
006060             MOVE "AVKASTNING UTENFOR GYLDIG OMRADE" TO
006070                 WS-REASON-TEXT
006080         WHEN "30"
006090             MOVE "INFLASJON IKKE NUMERISK" TO WS-REASON-TEXT
006100         WHEN "31"
006110             MOVE "INFLASJON UTENFOR GYLDIG OMRADE" TO
006120                 WS-REASON-TEXT
006130         WHEN "40"
006140             MOVE "SKATTESATS IKKE NUMERISK" TO WS-REASON-TEXT
006150         WHEN "41"
006160             MOVE "SKATTESATS UTENFOR GYLDIG OMRADE" TO
006170                 WS-REASON-TEXT
006180         WHEN "50"
006190             MOVE "VALUTAKODE IKKE PA FX-RATE-FILE" TO
006200                 WS-REASON-TEXT
006210         WHEN "60"
006220             MOVE "KONTO FINNES ALLEREDE PA MASTEREN" TO
006230                 WS-REASON-TEXT
006240         WHEN "61"
006250             MOVE "KONTO FINNES IKKE PA MASTEREN" TO
006260                 WS-REASON-TEXT
006270         WHEN "62"
006280             MOVE "UGYLDIG TRANSAKSJONSKODE" TO WS-REASON-TEXT
006290         WHEN "63"
006300             MOVE "FEIL VED SKRIVING TIL MASTEREN" TO
006310                 WS-REASON-TEXT
006320         WHEN "64"
006330             MOVE "BEVEGELSE UTEN ELLER MED FEIL HOLDING" TO
006340                 WS-REASON-TEXT
006350         WHEN "65"
006360             MOVE "FOR MANGE BEVEGELSER FOR KONTOEN" TO
006370                 WS-REASON-TEXT
006380         WHEN "66"
006390             MOVE "BEVEGELSE UTENFOR PERIODEN ELLER UGYLDIG" TO
006400                 WS-REASON-TEXT
006410         WHEN "67"
006420             MOVE "VEKTET KAPITALBASE UTENFOR GYLDIG OMRADE" TO
006430                 WS-REASON-TEXT
006440         WHEN "68"
006450             MOVE "UGYLDIG POSISJONSNUMMER (IKKE 01-99)" TO
006460                 WS-REASON-TEXT
006470         WHEN "70"
006480             MOVE "PERIODEN ER LUKKET FOR OMBEREGNING" TO
006490                 WS-REASON-TEXT
006500         WHEN OTHER
006510             MOVE "UKJENT ARSAKSKODE" TO WS-REASON-TEXT
006520     END-EVALUATE.
006530 6400-EXIT.
006540     EXIT.
006550
006560 9990-ABORT-ON-OPEN-ERROR.
006570     DISPLAY "FATAL: " WS-ERROR-MSG.
006580     MOVE 8 TO WS-RETURN-CODE.
006590     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
006600     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
006610     MOVE WS-RETURN-CODE TO RETURN-CODE.
006620     STOP RUN.
006630 9990-EXIT.
006640     EXIT.
006650
006660*----------------------------------------------------------------
006670* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
006680*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
006690*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
006700*                  AV KALLEREN FORST.
006710*----------------------------------------------------------------
006720 7900-WRITE-RUN-LOG.
006730     OPEN EXTEND RUN-LOG-FILE.
006740     IF WS-RUNLOG-STATUS NOT = "00"
006750         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
006760             WS-RUNLOG-STATUS
006770         GO TO 7900-EXIT
006780     END-IF.
006790     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
006800     ACCEPT WS-END-TIME FROM TIME.
006810     MOVE SPACES TO RUN-LOG-RECORD.
006820     MOVE "SUSPENSALDRING" TO RNL-PROGRAM-ID.
006830     MOVE SPACE TO RNL-RUN-MODE.
006840     MOVE WS-RUN-DATE TO RNL-START-DATE.
006850     MOVE WS-START-TIME TO RNL-START-TIME.
006860     MOVE WS-END-DATE TO RNL-END-DATE.
006870     MOVE WS-END-TIME TO RNL-END-TIME.
006880     MOVE WS-ITEM-COUNT TO RNL-RECORDS-READ.
006890     MOVE WS-ITEM-COUNT TO RNL-RECORDS-PROCESSED.
006900     COMPUTE RNL-RECORDS-REJECTED =
006910         WS-BUCKET-COUNT (4) + WS-CLOSED-COUNT.
006920     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
006930     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
006940     WRITE RUN-LOG-RECORD.
006950     CLOSE RUN-LOG-FILE.
006960 7900-EXIT.
006970     EXIT.
006980
006990 9999-TERMINATE.
007000     CLOSE SUSPENSE-FILE.
007010     IF WS-CUST-AVAILABLE
007020         CLOSE CUSTOMER-MASTER
007030     END-IF.
007040     IF WS-PCT-AVAILABLE
007050         CLOSE PERIOD-CONTROL-FILE
007060     END-IF.
007070     CLOSE PRINT-FILE.
007080     IF WS-BUCKET-COUNT (4) > ZERO OR WS-CLOSED-COUNT > ZERO
007090         MOVE 4 TO WS-RETURN-CODE
007100         MOVE "GAMLE POSTER" TO WS-RUN-OUTCOME
007110     ELSE
007120         MOVE ZERO TO WS-RETURN-CODE
007130         MOVE "OK" TO WS-RUN-OUTCOME
007140     END-IF.
007150     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
007160     MOVE WS-RETURN-CODE TO RETURN-CODE.
007170     STOP RUN.
007180 9999-EXIT.
007190     EXIT.
