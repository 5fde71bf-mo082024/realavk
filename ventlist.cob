000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Venteliste.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - DAGLIG LISTE OVER SATS-,
000110*                GEBYR- OG PERIODEENDRINGER SOM HAR VENTET PA
000120*                GODKJENNING (VEDLVENT, SE PNDREC) I MER ENN
000130*                ETT DOGN, MED REGISTRERER, TIDSPUNKT, GAMMEL
000140*                OG NY VERDI, SA INGEN ENDRING BLIR LIGGENDE
000150*                UBEHANDLET OVER MANEDSSLUTT. KJOREHISTORIKK-
000160*                POST TIL RUN-LOG-FILE: 00 NAR INGENTING ER
000170*                GAMMELT, 04 NAR DET FINNES ENDRINGER ELDRE
000180*                ENN ETT DOGN, 08 VED APNINGSFEIL.
000190*----------------------------------------------------------------
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT PENDING-CHANGE-FILE ASSIGN TO "VEDLVENT"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS PND-KEY
000270         FILE STATUS IS WS-PND-STATUS.
000280     SELECT PRINT-FILE ASSIGN TO "VENTLIST"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PRINT-STATUS.
000310     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RUNLOG-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PENDING-CHANGE-FILE
000380     LABEL RECORD IS STANDARD.
000390     COPY PNDREC.
000400
000410 FD  PRINT-FILE
000420     LABEL RECORD IS STANDARD.
000430 01  PRINT-RECORD                PIC X(80).
000440
000450 FD  RUN-LOG-FILE
000460     LABEL RECORD IS STANDARD.
000470     COPY RUNREC.
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-SWITCHES.
000510     05  WS-PND-EOF-SW           PIC X(01) VALUE "N".
000520         88  WS-PND-EOF              VALUE "Y".
000530     05  WS-PND-AVAIL-SW         PIC X(01) VALUE "N".
000540         88  WS-PND-AVAILABLE        VALUE "Y".
000550     05  WS-OLD-SW               PIC X(01) VALUE "N".
000560         88  WS-ITEM-OLD             VALUE "Y".
000570
000580 01  WS-ERROR-MSG                PIC X(45).
000590
000600 01  WS-RUN-DATE                 PIC 9(08).
000610 01  WS-RUN-DATE-EDITED          PIC 9999/99/99.
000620 01  WS-MAKER-DATE-EDITED        PIC 9999/99/99.
000630 01  WS-MAKER-TIME.
000640     05  WS-MAKER-HH             PIC 9(02).
000650     05  WS-MAKER-MM             PIC 9(02).
000660     05  FILLER                  PIC 9(04).
000670 01  WS-SOURCE-TEXT              PIC X(10).
000680 01  WS-AGE-DAYS                 PIC 9(05) COMP.
000690 01  WS-AGE-EDITED               PIC ZZZZ9.
000700
000710*----------------------------------------------------------------
000720* DAGNUMMER FOR EN DATO AAAAMMDD, REGNET UTEN BIBLIOTEKSRUTINER
000730* SOM I SUSPENSALDRINGEN: ARET GANGER 365, PLUSS SKUDDAGENE TIL
000740* OG MED ARET (FOR JANUAR OG FEBRUAR TIL OG MED ARET FOR),
000750* PLUSS DAGENE FOR MANEDEN OG DAG I MANEDEN. EN ENDRING ER
000760* ELDRE ENN ETT DOGN NAR DEN BLE REGISTRERT FOR I GAR, ELLER I
000770* GAR PA ET KLOKKESLETT SOM ALLEREDE ER PASSERT I DAG.
000780*----------------------------------------------------------------
000790 01  WS-DN-DATE.
000800     05  WS-DN-YEAR              PIC 9(04).
000810     05  WS-DN-MONTH             PIC 9(02).
000820     05  WS-DN-DAY               PIC 9(02).
000830 01  WS-DN-LEAP-YEAR             PIC 9(04) COMP.
000840 01  WS-DN-QUOTIENT              PIC 9(04) COMP.
000850 01  WS-DN-RESULT                PIC 9(07) COMP.
000860 01  WS-DN-RUN-DAYNUM            PIC 9(07) COMP.
000870 01  WS-DN-MAKER-DAYNUM          PIC 9(07) COMP.
000880 01  WS-CUM-DAYS-DATA            PIC X(36) VALUE
000890         "000031059090120151181212243273304334".
000900 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-DATA.
000910     05  WS-CUM-DAYS             OCCURS 12 TIMES PIC 9(03).
000920
000930 01  WS-ITEM-COUNT               PIC 9(08) COMP VALUE ZERO.
000940 01  WS-OLD-COUNT                PIC 9(08) COMP VALUE ZERO.
000950 01  WS-IMPORT-COUNT             PIC 9(08) COMP VALUE ZERO.
000960 01  WS-COUNT-EDITED             PIC Z(7)9.
000970
000980 01  WS-PND-STATUS               PIC X(02).
000990 01  WS-PRINT-STATUS             PIC X(02).
001000 01  WS-RUNLOG-STATUS            PIC X(02).
001010
001020*----------------------------------------------------------------
001030* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
001040* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
001050* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
001060*----------------------------------------------------------------
001070 01  WS-START-TIME               PIC 9(08).
001080 01  WS-END-TIME                 PIC 9(08).
001090 01  WS-END-DATE                 PIC 9(08).
001100 01  WS-RUN-OUTCOME              PIC X(12).
001110 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001120
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 2000-CHECK-ONE-PENDING THRU 2000-EXIT
001170         UNTIL WS-PND-EOF.
001180     PERFORM 6300-WRITE-SUMMARY THRU 6300-EXIT.
001190     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001200
001210*----------------------------------------------------------------
001220* 1000-INITIALIZE - DAGNUMMER FOR KJOREDATOEN OG APNING AV
001230*                  FILENE. FINNES IKKE VENTEKOEN ENNA, ER DET
001240*                  INGENTING SOM VENTER, OG LISTEN BLIR TOM.
001250*----------------------------------------------------------------
001260 1000-INITIALIZE.
001270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001280     ACCEPT WS-START-TIME FROM TIME.
001290     MOVE WS-RUN-DATE TO WS-RUN-DATE-EDITED.
001300     MOVE WS-RUN-DATE TO WS-DN-DATE.
001310     PERFORM 5500-COMPUTE-DAY-NUMBER THRU 5500-EXIT.
001320     MOVE WS-DN-RESULT TO WS-DN-RUN-DAYNUM.
001330     OPEN INPUT PENDING-CHANGE-FILE.
001340     EVALUATE TRUE
001350         WHEN WS-PND-STATUS = "00"
001360             MOVE "Y" TO WS-PND-AVAIL-SW
001370         WHEN WS-PND-STATUS = "35"
001380             DISPLAY "PENDING-CHANGE-FILE FINNES IKKE - "
001390                 "INGEN ENDRINGER VENTER"
001400             MOVE "Y" TO WS-PND-EOF-SW
001410         WHEN OTHER
001420             MOVE "KUNNE IKKE APNE PENDING-CHANGE-FILE" TO
001430                 WS-ERROR-MSG
001440             PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001450     END-EVALUATE.
001460     OPEN OUTPUT PRINT-FILE.
001470     IF WS-PRINT-STATUS NOT = "00"
001480         MOVE "KUNNE IKKE APNE PRINT-FILE" TO WS-ERROR-MSG
001490         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001500     END-IF.
001510     MOVE SPACES TO PRINT-RECORD.
001520     MOVE "ENDRINGER SOM HAR VENTET PA GODKJENNING OVER ETT DOGN"
001530         TO PRINT-RECORD.
001540     WRITE PRINT-RECORD.
001550     MOVE SPACES TO PRINT-RECORD.
001560     STRING "KJOREDATO: " WS-RUN-DATE-EDITED
001570         DELIMITED BY SIZE INTO PRINT-RECORD.
001580     WRITE PRINT-RECORD.
001590     MOVE SPACES TO PRINT-RECORD.
001600     WRITE PRINT-RECORD.
001610     MOVE SPACES TO PRINT-RECORD.
001620     STRING "FIL NOKKEL           F REGISTRERT AV       "
001630         "KL    DAGER KILDE"
001640         DELIMITED BY SIZE INTO PRINT-RECORD.
001650     WRITE PRINT-RECORD.
001660 1000-EXIT.
001670     EXIT.
001680
001690*----------------------------------------------------------------
001700* 2000-CHECK-ONE-PENDING - EN VENTENDE ENDRING: ALDER FRA
001710*                  REGISTRERINGSTIDSPUNKTET, OG TO
001720*                  DETALJLINJER NAR DEN ER ELDRE ENN ETT DOGN.
001730*----------------------------------------------------------------
001740 2000-CHECK-ONE-PENDING.
001750     READ PENDING-CHANGE-FILE NEXT RECORD
001760         AT END
001770             SET WS-PND-EOF TO TRUE
001780             GO TO 2000-EXIT
001790     END-READ.
001800     ADD 1 TO WS-ITEM-COUNT.
001810     IF PND-FROM-IMPORT
001820         ADD 1 TO WS-IMPORT-COUNT
001830     END-IF.
001840     PERFORM 5200-COMPUTE-AGE THRU 5200-EXIT.
001850     IF NOT WS-ITEM-OLD
001860         GO TO 2000-EXIT
001870     END-IF.
001880     ADD 1 TO WS-OLD-COUNT.
001890     PERFORM 6100-WRITE-ITEM-LINES THRU 6100-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------------
001940* 5200-COMPUTE-AGE - HELE DAGER FRA REGISTRERINGSDATOEN TIL
001950*                  KJOREDATOEN, OG OM ENDRINGEN ER ELDRE ENN
001960*                  ETT DOGN. EN POST UTEN GYLDIG DATO REGNES
001970*                  SOM GAMMEL, SA DEN IKKE GLIPPER.
001980*----------------------------------------------------------------
001990 5200-COMPUTE-AGE.
002000     MOVE "N" TO WS-OLD-SW.
002010     MOVE ZERO TO WS-AGE-DAYS.
002020     IF PND-MAKER-DATE NOT NUMERIC
002030         MOVE "Y" TO WS-OLD-SW
002040         GO TO 5200-EXIT
002050     END-IF.
002060     MOVE PND-MAKER-DATE TO WS-DN-DATE.
002070     IF WS-DN-YEAR < 1900
002080             OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
002090             OR WS-DN-DAY < 1 OR WS-DN-DAY > 31
002100         MOVE "Y" TO WS-OLD-SW
002110         GO TO 5200-EXIT
002120     END-IF.
002130     PERFORM 5500-COMPUTE-DAY-NUMBER THRU 5500-EXIT.
002140     MOVE WS-DN-RESULT TO WS-DN-MAKER-DAYNUM.
002150     IF WS-DN-MAKER-DAYNUM NOT < WS-DN-RUN-DAYNUM
002160         GO TO 5200-EXIT
002170     END-IF.
002180     COMPUTE WS-AGE-DAYS = WS-DN-RUN-DAYNUM - WS-DN-MAKER-DAYNUM.
002190     IF WS-AGE-DAYS > 1
002200         MOVE "Y" TO WS-OLD-SW
002210         GO TO 5200-EXIT
002220     END-IF.
002230     IF PND-MAKER-TIME NUMERIC
002240             AND PND-MAKER-TIME NOT > WS-START-TIME
002250         MOVE "Y" TO WS-OLD-SW
002260     END-IF.
002270 5200-EXIT.
002280     EXIT.
002290
002300*----------------------------------------------------------------
002310* 5500-COMPUTE-DAY-NUMBER - DAGNUMMERET FOR DATOEN I WS-DN-DATE
002320*                  TIL WS-DN-RESULT (SE KOMMENTAREN VED
002330*                  WS-DN-DATE).
002340*----------------------------------------------------------------
002350 5500-COMPUTE-DAY-NUMBER.
002360     MOVE WS-DN-YEAR TO WS-DN-LEAP-YEAR.
002370     IF WS-DN-MONTH < 3
002380         SUBTRACT 1 FROM WS-DN-LEAP-YEAR
002390     END-IF.
002400     COMPUTE WS-DN-RESULT = WS-DN-YEAR * 365
002410         + WS-CUM-DAYS (WS-DN-MONTH) + WS-DN-DAY.
002420     DIVIDE WS-DN-LEAP-YEAR BY 4 GIVING WS-DN-QUOTIENT.
002430     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
002440     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-QUOTIENT.
002450     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-RESULT.
002460     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-QUOTIENT.
002470     ADD WS-DN-QUOTIENT TO WS-DN-RESULT.
002480 5500-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------------
002520* 6100-WRITE-ITEM-LINES - NOKKEL, FUNKSJON, REGISTRERER OG ALDER
002530*                  PA FORSTE LINJE; GAMMEL OG NY VERDI, OG FOR
002540*                  RATEIMPORTEN GRUNNEN, PA LINJENE UNDER.
002550*----------------------------------------------------------------
002560 6100-WRITE-ITEM-LINES.
002570     IF PND-FROM-IMPORT
002580         MOVE "RATEIMPORT" TO WS-SOURCE-TEXT
002590     ELSE
002600         MOVE "VEDLIKEH." TO WS-SOURCE-TEXT
002610     END-IF.
002620     MOVE PND-MAKER-TIME TO WS-MAKER-TIME.
002630     MOVE WS-AGE-DAYS TO WS-AGE-EDITED.
002640     MOVE SPACES TO PRINT-RECORD.
002650     IF PND-MAKER-DATE NUMERIC
002660         MOVE PND-MAKER-DATE TO WS-MAKER-DATE-EDITED
002670         STRING PND-FILE-ID " " PND-REC-KEY " " PND-ACTION " "
002680             PND-MAKER-ID " " WS-MAKER-DATE-EDITED " "
002690             WS-MAKER-HH "." WS-MAKER-MM " " WS-AGE-EDITED " "
002700             WS-SOURCE-TEXT
002710             DELIMITED BY SIZE INTO PRINT-RECORD
002720     ELSE
002730         STRING PND-FILE-ID " " PND-REC-KEY " " PND-ACTION " "
002740             PND-MAKER-ID " UKJENT DATO       "
002750             WS-SOURCE-TEXT
002760             DELIMITED BY SIZE INTO PRINT-RECORD
002770     END-IF.
002780     WRITE PRINT-RECORD.
002790     MOVE SPACES TO PRINT-RECORD.
002800     STRING "    GAMMEL: " PND-OLD-VALUE "  NY: " PND-NEW-VALUE
002810         DELIMITED BY SIZE INTO PRINT-RECORD.
002820     WRITE PRINT-RECORD.
002830     IF PND-FROM-IMPORT
002840         MOVE SPACES TO PRINT-RECORD
002850         STRING "    GRUNN: " PND-NOTE
002860             DELIMITED BY SIZE INTO PRINT-RECORD
002870         WRITE PRINT-RECORD
002880     END-IF.
002890 6100-EXIT.
002900     EXIT.
002910
002920 6300-WRITE-SUMMARY.
002930     MOVE SPACES TO PRINT-RECORD.
002940     WRITE PRINT-RECORD.
002950     MOVE WS-ITEM-COUNT TO WS-COUNT-EDITED.
002960     MOVE SPACES TO PRINT-RECORD.
002970     STRING "VENTER PA GODKJENNING:   " WS-COUNT-EDITED
002980         DELIMITED BY SIZE INTO PRINT-RECORD.
002990     WRITE PRINT-RECORD.
003000     MOVE WS-IMPORT-COUNT TO WS-COUNT-EDITED.
003010     MOVE SPACES TO PRINT-RECORD.
003020     STRING "  HERAV FRA RATEIMPORT:  " WS-COUNT-EDITED
003030         DELIMITED BY SIZE INTO PRINT-RECORD.
003040     WRITE PRINT-RECORD.
003050     MOVE WS-OLD-COUNT TO WS-COUNT-EDITED.
003060     MOVE SPACES TO PRINT-RECORD.
003070     STRING "ELDRE ENN ETT DOGN:      " WS-COUNT-EDITED
003080         DELIMITED BY SIZE INTO PRINT-RECORD.
003090     WRITE PRINT-RECORD.
003100 6300-EXIT.
003110     EXIT.
003120
003130 9990-ABORT-ON-OPEN-ERROR.
003140     DISPLAY "FATAL: " WS-ERROR-MSG.
003150     MOVE 8 TO WS-RETURN-CODE.
003160     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
003170     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
003180     MOVE WS-RETURN-CODE TO RETURN-CODE.
003190     STOP RUN.
003200 9990-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
003250*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
003260*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
003270*                  AV KALLEREN FORST.
003280*----------------------------------------------------------------
003290 7900-WRITE-RUN-LOG.
003300     OPEN EXTEND RUN-LOG-FILE.
003310     IF WS-RUNLOG-STATUS NOT = "00"
003320         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
003330             WS-RUNLOG-STATUS
003340         GO TO 7900-EXIT
003350     END-IF.
003360     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
003370     ACCEPT WS-END-TIME FROM TIME.
003380     MOVE SPACES TO RUN-LOG-RECORD.
003390     MOVE "VENTELISTE" TO RNL-PROGRAM-ID.
003400     MOVE SPACE TO RNL-RUN-MODE.
003410     MOVE WS-RUN-DATE TO RNL-START-DATE.
003420     MOVE WS-START-TIME TO RNL-START-TIME.
003430     MOVE WS-END-DATE TO RNL-END-DATE.
003440     MOVE WS-END-TIME TO RNL-END-TIME.
003450     MOVE WS-ITEM-COUNT TO RNL-RECORDS-READ.
003460     MOVE WS-ITEM-COUNT TO RNL-RECORDS-PROCESSED.
003470     MOVE WS-OLD-COUNT TO RNL-RECORDS-REJECTED.
003480     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
003490     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
003500     WRITE RUN-LOG-RECORD.
003510     CLOSE RUN-LOG-FILE.
003520 7900-EXIT.
003530     EXIT.
003540
003550 9999-TERMINATE.
003560     IF WS-PND-AVAILABLE
003570         CLOSE PENDING-CHANGE-FILE
003580     END-IF.
003590     CLOSE PRINT-FILE.
003600     IF WS-OLD-COUNT > ZERO
003610         MOVE 4 TO WS-RETURN-CODE
003620         MOVE "GAMLE POSTER" TO WS-RUN-OUTCOME
003630     ELSE
003640         MOVE ZERO TO WS-RETURN-CODE
003650         MOVE "OK" TO WS-RUN-OUTCOME
003660     END-IF.
003670     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
003680     MOVE WS-RETURN-CODE TO RETURN-CODE.
003690     STOP RUN.
003700 9999-EXIT.
003710     EXIT.
