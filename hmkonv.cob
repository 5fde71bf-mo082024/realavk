000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Holdingskonvertering.
000030 AUTHOR. T-AVDELINGEN PORTEFOLJESYSTEMER.
000040 INSTALLATION. KAPITALFORVALTNING BATCH.
000050 DATE-WRITTEN. 15-10-2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* ENDRINGSHISTORIKK
000090*----------------------------------------------------------------
000100* 15-10-26  OPR  OPPRINNELIG PROGRAM - ENGANGSKONVERTERING AV
000110*                HOLDINGS-MASTER FRA DET GAMLE FORMATET MED EN
000120*                HOLDING PER KONTO (NOKKEL KONTONUMMER) TIL DET
000130*                NYE MED KONTO OG POSISJONSNUMMER I NOKKELEN.
000140*                DEN GAMLE MASTEREN (HOLDMOLD) LESES I NOKKEL-
000150*                REKKEFOLGE OG HVER HOLDING SKRIVES UENDRET,
000160*                MED BEVEGELSESFLAGGET, SOM POSISJON 01 PA EN
000170*                NY HOLDMAST. ANTALL LEST, KONVERTERT OG AVVIST
000180*                SKRIVES TIL KONSOLLEN OG TIL RUN-LOG-FILE MED
000190*                RETURKODE 08 VED APNINGSFEIL, 04 NAR POSTER
000200*                BLE AVVIST OG ELLERS 00.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OLD-HOLDINGS-MASTER ASSIGN TO "HOLDMOLD"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS OHM-ACCOUNT-ID
000290         FILE STATUS IS WS-OLDMAST-STATUS.
000300     SELECT HOLDINGS-MASTER ASSIGN TO "HOLDMAST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS HM-KEY
000340         FILE STATUS IS WS-HOLDMAST-STATUS.
000350     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RUNLOG-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000420* DET GAMLE MASTERFORMATET, EN HOLDING PER KONTO. BESKRIVES HER
000430* OG IKKE SOM KOPIBOK, SIDEN DET BARE LESES AV KONVERTERINGEN.
000440*----------------------------------------------------------------
000450 FD  OLD-HOLDINGS-MASTER
000460     LABEL RECORD IS STANDARD.
000470 01  OLD-HOLDING-MASTER-RECORD.
000480     05  OHM-ACCOUNT-ID          PIC X(10).
000490     05  OHM-INV                 PIC 9(7)V99.
000500     05  OHM-AVK                 PIC S9(2)V99.
000510     05  OHM-INF                 PIC S9(2)V99.
000520     05  OHM-PERIOD-YM           PIC 9(06).
000530     05  OHM-CURRENCY-CODE       PIC X(03).
000540     05  OHM-SKATT               PIC S9(2)V99.
000550     05  OHM-MOVEMENT-FLAG       PIC X(01).
000560     05  FILLER                  PIC X(06).
000570
000580 FD  HOLDINGS-MASTER
000590     LABEL RECORD IS STANDARD.
000600     COPY HMREC.
000610
000620 FD  RUN-LOG-FILE
000630     LABEL RECORD IS STANDARD.
000640     COPY RUNREC.
000650
000660 WORKING-STORAGE SECTION.
000670 01  WS-SWITCHES.
000680     05  WS-OLDMAST-EOF-SW       PIC X(01) VALUE "N".
000690         88  WS-OLDMAST-EOF          VALUE "Y".
000700
000710 01  WS-ERROR-MSG                PIC X(45).
000720
000730 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
000740 01  WS-CONVERTED-COUNT          PIC 9(08) COMP VALUE ZERO.
000750 01  WS-REJECTED-COUNT           PIC 9(08) COMP VALUE ZERO.
000760 01  WS-COUNT-EDITED             PIC Z(7)9.
000770
000780 01  WS-OLDMAST-STATUS           PIC X(02).
000790 01  WS-HOLDMAST-STATUS          PIC X(02).
000800 01  WS-RUNLOG-STATUS            PIC X(02).
000810
000820*----------------------------------------------------------------
000830* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
000840* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
000850* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
000860*----------------------------------------------------------------
000870 01  WS-RUN-DATE                 PIC 9(08).
000880 01  WS-START-TIME               PIC 9(08).
000890 01  WS-END-TIME                 PIC 9(08).
000900 01  WS-END-DATE                 PIC 9(08).
000910 01  WS-RUN-OUTCOME              PIC X(12).
000920 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000930
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000970     PERFORM 2600-READ-OLD-MASTER THRU 2600-EXIT.
000980     PERFORM 2000-CONVERT-ONE-HOLDING THRU 2000-EXIT
000990         UNTIL WS-OLDMAST-EOF.
001000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001010
001020 1000-INITIALIZE.
001030     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001040     ACCEPT WS-START-TIME FROM TIME.
001050     OPEN INPUT OLD-HOLDINGS-MASTER.
001060     IF WS-OLDMAST-STATUS NOT = "00"
001070         MOVE "KUNNE IKKE APNE GAMMEL HOLDINGS-MASTER" TO
001080             WS-ERROR-MSG
001090         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001100     END-IF.
001110     OPEN OUTPUT HOLDINGS-MASTER.
001120     IF WS-HOLDMAST-STATUS NOT = "00"
001130         MOVE "KUNNE IKKE APNE HOLDINGS-MASTER" TO WS-ERROR-MSG
001140         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001150     END-IF.
001160 1000-EXIT.
001170     EXIT.
001180
001190*----------------------------------------------------------------
001200* 2000-CONVERT-ONE-HOLDING - DEN GAMLE POSTEN FELT FOR FELT TIL
001210*                  DET NYE FORMATET SOM POSISJON 01 PA KONTOEN.
001220*----------------------------------------------------------------
001230 2000-CONVERT-ONE-HOLDING.
001240     MOVE SPACES TO HOLDING-MASTER-RECORD.
001250     MOVE OHM-ACCOUNT-ID TO HM-ACCOUNT-ID.
001260     MOVE 1 TO HM-POSITION-NUM.
001270     MOVE OHM-INV TO HM-INV.
001280     MOVE OHM-AVK TO HM-AVK.
001290     MOVE OHM-INF TO HM-INF.
001300     MOVE OHM-PERIOD-YM TO HM-PERIOD-YM.
001310     MOVE OHM-CURRENCY-CODE TO HM-CURRENCY-CODE.
001320     MOVE OHM-SKATT TO HM-SKATT.
001330     MOVE OHM-MOVEMENT-FLAG TO HM-MOVEMENT-FLAG.
001340     WRITE HOLDING-MASTER-RECORD
001350         INVALID KEY
001360             ADD 1 TO WS-REJECTED-COUNT
001370             DISPLAY HM-ACCOUNT-ID " KUNNE IKKE SKRIVES - STATUS "
001380                 WS-HOLDMAST-STATUS
001390         NOT INVALID KEY
001400             ADD 1 TO WS-CONVERTED-COUNT
001410     END-WRITE.
001420     PERFORM 2600-READ-OLD-MASTER THRU 2600-EXIT.
001430 2000-EXIT.
001440     EXIT.
001450
001460 2600-READ-OLD-MASTER.
001470     READ OLD-HOLDINGS-MASTER NEXT RECORD
001480         AT END
001490             SET WS-OLDMAST-EOF TO TRUE
001500     END-READ.
001510     IF NOT WS-OLDMAST-EOF
001520         ADD 1 TO WS-READ-COUNT
001530     END-IF.
001540 2600-EXIT.
001550     EXIT.
001560
001570 9990-ABORT-ON-OPEN-ERROR.
001580     DISPLAY "FATAL: " WS-ERROR-MSG.
001590     MOVE 8 TO WS-RETURN-CODE.
001600     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
001610     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
001620     MOVE WS-RETURN-CODE TO RETURN-CODE.
001630     STOP RUN.
001640 9990-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------------
001680* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
001690*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
001700*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
001710*                  AV KALLEREN FORST.
001720*----------------------------------------------------------------
001730 7900-WRITE-RUN-LOG.
001740     OPEN EXTEND RUN-LOG-FILE.
001750     IF WS-RUNLOG-STATUS NOT = "00"
001760         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
001770             WS-RUNLOG-STATUS
001780         GO TO 7900-EXIT
001790     END-IF.
001800     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
001810     ACCEPT WS-END-TIME FROM TIME.
001820     MOVE SPACES TO RUN-LOG-RECORD.
001830     MOVE "HOLDINGSKONV" TO RNL-PROGRAM-ID.
001840     MOVE SPACE TO RNL-RUN-MODE.
001850     MOVE WS-RUN-DATE TO RNL-START-DATE.
001860     MOVE WS-START-TIME TO RNL-START-TIME.
001870     MOVE WS-END-DATE TO RNL-END-DATE.
001880     MOVE WS-END-TIME TO RNL-END-TIME.
001890     MOVE WS-READ-COUNT TO RNL-RECORDS-READ.
001900     MOVE WS-CONVERTED-COUNT TO RNL-RECORDS-PROCESSED.
001910     MOVE WS-REJECTED-COUNT TO RNL-RECORDS-REJECTED.
001920     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
001930     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
001940     WRITE RUN-LOG-RECORD.
001950     CLOSE RUN-LOG-FILE.
001960 7900-EXIT.
001970     EXIT.
001980
001990 9999-TERMINATE.
002000     CLOSE OLD-HOLDINGS-MASTER.
002010     CLOSE HOLDINGS-MASTER.
002020     MOVE WS-READ-COUNT TO WS-COUNT-EDITED.
002030     DISPLAY "ANTALL LEST:        " WS-COUNT-EDITED.
002040     MOVE WS-CONVERTED-COUNT TO WS-COUNT-EDITED.
002050     DISPLAY "ANTALL KONVERTERT:  " WS-COUNT-EDITED.
002060     MOVE WS-REJECTED-COUNT TO WS-COUNT-EDITED.
002070     DISPLAY "ANTALL AVVIST:      " WS-COUNT-EDITED.
002080     IF WS-REJECTED-COUNT > ZERO
002090         MOVE 4 TO WS-RETURN-CODE
002100         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
002110     ELSE
002120         MOVE ZERO TO WS-RETURN-CODE
002130         MOVE "OK" TO WS-RUN-OUTCOME
002140     END-IF.
002150     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
002160     MOVE WS-RETURN-CODE TO RETURN-CODE.
002170     STOP RUN.
002180 9999-EXIT.
002190     EXIT.
