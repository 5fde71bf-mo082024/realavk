000160*                OG RETURKODE PER FEILKLASSE (SE RUNREC): 08
000170*                VED APNINGSFEIL, 04 NAR DUBLETTER BLE AVVIST,
000180*                ELLERS 00.
000190* 15-10-26  OPR  MASTEREN ER NA NOKLET PA KONTO OG POSISJON (HM-
000200*                KEY). HVER POST PA PORTFOLIO-FILE LASTES SOM
000210*                POSISJON 01 PA KONTOEN, OG FELTENE FLYTTES
000220*                HVER FOR SEG SIDEN POSTBILDENE IKKE LENGER ER
000230*                LIKE. EN EKSISTERENDE MASTER I DET GAMLE
000240*                FORMATET KONVERTERES MED HMKONV.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PORTFOLIO-FILE ASSIGN TO "PORTFOLIO"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PORTFOLIO-STATUS.
000320     SELECT HOLDINGS-MASTER ASSIGN TO "HOLDMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS HM-KEY
000360         FILE STATUS IS WS-HOLDMAST-STATUS.
000370     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-RUNLOG-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PORTFOLIO-FILE
000440     LABEL RECORD IS STANDARD.
000450     COPY PFREC.
000460
000470 FD  HOLDINGS-MASTER
000480     LABEL RECORD IS STANDARD.
000490     COPY HMREC.
000500
000510 FD  RUN-LOG-FILE
000520     LABEL RECORD IS STANDARD.
000530     COPY RUNREC.
000540
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-PORTFOLIO-EOF-SW     PIC X(01) VALUE "N".
000580         88  WS-PORTFOLIO-EOF        VALUE "Y".
000590
000600 01  WS-ERROR-MSG                PIC X(45).
000610
000620 01  WS-READ-COUNT               PIC 9(08) COMP VALUE ZERO.
000630 01  WS-LOADED-COUNT             PIC 9(08) COMP VALUE ZERO.
000640 01  WS-DUPLICATE-COUNT          PIC 9(08) COMP VALUE ZERO.
000650 01  WS-COUNT-EDITED             PIC Z(7)9.
000660
000670 01  WS-PORTFOLIO-STATUS         PIC X(02).
000680 01  WS-HOLDMAST-STATUS          PIC X(02).
000690 01  WS-RUNLOG-STATUS            PIC X(02).
000700
000710*----------------------------------------------------------------
000720* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
000730* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIEN,
000740* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
000750*----------------------------------------------------------------
000760 01  WS-RUN-DATE                 PIC 9(08).
000770 01  WS-START-TIME               PIC 9(08).
000780 01  WS-END-TIME                 PIC 9(08).
000790 01  WS-END-DATE                 PIC 9(08).
000800 01  WS-RUN-OUTCOME              PIC X(12).
000810 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
000820
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000860     PERFORM 2600-READ-PORTFOLIO THRU 2600-EXIT.
000870     PERFORM 2000-LOAD-ONE-HOLDING THRU 2000-EXIT
000880         UNTIL WS-PORTFOLIO-EOF.
000890     PERFORM 9999-TERMINATE THRU 9999-EXIT.
000900
000910 1000-INITIALIZE.
000920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000930     ACCEPT WS-START-TIME FROM TIME.
000940     OPEN INPUT PORTFOLIO-FILE.
000950     IF WS-PORTFOLIO-STATUS NOT = "00"
000960         MOVE "KUNNE IKKE APNE PORTFOLIO-FILE" TO WS-ERROR-MSG
000970         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
000980     END-IF.
000990     OPEN OUTPUT HOLDINGS-MASTER.
001000     IF WS-HOLDMAST-STATUS NOT = "00"
001010         MOVE "KUNNE IKKE APNE HOLDINGS-MASTER" TO WS-ERROR-MSG
001020         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001030     END-IF.
001040 1000-EXIT.
001050     EXIT.
001060
001070 2000-LOAD-ONE-HOLDING.
001080     MOVE SPACES TO HOLDING-MASTER-RECORD.
001090     MOVE PF-ACCOUNT-ID TO HM-ACCOUNT-ID.
001100     MOVE 1 TO HM-POSITION-NUM.
001110     MOVE PF-INV TO HM-INV.
001120     MOVE PF-AVK TO HM-AVK.
001130     MOVE PF-INF TO HM-INF.
001140     MOVE PF-PERIOD-YM TO HM-PERIOD-YM.
001150     MOVE PF-CURRENCY-CODE TO HM-CURRENCY-CODE.
001160     MOVE PF-SKATT TO HM-SKATT.
001170     WRITE HOLDING-MASTER-RECORD
001180         INVALID KEY
001190             ADD 1 TO WS-DUPLICATE-COUNT
001200             DISPLAY HM-ACCOUNT-ID " DUBLETT - IKKE LASTET"
001210         NOT INVALID KEY
001220             ADD 1 TO WS-LOADED-COUNT
001230     END-WRITE.
001240     PERFORM 2600-READ-PORTFOLIO THRU 2600-EXIT.
001250 2000-EXIT.
001260     EXIT.
001270
001280 2600-READ-PORTFOLIO.
001290     READ PORTFOLIO-FILE
001300         AT END
001310             SET WS-PORTFOLIO-EOF TO TRUE
001320     END-READ.
001330     IF NOT WS-PORTFOLIO-EOF
001340         ADD 1 TO WS-READ-COUNT
001350     END-IF.
001360 2600-EXIT.
001370     EXIT.
001380
001390 9990-ABORT-ON-OPEN-ERROR.
001400     DISPLAY "FATAL: " WS-ERROR-MSG.
001410     MOVE 8 TO WS-RETURN-CODE.
001420     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
001430     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
001440     MOVE WS-RETURN-CODE TO RETURN-CODE.
001450     STOP RUN.
001460 9990-EXIT.
001470     EXIT.
001480
001490*----------------------------------------------------------------
001500* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
001510*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
001520*                  AVBRUDDSVEIEN. UTFALL OG RETURKODE SETTES
001530*                  AV KALLEREN FORST.
001540*----------------------------------------------------------------
001550 7900-WRITE-RUN-LOG.
001560     OPEN EXTEND RUN-LOG-FILE.
001570     IF WS-RUNLOG-STATUS NOT = "00"
001580         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
001590             WS-RUNLOG-STATUS
001600         GO TO 7900-EXIT
001610     END-IF.
001620     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
001630     ACCEPT WS-END-TIME FROM TIME.
001640     MOVE SPACES TO RUN-LOG-RECORD.
001650     MOVE "HOLDINGSLAST" TO RNL-PROGRAM-ID.
001660     MOVE SPACE TO RNL-RUN-MODE.
001670     MOVE WS-RUN-DATE TO RNL-START-DATE.
001680     MOVE WS-START-TIME TO RNL-START-TIME.
001690     MOVE WS-END-DATE TO RNL-END-DATE.
001700     MOVE WS-END-TIME TO RNL-END-TIME.
001710     MOVE WS-READ-COUNT TO RNL-RECORDS-READ.
001720     MOVE WS-LOADED-COUNT TO RNL-RECORDS-PROCESSED.
001730     MOVE WS-DUPLICATE-COUNT TO RNL-RECORDS-REJECTED.
001740     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
001750     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
001760     WRITE RUN-LOG-RECORD.
001770     CLOSE RUN-LOG-FILE.
001780 7900-EXIT.
001790     EXIT.
001800
001810 9999-TERMINATE.
001820     CLOSE PORTFOLIO-FILE.
001830     CLOSE HOLDINGS-MASTER.
001840     MOVE WS-READ-COUNT TO WS-COUNT-EDITED.
001850     DISPLAY "ANTALL LEST:   " WS-COUNT-EDITED.
001860     MOVE WS-LOADED-COUNT TO WS-COUNT-EDITED.
001870     DISPLAY "ANTALL LASTET: " WS-COUNT-EDITED.
001880     MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDITED.
001890     DISPLAY "ANTALL AVVIST: " WS-COUNT-EDITED.
001900     IF WS-DUPLICATE-COUNT > ZERO
001910         MOVE 4 TO WS-RETURN-CODE
001920         MOVE "OK MED AVVIK" TO WS-RUN-OUTCOME
001930     ELSE
001940         MOVE ZERO TO WS-RETURN-CODE
001950         MOVE "OK" TO WS-RUN-OUTCOME
001960     END-IF.
001970     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
001980     MOVE WS-RETURN-CODE TO RETURN-CODE.
001990     STOP RUN.
002000 9999-EXIT.
002010     EXIT.
