000270*                OG RETURKODE PER FEILKLASSE (SE RUNREC): 12
000280*                NAR ARKIVERINGEN NEKTES, 08 VED APNINGSFEIL,
000290*                ELLERS 00.
000300* 15-10-26  OPR  ARKIV- OG NYLOGGPOSTEN UTVIDET TIL 132 TEGN
000310*                ETTER AT AUDREC FIKK STARTKURS, LOKAL AVKAST-
000320*                NING OG VALUTAEFFEKT.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AUDIT-STATUS.
000400     SELECT ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILE-NAME
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ARCHIVE-STATUS.
000430     SELECT NEW-AUDIT-FILE ASSIGN TO "AUDITNY"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-NEWLOG-STATUS.
000460     SELECT ARSOPPG-CONTROL-FILE ASSIGN TO "ARSKTRL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ARSKTRL-STATUS.
000490     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-RUNLOG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AUDIT-FILE
000560     LABEL RECORD IS STANDARD.
000570     COPY AUDREC.
000580
000590*----------------------------------------------------------------
000600* ARKIV- OG NYLOGGPOSTENE ER RENE KOPIER AV AUDIT-RECORD OG MA
000610* HA SAMME LENGDE SOM AUDREC (132 TEGN MED AUD-FX-EFFECT) - EN
000620* FOR KORT BUFFER KUTTER DE SISTE FELTENE PA HVER POST SOM
000630* RULLES OVER. UTVIDES AUDREC MA DISSE TO UTVIDES TILSVARENDE.
000640*----------------------------------------------------------------
000650 FD  ARCHIVE-FILE
000660     LABEL RECORD IS STANDARD.
000670 01  ARCHIVE-RECORD              PIC X(132).
000680     COPY AUDTRL.
000690
000700 FD  NEW-AUDIT-FILE
000710     LABEL RECORD IS STANDARD.
000720 01  NEW-AUDIT-RECORD            PIC X(132).
000730
000740 FD  ARSOPPG-CONTROL-FILE
000750     LABEL RECORD IS STANDARD.
000760     COPY ARSREC.
000770
000780 FD  RUN-LOG-FILE
000790     LABEL RECORD IS STANDARD.
000800     COPY RUNREC.
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-SWITCHES.
000840     05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
000850         88  WS-AUDIT-EOF            VALUE "Y".
000860     05  WS-ARSKTRL-EOF-SW       PIC X(01) VALUE "N".
000870         88  WS-ARSKTRL-EOF          VALUE "Y".
000880     05  WS-YEAR-CONTROLLED-SW   PIC X(01) VALUE "N".
000890         88  WS-YEAR-CONTROLLED      VALUE "Y".
000900     05  WS-VALID-SW             PIC X(01) VALUE "N".
000910         88  WS-INPUT-VALID          VALUE "Y".
000920
000930 01  WS-ERROR-MSG                PIC X(45).
000940
000950 01  WS-ARCHIVE-YEAR             PIC 9(04).
000960
000970*----------------------------------------------------------------
000980* GENERASJONSNAVNET FOR ARKIVET: AUDARK + ARKIVARET. HVERT AR
000990* FAR SIN EGEN FIL, SA EN NY ARKIVERING ALDRI KAN OVERSKRIVE
001000* ET TIDLIGERE ARS ARKIV - SAMME MONSTER SOM GENERASJONS-
001010* NAVNENE PA HOVEDBOKSEKSTRAKTET. ARSOPPGAVE BYGGER SAMME
001020* NAVN NAR DEN LESER ET ARKIV SOM INPUT.
001030*----------------------------------------------------------------
001040 01  WS-ARCHIVE-FILE-NAME.
001050     05  FILLER                  PIC X(06) VALUE "AUDARK".
001060     05  WS-ARCHIVE-NAME-YEAR    PIC 9(04) VALUE ZERO.
001070
001080 01  WS-RUN-DATE                 PIC 9(08).
001090 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001100     05  WS-RUN-YEAR             PIC 9(04).
001110     05  FILLER                  PIC 9(04).
001120
001130 01  WS-AUD-DATE-X.
001140     05  WS-AUD-DATE-YEAR        PIC 9(04).
001150     05  FILLER                  PIC X(04).
001160
001170 01  WS-ARCHIVED-COUNT           PIC 9(08) COMP VALUE ZERO.
001180 01  WS-RETAINED-COUNT           PIC 9(08) COMP VALUE ZERO.
001190 01  WS-ARCHIVE-REA-TOTAL        PIC S9(13)V99 VALUE ZERO.
001200 01  WS-COUNT-EDITED             PIC Z(7)9.
001210 01  WS-TOTAL-EDITED             PIC -(12)9.99.
001220
001230 01  WS-AUDIT-STATUS             PIC X(02).
001240 01  WS-ARCHIVE-STATUS           PIC X(02).
001250 01  WS-NEWLOG-STATUS            PIC X(02).
001260 01  WS-ARSKTRL-STATUS           PIC X(02).
001270 01  WS-RUNLOG-STATUS            PIC X(02).
001280
001290*----------------------------------------------------------------
001300* KJOREHISTORIKKEN: STARTTIDSPUNKTET TAS VED OPPSTART OG POSTEN
001310* SKRIVES AV 7900 BADE VED NORMAL SLUTT OG FRA AVBRUDDSVEIENE,
001320* MED UTFALL OG RETURKODEKLASSE (SE RUNREC) SATT AV KALLEREN.
001330*----------------------------------------------------------------
001340 01  WS-START-TIME               PIC 9(08).
001350 01  WS-END-TIME                 PIC 9(08).
001360 01  WS-END-DATE                 PIC 9(08).
001370 01  WS-RUN-OUTCOME              PIC X(12).
001380 01  WS-RETURN-CODE              PIC 9(02) VALUE ZERO.
001390
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     PERFORM 2000-SPLIT-ONE-RECORD THRU 2000-EXIT
001440         UNTIL WS-AUDIT-EOF.
001450     PERFORM 6600-WRITE-ARCHIVE-TRAILER THRU 6600-EXIT.
001460     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001470
001480*----------------------------------------------------------------
001490* 1000-INITIALIZE - SPOR OM ARET, KONTROLLER AT DET ER AVSLUTTET
001500*                  OG AT ARSOPPGAVEN ER KJORT MOT DET, OG APNE
001510*                  FILENE. NEKTES ARKIVERINGEN SKRIVES INGEN
001520*                  UTFIL, SA EN HALVGJORT KUTTING ALDRI KAN
001530*                  LEGGES INN SOM GJELDENDE LOGG.
001540*----------------------------------------------------------------
001550 1000-INITIALIZE.
001560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001570     ACCEPT WS-START-TIME FROM TIME.
001580     MOVE "N" TO WS-VALID-SW.
001590     PERFORM 1100-ACCEPT-YEAR THRU 1100-EXIT
001600         UNTIL WS-INPUT-VALID.
001610     IF WS-ARCHIVE-YEAR NOT < WS-RUN-YEAR
001620         DISPLAY "FATAL: ARET ER IKKE AVSLUTTET - BARE ET "
001630             "FERDIG AR KAN ARKIVERES"
001640         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
001650     END-IF.
001660     PERFORM 1200-CHECK-YEAR-CONTROLLED THRU 1200-EXIT.
001670     IF NOT WS-YEAR-CONTROLLED
001680         DISPLAY "FATAL: INGEN ARSOPPGAVE-KONTROLLSIDE ER "
001690             "REGISTRERT FOR " WS-ARCHIVE-YEAR
001700         DISPLAY "KJOR ARSOPPGAVE FOR ARET FOR DET ARKIVERES."
001710         PERFORM 9980-ABORT-ON-CONTROL-ERROR THRU 9980-EXIT
001720     END-IF.
001730     OPEN INPUT AUDIT-FILE.
001740     IF WS-AUDIT-STATUS NOT = "00"
001750         MOVE "KUNNE IKKE APNE AUDIT-FILE" TO WS-ERROR-MSG
001760         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001770     END-IF.
001780     MOVE WS-ARCHIVE-YEAR TO WS-ARCHIVE-NAME-YEAR.
001790     OPEN OUTPUT ARCHIVE-FILE.
001800     IF WS-ARCHIVE-STATUS NOT = "00"
001810         MOVE "KUNNE IKKE APNE ARCHIVE-FILE" TO WS-ERROR-MSG
001820         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001830     END-IF.
001840     OPEN OUTPUT NEW-AUDIT-FILE.
001850     IF WS-NEWLOG-STATUS NOT = "00"
001860         MOVE "KUNNE IKKE APNE NEW-AUDIT-FILE" TO WS-ERROR-MSG
001870         PERFORM 9990-ABORT-ON-OPEN-ERROR THRU 9990-EXIT
001880     END-IF.
001890 1000-EXIT.
001900     EXIT.
001910
001920 1100-ACCEPT-YEAR.
001930     DISPLAY "Hvilket ar skal arkiveres (AAAA)?".
001940     ACCEPT WS-ARCHIVE-YEAR.
001950     MOVE "Y" TO WS-VALID-SW.
001960     IF WS-ARCHIVE-YEAR NOT NUMERIC
001970         MOVE "N" TO WS-VALID-SW
001980         DISPLAY "FEIL: UGYLDIG AR - MA VERE NUMERISK AAAA"
001990     ELSE
002000     IF WS-ARCHIVE-YEAR < 1900 OR WS-ARCHIVE-YEAR > 2099
002010         MOVE "N" TO WS-VALID-SW
002020         DISPLAY "FEIL: UGYLDIG AR - UTENFOR 1900 TIL 2099"
002030     END-IF
002040     END-IF.
002050 1100-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------
002090* 1200-CHECK-YEAR-CONTROLLED - LES ARSOPPG-CONTROL-FILE OG SE
002100*                  ETTER EN KONTROLLSIDEPOST FOR ARKIVARET. EN
002110*                  FIL SOM IKKE FINNES BETYR AT ARSOPPGAVE
002120*                  ALDRI ER KJORT - DA NEKTES ARKIVERINGEN PA
002130*                  SAMME MATE SOM NAR ARET MANGLER.
002140*----------------------------------------------------------------
002150 1200-CHECK-YEAR-CONTROLLED.
002160     OPEN INPUT ARSOPPG-CONTROL-FILE.
002170     IF WS-ARSKTRL-STATUS NOT = "00"
002180         GO TO 1200-EXIT
002190     END-IF.
002200     PERFORM 1210-READ-CONTROL THRU 1210-EXIT
002210         UNTIL WS-ARSKTRL-EOF OR WS-YEAR-CONTROLLED.
002220     CLOSE ARSOPPG-CONTROL-FILE.
002230 1200-EXIT.
002240     EXIT.
002250
002260 1210-READ-CONTROL.
002270     READ ARSOPPG-CONTROL-FILE
002280         AT END
002290             SET WS-ARSKTRL-EOF TO TRUE
002300             GO TO 1210-EXIT
002310     END-READ.
002320     IF ARS-YEAR = WS-ARCHIVE-YEAR
002330         MOVE "Y" TO WS-YEAR-CONTROLLED-SW
002340     END-IF.
002350 1210-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------------
002390* 2000-SPLIT-ONE-RECORD - EN LOGGPOST: ARKIVARETS POSTER GAR TIL
002400*                  ARKIVFILEN OG TELLES INN I KONTROLLTRAILEREN,
002410*                  ALLE ANDRE AR GAR UENDRET TIL DEN NYE LOGGEN.
002420*                  AUD-REA SUMMERES BARE FOR BEREGNINGSPOSTER
002430*                  (H/P OG ELDRE BLANKE) - EN BEVEGELSESPOST
002440*                  (B) HAR SINE EGNE FELTER DER REA-FELTET
002450*                  LIGGER, SE AUDMOV.
002460*----------------------------------------------------------------
002470 2000-SPLIT-ONE-RECORD.
002480     READ AUDIT-FILE
002490         AT END
002500             SET WS-AUDIT-EOF TO TRUE
002510             GO TO 2000-EXIT
002520     END-READ.
002530     MOVE AUD-DATE TO WS-AUD-DATE-X.
002540     IF WS-AUD-DATE-YEAR = WS-ARCHIVE-YEAR
002550         MOVE AUDIT-RECORD TO ARCHIVE-RECORD
002560         WRITE ARCHIVE-RECORD
002570         ADD 1 TO WS-ARCHIVED-COUNT
002580         IF AUD-RECORD-TYPE NOT = "B"
002590             ADD AUD-REA TO WS-ARCHIVE-REA-TOTAL
002600         END-IF
002610     ELSE
002620         MOVE AUDIT-RECORD TO NEW-AUDIT-RECORD
002630         WRITE NEW-AUDIT-RECORD
002640         ADD 1 TO WS-RETAINED-COUNT
002650     END-IF.
002660 2000-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------------
002700* 6600-WRITE-ARCHIVE-TRAILER - KONTROLLTRAILEREN SOM SISTE POST
002710*                  PA ARKIVFILEN, SAMME MONSTER SOM TRAILEREN
002720*                  PA HOVEDBOKSEKSTRAKTET, SA EN SENERE LESER
002730*                  KAN AVVISE EN AVKUTTET ARKIVFIL.
002740*----------------------------------------------------------------
002750 6600-WRITE-ARCHIVE-TRAILER.
002760     MOVE SPACES TO AUDIT-ARCHIVE-TRAILER.
002770     MOVE "*TRAILER**" TO AUT-TRAILER-ID.
002780     MOVE WS-ARCHIVE-YEAR TO AUT-YEAR.
002790     MOVE WS-ARCHIVED-COUNT TO AUT-RECORD-COUNT.
002800     MOVE WS-ARCHIVE-REA-TOTAL TO AUT-REA-TOTAL.
002810     WRITE AUDIT-ARCHIVE-TRAILER.
002820 6600-EXIT.
002830     EXIT.
002840
002850 9990-ABORT-ON-OPEN-ERROR.
002860     DISPLAY "FATAL: " WS-ERROR-MSG.
002870     MOVE 8 TO WS-RETURN-CODE.
002880     MOVE "APNINGSFEIL" TO WS-RUN-OUTCOME.
002890     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
002900     MOVE WS-RETURN-CODE TO RETURN-CODE.
002910     STOP RUN.
002920 9990-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------------
002960* 9980-ABORT-ON-CONTROL-ERROR - ARKIVERINGEN NEKTES: ARET ER
002970*                  IKKE AVSLUTTET ELLER MANGLER ARSOPPGAVE-
002980*                  KONTROLLSIDE. EGEN RETURKODE SA SCHEDULEREN
002990*                  SKILLER DETTE FRA EN FILAPNINGSFEIL.
003000*----------------------------------------------------------------
003010 9980-ABORT-ON-CONTROL-ERROR.
003020     MOVE 12 TO WS-RETURN-CODE.
003030     MOVE "KONTROLLFEIL" TO WS-RUN-OUTCOME.
003040     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
003050     MOVE WS-RETURN-CODE TO RETURN-CODE.
003060     STOP RUN.
003070 9980-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------
003110* 7900-WRITE-RUN-LOG - EN KJOREHISTORIKKPOST TIL DEN FELLES
003120*                  RUNLOGGEN, BADE VED NORMAL SLUTT OG FRA
003130*                  AVBRUDDSVEIENE. UTFALL OG RETURKODE SETTES
003140*                  AV KALLEREN FORST.
003150*----------------------------------------------------------------
003160 7900-WRITE-RUN-LOG.
003170     OPEN EXTEND RUN-LOG-FILE.
003180     IF WS-RUNLOG-STATUS NOT = "00"
003190         DISPLAY "KUNNE IKKE APNE RUN-LOG-FILE, STATUS "
003200             WS-RUNLOG-STATUS
003210         GO TO 7900-EXIT
003220     END-IF.
003230     ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
003240     ACCEPT WS-END-TIME FROM TIME.
003250     MOVE SPACES TO RUN-LOG-RECORD.
003260     MOVE "AUDITARKIV" TO RNL-PROGRAM-ID.
003270     MOVE SPACE TO RNL-RUN-MODE.
003280     MOVE WS-RUN-DATE TO RNL-START-DATE.
003290     MOVE WS-START-TIME TO RNL-START-TIME.
003300     MOVE WS-END-DATE TO RNL-END-DATE.
003310     MOVE WS-END-TIME TO RNL-END-TIME.
003320     COMPUTE RNL-RECORDS-READ =
003330         WS-ARCHIVED-COUNT + WS-RETAINED-COUNT.
003340     MOVE WS-ARCHIVED-COUNT TO RNL-RECORDS-PROCESSED.
003350     MOVE ZERO TO RNL-RECORDS-REJECTED.
003360     MOVE WS-RETURN-CODE TO RNL-RETURN-CODE.
003370     MOVE WS-RUN-OUTCOME TO RNL-OUTCOME.
003380     WRITE RUN-LOG-RECORD.
003390     CLOSE RUN-LOG-FILE.
003400 7900-EXIT.
003410     EXIT.
003420
003430*----------------------------------------------------------------
003440* 9999-TERMINATE - LUKK FILENE OG MELD ANTALLENE PA KONSOLLEN.
003450*                  DEN NYE LOGGEN (AUDITNY) LEGGES INN SOM
003460*                  GJELDENDE AUDIT-FILE AV JOBBENS NESTE STEG
003470*                  FORST NAR DETTE STEGET ER FERDIG UTEN FEIL.
003480*----------------------------------------------------------------
003490 9999-TERMINATE.
003500     CLOSE AUDIT-FILE.
003510     CLOSE ARCHIVE-FILE.
003520     CLOSE NEW-AUDIT-FILE.
003530     MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDITED.
003540     DISPLAY "ANTALL ARKIVERT:  " WS-COUNT-EDITED.
003550     MOVE WS-RETAINED-COUNT TO WS-COUNT-EDITED.
003560     DISPLAY "ANTALL BEHOLDT:   " WS-COUNT-EDITED.
003570     MOVE WS-ARCHIVE-REA-TOTAL TO WS-TOTAL-EDITED.
003580     DISPLAY "SUM REA ARKIVERT: " WS-TOTAL-EDITED "KR".
003590     MOVE ZERO TO WS-RETURN-CODE.
003600     MOVE "OK" TO WS-RUN-OUTCOME.
003610     PERFORM 7900-WRITE-RUN-LOG THRU 7900-EXIT.
003620     MOVE WS-RETURN-CODE TO RETURN-CODE.
003630     STOP RUN.
003640 9999-EXIT.
003650     EXIT.
