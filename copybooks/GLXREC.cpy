      *             SIN ENTYDIGE NOKKEL I AVSTEMMINGEN. HOVEDBOK-   *
      *             SYSTEMET SKAL SENDE FELTET UENDRET TILBAKE PA   *
      *             BEKREFTELSESFILEN (PCF-EXTRACT-SEQ).            *
      *             GLX-POSITION-NUM ER POSISJONEN INNENFOR KONTOEN *
      *             SOM RADEN GJELDER (01-99).                      *
      *-----------------------------------------------------------*
       01  GL-EXTRACT-RECORD.
           05  GLX-ACCOUNT-ID           PIC X(10).
           05  GLX-RUN-DATE             PIC 9(08).
           05  GLX-SEQ-NUM              PIC 9(02).
           05  GLX-EXTRACT-SEQ          PIC 9(06).
           05  GLX-POSITION-NUM         PIC 9(02).
           05  FILLER                   PIC X(08).
