      *             OG FAST KRONEBELOP VED SIDEN AV HVERANDRE -    *
      *             VERDIFELTENE BLE UTVIDET TIL X(15) FOR A FA    *
      *             PLASS TIL BEGGE.                               *
      *             MNT-FILE-ID CUS ER KUNDEVEDLIKEHOLD: NOKKELEN  *
      *             ER KONTOEN, OG VERDIENE ER KLIENTNUMMER PLUSS  *
      *             STARTEN AV KLIENTNAVNET. MNT-ACTION O ER EN    *
      *             OVERFORING TIL NYTT KLIENTNUMMER; NOKKELEN ER  *
      *             DA KONTO + FRA-PERIODE (SE CTRREC).            *
      *             KPI-, KURS-, GEBYR- OG INDEKSENDRINGER OG      *
      *             GJENAPNING AV PERIODER GODKJENNES AV EN ANDRE  *
      *             BRUKERID (SE PNDREC) FOR MASTEREN OPPDATERES:  *
      *             MNT-OPERATOR-ID ER DA DEN SOM REGISTRERTE      *
      *             ENDRINGEN, MNT-CHECKER-ID DEN SOM GODKJENTE    *
      *             ELLER AVVISTE DEN, OG MNT-DECISION ER G        *
      *             (GODKJENT, MASTEREN ER OPPDATERT) ELLER A      *
      *             (AVVIST, MASTEREN ER UENDRET). BLANKE FELT ER  *
      *             EN ENDRING UTEN GODKJENNING (LUKKING AV        *
      *             PERIODE, KUNDEVEDLIKEHOLD, KONTROLLERT LAST)   *
      *             OG ELDRE POSTER. POSTEN BLE UTVIDET FRA 80 TIL *
      *             88 TEGN FOR A FA PLASS TIL GODKJENNEREN.       *
      *-----------------------------------------------------------*
       01  MAINT-AUDIT-RECORD.
           05  MNT-TIMESTAMP.
           05  MNT-KEY                     PIC X(16).
           05  MNT-OLD-VALUE               PIC X(15).
           05  MNT-NEW-VALUE               PIC X(15).
           05  MNT-CHECKER-ID              PIC X(08).
           05  MNT-DECISION                PIC X(01).
           05  FILLER                      PIC X(05).
