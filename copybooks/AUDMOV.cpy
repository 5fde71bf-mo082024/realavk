      *             AUDM-RECORD-TYPE LIGGER I SAMME POSISJON SOM   *
      *             AUD-RECORD-TYPE OG ER ALLTID B; HOVEDPOSTENE   *
      *             HAR H (ELLER BLANKT PA POSTER SKREVET FOR      *
      *             TYPEFELTET KOM TIL). AUDM-POSITION-NUM LIGGER  *
      *             PA SAMME MATE I SAMME POSISJON SOM AUD-        *
      *             POSITION-NUM.                                  *
      *-----------------------------------------------------------*
       01  AUDIT-MOVEMENT-RECORD.
           05  AUDM-TIMESTAMP.
           05  AUDM-WEIGHTED-AMOUNT        PIC S9(7)V99.
           05  FILLER                      PIC X(22).
           05  AUDM-RECORD-TYPE            PIC X(01).
           05  AUDM-POSITION-NUM           PIC 9(02).
           05  FILLER                      PIC X(01).
