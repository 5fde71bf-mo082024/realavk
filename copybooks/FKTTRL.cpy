      *-----------------------------------------------------------*
      *  FKTTRL   -  INVOICE-FILE TRAILER RECORD LAYOUT           *
      *             ONE CONTROL-TOTAL RECORD WRITTEN AS THE LAST  *
      *             RECORD OF EVERY INVOICE FILE, CARRYING THE    *
      *             NUMBER OF INVOICES AND THE SUM OF             *
      *             FKT-FEE-AMOUNT, SO THE RECEIVABLES IMPORT CAN *
      *             REFUSE A TRUNCATED OR DOUBLE-SHIPPED FILE,    *
      *             THE SAME WAY THE GL IMPORT USES GLXTRL.       *
      *             FTT-TRAILER-ID HOLDS "*TRAILER**" WHERE AN    *
      *             INVOICE HOLDS CLIENT NUMBER AND NAME.         *
      *-----------------------------------------------------------*
       01  INVOICE-TRAILER.
           05  FTT-TRAILER-ID           PIC X(10).
           05  FTT-RECORD-COUNT         PIC 9(08).
           05  FTT-FEE-TOTAL            PIC S9(11)V99.
           05  FTT-RUN-DATE             PIC 9(08).
           05  FTT-PERIOD-YM            PIC 9(06).
           05  FILLER                   PIC X(35).
