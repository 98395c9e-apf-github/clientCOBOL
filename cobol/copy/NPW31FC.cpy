      *---------------------------------------------------------------*
      *  NPW31FC   TRACCIATO FLUSSO DISPOSIZIONI INTERBANCARIE DI      *
      *            RICHIAMO E PROROGA (PRODOTTO DA NPW31B DALLA CODA   *
      *            A98, UN RECORD PER DISPOSIZIONE)                    *
      *---------------------------------------------------------------*
       01  NPW31FC.
           05  DIS-TPVAR           PIC X(001).
      *        'R' = RICHIAMO           'P' = PROROGA
           05  DIS-ABIUT           PIC X(005).
           05  DIS-NOPER           PIC 9(015).
           05  DIS-PROGR           PIC 9(003).
           05  DIS-FTPRE           PIC X(002).
           05  DIS-CDDEB           PIC X(011).
           05  DIS-RIFCLI          PIC X(016).
           05  DIS-IMPOR           PIC 9(013)V9(02).
           05  DIS-SCADE           PIC 9(008).
           05  DIS-SCNEW           PIC 9(008).
      *        NUOVA SCADENZA (ZERO PER IL RICHIAMO)
           05  DIS-DTOPE           PIC 9(008).
           05  DIS-CDOPE           PIC X(008).
           05  DIS-DTINV           PIC 9(008).
           05  FILLER              PIC X(012).
