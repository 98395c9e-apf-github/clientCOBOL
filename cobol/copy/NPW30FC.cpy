      *---------------------------------------------------------------*
      *  NPW30FC   TRACCIATO FLUSSO RICHIESTE DI RICHIAMO E PROROGA    *
      *            DEI DOCUMENTI PRESENTATI (CARICO BATCH NPW30B, UNA  *
      *            RICHIESTA PER RECORD)                               *
      *---------------------------------------------------------------*
       01  NPW30FC.
           05  VAR-FUNZI           PIC X(002).
      *        'RI' = RICHIAMO          'PR' = PROROGA
           05  VAR-ABIUT           PIC X(005).
           05  VAR-NOPER           PIC 9(015).
           05  VAR-SCNEW           PIC 9(008).
      *        NUOVA SCADENZA AAAAMMGG (SOLO PER LA PROROGA)
           05  VAR-CDOPE           PIC X(008).
      *        OPERATORE CHE HA RACCOLTO LA RICHIESTA DEL CLIENTE
           05  FILLER              PIC X(042).
