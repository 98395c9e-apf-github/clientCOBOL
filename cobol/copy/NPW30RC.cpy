      *---------------------------------------------------------------*
      *  NPW30RC   COMMAREA TRANSAZIONE RICHIAMO E PROROGA DEI         *
      *             DOCUMENTI PRESENTATI (NPW30P)                      *
      *---------------------------------------------------------------*
       01  NPW30RC.
           05  W30-FUNZI           PIC X(002).
      *        'RI' = RICHIAMO DEL DOCUMENTO PRIMA DELLA SCADENZA
      *        'PR' = PROROGA DELLA SCADENZA A W30-SCNEW
           05  W30-ABIUT           PIC X(005).
           05  W30-NOPER           PIC 9(015).
           05  W30-SCNEW           PIC 9(008).
           05  W30-CANAL           PIC X(001).
      *        'O' = SPORTELLO ONLINE   'B' = CARICO BATCH (NPW30B)
           05  W30-FTPRE           PIC X(002).
           05  W30-SCADE           PIC 9(008).
      *        SCADENZA DEL DOCUMENTO PRIMA DELLA VARIAZIONE
           05  W30-IMPOR           PIC S9(13)V9(02) COMP-3.
           05  W30-RIFCLI          PIC X(016).
           05  W30-PROGR           PIC 9(003).
      *        PROGRESSIVO DELLA DISPOSIZIONE A98 DEL DOCUMENTO
           05  W30-RCODE           PIC X(002).
      *        SPAZI = OK   'NF' = DOCUMENTO NON REGISTRATO
      *        'ST' = DOCUMENTO NON IN ESSERE (STATO NPREGT)
      *        'SC' = DOCUMENTO GIA' SCADUTO
      *        'DT' = NUOVA SCADENZA ERRATA O NON SUCCESSIVA
      *        'FE' = NUOVA SCADENZA IN GIORNO NON LAVORATIVO
      *        'NA' = OPERATORE NON ABILITATO   'KO' = ERRORE ACCESSO
