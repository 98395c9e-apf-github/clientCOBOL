      *---------------------------------------------------------------*
      *  NPW39VC   TRACCIATO RETTIFICHE DI FATTURAZIONE (INGRESSO DI   *
      *            NPW39B): OGNI RECORD E' UNA RIGA DI NOTA DI CREDITO *
      *            SULLA FATTURA INDICATA; I RECORD CONSECUTIVI CON    *
      *            LO STESSO ISTITUTO E LA STESSA FATTURA FORMANO      *
      *            UN'UNICA NOTA DI CREDITO                            *
      *---------------------------------------------------------------*
       01  NPW39VC.
           05  RET-ABIUT           PIC X(005).
           05  RET-ANRIF           PIC 9(004).
           05  RET-NRRIF           PIC 9(007).
      *        ANNO E NUMERO DELLA FATTURA RETTIFICATA
           05  RET-FTPRE           PIC X(002).
           05  RET-VOLUME          PIC 9(009).
      *        VOLUME STORNATO (SOLO DESCRITTIVO, ZERO SE NON NOTO)
           05  RET-IMPORTO         PIC 9(13)V9(02).
      *        IMPONIBILE STORNATO
           05  RET-CAUSA           PIC X(050).
           05  FILLER              PIC X(008).
