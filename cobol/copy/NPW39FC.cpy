      *---------------------------------------------------------------*
      *  NPW39FC   TRACCIATO FLUSSO FATTURE ELETTRONICHE VERSO IL      *
      *            CANALE SDI (PRODOTTO DA NPW39B): OGNI RECORD E' UNA *
      *            RIGA DEL DOCUMENTO XML; IL CANALE COMPONE UN FILE   *
      *            PER OGNI NOME, CON LE RIGHE NELL'ORDINE DEL NUMERO  *
      *---------------------------------------------------------------*
       01  NPW39FC.
           05  XML-NMFIL           PIC X(030).
           05  XML-NRRIG           PIC 9(005).
           05  XML-TESTO           PIC X(265).
