      *---------------------------------------------------------------*
      *  NPA93TC   LAYOUT RIGA NPDATT CODIT='A93' (REGISTRO DELLE      *
      *            FATTURE ELETTRONICHE DEL SERVIZIO EMESSE ALLE       *
      *            BANCHE ADERENTI): UNA RIGA PER FATTURA O NOTA DI    *
      *            CREDITO, SCRITTA DA NPW39B ALL'EMISSIONE E          *
      *            AGGIORNATA DA NPW40B CON LE RICEVUTE DEL SISTEMA DI *
      *            INTERSCAMBIO. NUMERO PROGRESSIVO NELL'ANNO          *
      *---------------------------------------------------------------*
       01  NPA93TC.
           05  A93-KEY.
               10  A93-CODIT       PIC X(003).
               10  A93-ABIUT       PIC X(005).
               10  A93-ANNO        PIC 9(004).
               10  A93-NRFAT       PIC 9(007).
               10  FILLER          PIC X(016).
           05  A93-TPDOC           PIC X(004).
      *        'TD01' = FATTURA   'TD04' = NOTA DI CREDITO
           05  A93-PERIO           PIC 9(006).
      *        PERIODO DI FATTURAZIONE AAAAMM
           05  A93-DTFAT           PIC 9(008).
           05  A93-IMPON           PIC S9(13)V9(02) COMP-3.
           05  A93-IMIVA           PIC S9(13)V9(02) COMP-3.
           05  A93-IMTOT           PIC S9(13)V9(02) COMP-3.
           05  A93-IMSTO           PIC S9(13)V9(02) COMP-3.
      *        IMPONIBILE GIA' STORNATO DA NOTE DI CREDITO (SOLO TD01)
           05  A93-NMFIL           PIC X(030).
      *        NOME DEL FILE INVIATO ALLO SDI
           05  A93-STATO           PIC X(001).
      *        'I' = INVIATA, IN ATTESA DI ESITO   'C' = CONSEGNATA
      *        'S' = SCARTATA DALLO SDI   'M' = MANCATA CONSEGNA
           05  A93-DTESI           PIC 9(008).
           05  A93-IDSDI           PIC X(012).
      *        IDENTIFICATIVO ASSEGNATO DALLO SDI
           05  A93-ANRIF           PIC 9(004).
           05  A93-NRRIF           PIC 9(007).
      *        FATTURA RETTIFICATA (SOLO TD04)
           05  A93-NRRIG           PIC 9(003).
           05  A93-MOTSC           PIC X(040).
      *        MOTIVO DELLO SCARTO O DELLA MANCATA CONSEGNA
           05  FILLER              PIC X(045).
