      *---------------------------------------------------------------*
      *  NPB01TC   LAYOUT RIGA NPDATT CODIT='B01' (DISTRIBUZIONE DEI   *
      *            REPORT ARCHIVIATI ALLE BANCHE ADERENTI): PER        *
      *            ISTITUTO E REPORT ID IL CANALE DI CONSEGNA, IL      *
      *            DESTINATARIO E IL FORMATO (ANCHE DI DEFAULT         *
      *            SULL'ABI 99999, VALIDA PER TUTTI GLI ISTITUTI)      *
      *---------------------------------------------------------------*
       01  NPB01TC.
           05  B01-KEY.
               10  B01-CODIT       PIC X(003).
               10  B01-ABIUT       PIC X(005).
               10  B01-REPID       PIC X(008).
               10  FILLER          PIC X(019).
           05  B01-CANAL           PIC X(002).
      *        'FT' = TRASFERIMENTO FILE   'PE' = POSTA CERTIFICATA
      *        'CA' = CARTACEO
           05  B01-DESTI           PIC X(050).
      *        DESTINATARIO (CASELLA, NODO DI TRASFERIMENTO O UFFICIO)
           05  B01-FORMA           PIC X(003).
      *        'TXT' = TESTO   'PDF' = IMPAGINATO   'CSV' = TABELLARE
           05  B01-ATTIV           PIC X(001).
               88  B01-DA-DISTRIBUIRE  VALUE 'S'.
      *        'N' SULL'ISTITUTO ESCLUDE UN REPORT PREVISTO SUL 99999
           05  B01-GGCON           PIC 9(003).
      *        GIORNI LAVORATIVI ENTRO CUI LA BANCA CONFERMA LA
      *        RICEZIONE (ZERO = NESSUNA CONFERMA ATTESA)
           05  FILLER              PIC X(141).
