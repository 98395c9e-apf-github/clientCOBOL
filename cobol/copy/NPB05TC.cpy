      *---------------------------------------------------------------*
      *  NPB05TC   LAYOUT RIGA NPDATT CODIT='B05' (LIVELLI DI          *
      *            ESCALATION DEGLI ALLARMI DI UTILIZZO): PER          *
      *            ISTITUTO (DEFAULT SULL'ABI 99999) E LIVELLO, IL     *
      *            RESPONSABILE DEGLI ALLARMI E I GIORNI LAVORATIVI    *
      *            CONCESSI PER LA PRESA VISIONE; SE MANCA IL LIVELLO  *
      *            SUCCESSIVO L'ALLARME RESTA ALL'ULTIMO LIVELLO       *
      *---------------------------------------------------------------*
       01  NPB05TC.
           05  B05-KEY.
               10  B05-CODIT       PIC X(003).
               10  B05-ABIUT       PIC X(005).
               10  B05-LIVEL       PIC 9(001).
               10  FILLER          PIC X(026).
           05  B05-OWNER           PIC X(008).
           05  B05-DESCR           PIC X(040).
           05  B05-GGACK           PIC 9(003).
           05  FILLER              PIC X(149).
