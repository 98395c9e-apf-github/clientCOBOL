      *---------------------------------------------------------------*
      *  NPW26FC   TRACCIATO FLUSSO RICERTIFICAZIONE ABILITAZIONI A95 *
      *            (PRODOTTO DA NPW26B, UN RECORD PER ABILITAZIONE,   *
      *            ORDINATO PER RESPONSABILE E OPERATORE). IL         *
      *            RESPONSABILE VALORIZZA RIC-ESITO E IL FLUSSO DI    *
      *            RITORNO, STESSO TRACCIATO, E' CARICATO DA NPW27B   *
      *---------------------------------------------------------------*
       01  NPW26FC.
           05  RIC-CDRES           PIC X(008).
           05  RIC-CDOPE           PIC X(008).
           05  RIC-ROUFN           PIC X(008).
           05  RIC-ABILI           PIC X(001).
           05  RIC-DESCR           PIC X(030).
           05  RIC-DTUSO           PIC 9(008).
      *        ULTIMO UTILIZZO EFFETTIVO (AAAAMMGG), ZERO = MAI
           05  RIC-FONTE           PIC X(003).
      *        'A62' 'A66' 'ERR' = TRACCIA DA CUI E' RICAVATO
      *        'NTR' = FUNZIONE SENZA TRACCIA DI UTILIZZO
           05  RIC-GGINU           PIC 9(005).
           05  RIC-FL-INUT         PIC X(001).
               88  RIC-INUTILIZZATA    VALUE 'S'.
           05  RIC-FL-CONFL        PIC X(001).
               88  RIC-IN-CONFLITTO    VALUE 'S'.
           05  RIC-ROUFN-CONFL     PIC X(008).
           05  RIC-DTCER           PIC 9(008).
           05  RIC-ESITO           PIC X(001).
               88  RIC-CONFERMA        VALUE 'A'.
               88  RIC-REVOCA          VALUE 'R'.
           05  FILLER              PIC X(030).
