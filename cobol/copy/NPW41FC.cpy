      *---------------------------------------------------------------*
      *  NPW41FC   TRACCIATO PACCHETTI DI CONSEGNA DEI REPORT ALLE     *
      *            BANCHE (PRODOTTO DA NPW41B): PER OGNI ISTITUTO UNA  *
      *            TESTATA 'H', UNA VOCE DI INDICE 'I' PER REPORT CON  *
      *            CANALE, DESTINATARIO E FORMATO, LE RIGHE 'R' DEI    *
      *            REPORT NELL'ORDINE DELL'INDICE E UNA CODA 'T'       *
      *---------------------------------------------------------------*
       01  NPW41FC.
           05  DIS-TPREC           PIC X(001).
           05  DIS-ABIUT           PIC X(005).
           05  DIS-DTELA           PIC 9(008).
           05  DIS-NMPAC           PIC X(030).
           05  DIS-DATI            PIC X(156).
      *---------------------------------------------------------------*
      *    TESTATA DEL PACCHETTO                                      *
      *---------------------------------------------------------------*
           05  DIS-REC-H REDEFINES DIS-DATI.
               10  DIS-H-NRREP     PIC 9(005).
               10  DIS-H-NRINV     PIC 9(003).
               10  DIS-H-DTINV     PIC 9(008).
               10  FILLER          PIC X(140).
      *---------------------------------------------------------------*
      *    VOCE DI INDICE                                             *
      *---------------------------------------------------------------*
           05  DIS-REC-I REDEFINES DIS-DATI.
               10  DIS-I-PGMNM     PIC X(008).
               10  DIS-I-REPID     PIC X(008).
               10  DIS-I-NRRIG     PIC 9(007).
               10  DIS-I-CANAL     PIC X(002).
               10  DIS-I-FORMA     PIC X(003).
               10  DIS-I-DESTI     PIC X(050).
               10  FILLER          PIC X(078).
      *---------------------------------------------------------------*
      *    RIGA DI REPORT                                             *
      *---------------------------------------------------------------*
           05  DIS-REC-R REDEFINES DIS-DATI.
               10  DIS-R-PGMNM     PIC X(008).
               10  DIS-R-REPID     PIC X(008).
               10  DIS-R-SEQ       PIC 9(007).
               10  DIS-R-TESTO     PIC X(132).
               10  FILLER          PIC X(001).
      *---------------------------------------------------------------*
      *    CODA DEL PACCHETTO                                         *
      *---------------------------------------------------------------*
           05  DIS-REC-T REDEFINES DIS-DATI.
               10  DIS-T-NRREP     PIC 9(005).
               10  DIS-T-NRRIG     PIC 9(009).
               10  FILLER          PIC X(142).
