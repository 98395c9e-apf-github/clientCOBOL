      *---------------------------------------------------------------*
      *  NPW40FC   TRACCIATO ESITI DEL SISTEMA DI INTERSCAMBIO         *
      *            (INGRESSO DI NPW40B): UNA NOTIFICA PER RECORD,      *
      *            RICONDOTTA DAL CANALE SDI AL FILE INVIATO           *
      *---------------------------------------------------------------*
       01  NPW40FC.
           05  ESI-NMFIL           PIC X(030).
           05  ESI-TPESI           PIC X(002).
      *        'RC' = RICEVUTA DI CONSEGNA   'NS' = NOTIFICA DI SCARTO
      *        'MC' = MANCATA CONSEGNA
           05  ESI-IDSDI           PIC X(012).
           05  ESI-DTESI           PIC 9(008).
           05  ESI-MOTIV           PIC X(060).
           05  FILLER              PIC X(008).
