      *---------------------------------------------------------------*
      *  NPW38FC   TRACCIATO POSIZIONE GIORNALIERA DI REGOLAMENTO      *
      *            INTERBANCARIO (PRODOTTO DA NPW38B): PER ISTITUTO E  *
      *            DATA DI REGOLAMENTO UN RECORD 'D' PER BANCA         *
      *            CONTROPARTE E UN TOTALE 'T' DELL'ISTITUTO.          *
      *            INVIATO = RIBA E MAV PRESENTATI; RICEVUTO =         *
      *            INSOLUTI RITORNATI PIU' RICHIAMI; NETTO = INVIATO   *
      *            MENO RICEVUTO (SEGNO '-' = A DEBITO DELL'ISTITUTO)  *
      *---------------------------------------------------------------*
       01  NPW38FC.
           05  RGL-TPREC           PIC X(001).
      *        'D' = DETTAGLIO CONTROPARTE   'T' = TOTALE ISTITUTO
           05  RGL-ABIUT           PIC X(005).
           05  RGL-DTREG           PIC 9(008).
           05  RGL-ABICP           PIC X(005).
      *        ABI DELLA BANCA CONTROPARTE (SPAZI = NON DETERMINATA,
      *        NEL TOTALE SEMPRE SPAZI)
           05  RGL-NRINV           PIC 9(007).
           05  RGL-IMINV           PIC 9(13)V9(02).
           05  RGL-NRINS           PIC 9(007).
           05  RGL-IMINS           PIC 9(13)V9(02).
           05  RGL-NRRIC           PIC 9(007).
           05  RGL-IMRIC           PIC 9(13)V9(02).
           05  RGL-IMRIV           PIC 9(13)V9(02).
           05  RGL-SEGNO           PIC X(001).
           05  RGL-IMNET           PIC 9(13)V9(02).
           05  RGL-DTDAL           PIC 9(008).
      *        GLI EVENTI VANNO DAL GIORNO DOPO RGL-DTDAL A RGL-DTREG
           05  RGL-DTELA           PIC 9(008).
           05  FILLER              PIC X(018).
