      *---------------------------------------------------------------*
      *  NPW41CC   TRACCIATO CONFERME DI CONSEGNA DEI REPORT (INGRESSO *
      *            DI NPW41B): CONFERMA DELLA BANCA O ESITO NEGATIVO   *
      *            DEL CANALE, PER UN REPORT O PER TUTTO IL PACCHETTO  *
      *---------------------------------------------------------------*
       01  NPW41CC.
           05  CON-TPREC           PIC X(001).
      *        'C' = CONFERMA DI RICEZIONE   'E' = NON CONSEGNATO
           05  CON-ABIUT           PIC X(005).
           05  CON-DTELA           PIC 9(008).
           05  CON-PGMNM           PIC X(008).
           05  CON-REPID           PIC X(008).
      *        PROGRAMMA E REPORT A SPAZI = TUTTO IL PACCHETTO
           05  CON-DTESI           PIC 9(008).
           05  CON-MOTIV           PIC X(040).
           05  FILLER              PIC X(002).
