      *---------------------------------------------------------------*
      *  NPA97TC   LAYOUT RIGA NPDATT CODIT='A97' (GIORNI LAVORATIVI  *
      *            DI TOLLERANZA DOPO LA SCADENZA, PER ISTITUTO E     *
      *            TIPO PRESENTAZIONE, PRIMA DEL PASSAGGIO A PAGATO   *
      *            SALVO BUON FINE)                                   *
      *---------------------------------------------------------------*
       01  NPA97TC.
           05  A97-KEY.
               10  A97-CODIT       PIC X(003).
               10  A97-ABIUT       PIC X(005).
               10  A97-FTPRE       PIC X(002).
               10  FILLER          PIC X(025).
           05  A97-GGTOL           PIC 9(003).
           05  A97-DESCR           PIC X(030).
           05  FILLER              PIC X(167).
