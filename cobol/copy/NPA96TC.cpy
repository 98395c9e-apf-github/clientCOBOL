      *---------------------------------------------------------------*
      *  NPA96TC   LAYOUT RIGA NPDATT CODIT='A96' (COPPIE DI FUNZIONI *
      *            INCOMPATIBILI SULLO STESSO OPERATORE - SEPARAZIONE *
      *            DEI COMPITI)                                       *
      *---------------------------------------------------------------*
       01  NPA96TC.
           05  A96-KEY.
               10  A96-CODIT       PIC X(003).
               10  A96-ROUFN-1     PIC X(008).
               10  A96-ROUFN-2     PIC X(008).
               10  FILLER          PIC X(016).
      *        ROUFN = NOME ROUTINE (6) + FUNZIONE (2), COME SU A95
           05  A96-DESCR           PIC X(040).
           05  FILLER              PIC X(160).
