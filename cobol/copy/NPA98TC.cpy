      *---------------------------------------------------------------*
      *  NPA98TC   LAYOUT RIGA NPDATT CODIT='A98' (CODA DELLE         *
      *            DISPOSIZIONI DI RICHIAMO E PROROGA DEI DOCUMENTI   *
      *            PRESENTATI, SCRITTE DA NPW30R E INVIATE IN RETE    *
      *            INTERBANCARIA DA NPW31B)                           *
      *---------------------------------------------------------------*
       01  NPA98TC.
           05  A98-KEY.
               10  A98-CODIT       PIC X(003).
               10  A98-ABIUT       PIC X(005).
               10  A98-NOPER       PIC 9(015).
               10  A98-PROGR       PIC 9(003).
               10  FILLER          PIC X(009).
           05  A98-STATO           PIC X(001).
               88  A98-DA-INVIARE      VALUE 'D'.
               88  A98-INVIATA         VALUE 'I'.
           05  A98-TPVAR           PIC X(001).
               88  A98-RICHIAMO        VALUE 'R'.
               88  A98-PROROGA         VALUE 'P'.
           05  A98-FTPRE           PIC X(002).
           05  A98-CDDEB           PIC X(011).
           05  A98-RIFCLI          PIC X(016).
           05  A98-IMPOR           PIC S9(13)V9(02) COMP-3.
           05  A98-SCADE           PIC 9(008).
           05  A98-SCNEW           PIC 9(008).
           05  A98-CDOPE           PIC X(008).
           05  A98-DTOPE           PIC 9(008).
           05  A98-ORAOP           PIC 9(006).
           05  A98-CANAL           PIC X(001).
           05  A98-DTINV           PIC 9(008).
           05  FILLER              PIC X(114).
