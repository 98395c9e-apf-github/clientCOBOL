      *---------------------------------------------------------------*
      *  NPA87TC   LAYOUT RIGA NPDATT CODIT='A87' (CATENA DI          *
      *            INTEGRITA' DELLE TRACCE DI AUDIT). UNA RIGA DI     *
      *            TESTA (PROGR = 0) PER TRACCIA CON ULTIMO ANELLO E  *
      *            ULTIMO HASH, E UNA RIGA ANELLO (PROGR > 0) PER     *
      *            OGNI RIGA DI AUDIT SCRITTA SU NPDATT               *
      *---------------------------------------------------------------*
       01  NPA87TC.
           05  A87-KEY.
               10  A87-CODIT       PIC X(003).
               10  A87-TRACC       PIC X(003).
      *            'A62' 'A63' 'A64' 'A65' 'A66' = RIGHE NPDATT
      *            'CHS' = CUSTHIST (SOLO TESTA, ANELLO SULLA RIGA)
               10  A87-PROGR       PIC 9(009).
               10  FILLER          PIC X(020).
           05  A87-ANELLO.
               10  A87-RIFER.
                   15  A87-RIF-CODIT   PIC X(003).
                   15  A87-RIF-KEYGE   PIC X(032).
               10  A87-DIGEST      PIC X(018).
               10  A87-HASH-PRE    PIC X(018).
               10  A87-HASH        PIC X(018).
               10  A87-DATA        PIC 9(008).
               10  A87-ORA         PIC 9(006).
               10  A87-PGMNM       PIC X(008).
               10  FILLER          PIC X(089).
           05  A87-TESTA REDEFINES A87-ANELLO.
               10  A87-T-ULTIMO    PIC 9(009).
               10  A87-T-HASH      PIC X(018).
               10  A87-T-DATA      PIC 9(008).
               10  A87-T-ORA       PIC 9(006).
               10  A87-T-DATA-INI  PIC 9(008).
               10  FILLER          PIC X(151).
