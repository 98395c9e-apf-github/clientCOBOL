      *---------------------------------------------------------------*
      *  NPA92TC   LAYOUT RIGA NPDATT CODIT='A92' (FOTOGRAFIA DEI      *
      *            CONTATORI NPCTRT DELL'ISTITUTO, SOMMATI SU TUTTE LE *
      *            FILIALI, ALLA DATA DI REGOLAMENTO): SCRITTA DA      *
      *            NPW38B A OGNI GIRO, SERVE A RICAVARE IL MOVIMENTO   *
      *            DEL GIORNO DEI CONTATORI PER LA QUADRATURA DELLA    *
      *            POSIZIONE DI REGOLAMENTO INTERBANCARIO.             *
      *            FOTO (1) = ULTIMO GIRO, FOTO (2) = GIRO PRECEDENTE  *
      *            (BASE DI UN NUOVO GIRO SULLA STESSA DATA)           *
      *---------------------------------------------------------------*
       01  NPA92TC.
           05  A92-KEY.
               10  A92-CODIT       PIC X(003).
               10  A92-ABIUT       PIC X(005).
               10  FILLER          PIC X(027).
           05  A92-FOTO            OCCURS 2.
               10  A92-DTREG       PIC 9(008).
               10  A92-NRPRE       PIC S9(15) COMP-3.
               10  A92-NRINS       PIC S9(15) COMP-3.
               10  A92-NRRIC       PIC S9(09) COMP-3.
               10  A92-IMRIC       PIC S9(13)V9(02) COMP-3.
               10  A92-NRPRO       PIC S9(09) COMP-3.
               10  A92-IMPRO       PIC S9(13)V9(02) COMP-3.
           05  FILLER              PIC X(100).
