      *---------------------------------------------------------------*
      *  NPA91TC   LAYOUT RIGA NPDATT CODIT='A91' (BOLLO VIRTUALE      *
      *            DELL'ISTITUTO PER ANNO): ACCONTO VERSATO (CARICATO  *
      *            DA NPW21R) E, PER TRIMESTRE, DOCUMENTI E IMPOSTA    *
      *            DICHIARATI DA NPW37B CON LA DATA DELLA              *
      *            DICHIARAZIONE. L'ACCONTO SI SCALA DALL'IMPOSTA DEI  *
      *            TRIMESTRI IN ORDINE, IL RESIDUO SI RIPORTA          *
      *---------------------------------------------------------------*
       01  NPA91TC.
           05  A91-KEY.
               10  A91-CODIT       PIC X(003).
               10  A91-ABIUT       PIC X(005).
               10  A91-ANNO        PIC 9(004).
               10  FILLER          PIC X(023).
           05  A91-ACCON           PIC 9(13)V9(02).
           05  A91-TRIME           OCCURS 4.
               10  A91-NRDOC       PIC 9(007).
               10  A91-IMBOL       PIC 9(13)V9(02).
               10  A91-DTDIC       PIC 9(008).
      *            ZERO = TRIMESTRE NON ANCORA DICHIARATO
           05  A91-RESAC           PIC 9(13)V9(02).
      *        RESIDUO DELL'ACCONTO DOPO L'ULTIMA DICHIARAZIONE
           05  FILLER              PIC X(050).
