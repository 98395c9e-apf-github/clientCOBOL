      *---------------------------------------------------------------*
      *  NPA94TC   LAYOUT RIGA NPDATT CODIT='A94' (DATI FISCALI DEL    *
      *            GESTORE DEL SERVIZIO, CEDENTE DELLE FATTURE         *
      *            ELETTRONICHE): UNICA RIGA SULL'ISTITUTO 99999 CON   *
      *            L'ALIQUOTA IVA DEL SERVIZIO E IL PROGRESSIVO DI     *
      *            INVIO DEI FILE ALLO SDI, AGGIORNATO DA NPW39B       *
      *---------------------------------------------------------------*
       01  NPA94TC.
           05  A94-KEY.
               10  A94-CODIT       PIC X(003).
               10  A94-ABIUT       PIC X(005).
               10  FILLER          PIC X(027).
           05  A94-PIVA            PIC X(011).
           05  A94-CFISC           PIC X(016).
           05  A94-DENOM           PIC X(050).
           05  A94-INDIR           PIC X(030).
           05  A94-CAP             PIC X(005).
           05  A94-COMUN           PIC X(025).
           05  A94-PROV            PIC X(002).
           05  A94-RGFIS           PIC X(004).
      *        REGIME FISCALE (RF01 = ORDINARIO)
           05  A94-ALIVA           PIC 9(02)V9(02).
           05  A94-NATUR           PIC X(004).
      *        NATURA DELL'OPERAZIONE SE L'ALIQUOTA E' ZERO (ES. N4)
           05  A94-PRINV           PIC 9(005).
      *        ULTIMO PROGRESSIVO DI INVIO UTILIZZATO
           05  FILLER              PIC X(044).
