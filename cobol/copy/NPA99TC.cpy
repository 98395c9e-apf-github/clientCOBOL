      *---------------------------------------------------------------*
      *  NPA99TC   LAYOUT RIGA NPDATT CODIT='A99' (REGISTRO DEI       *
      *            FLUSSI RIBA IN USCITA VERSO LE BANCHE DEI          *
      *            DEBITORI: UNA RIGA PER FLUSSO CON PROGRESSIVO PER  *
      *            ISTITUTO, NOME SUPPORTO E TOTALI DI CONTROLLO,     *
      *            SCRITTA DA NPW32B)                                 *
      *---------------------------------------------------------------*
       01  NPA99TC.
           05  A99-KEY.
               10  A99-CODIT       PIC X(003).
               10  A99-ABIUT       PIC X(005).
               10  A99-NRFLU       PIC 9(007).
               10  FILLER          PIC X(020).
           05  A99-STATO           PIC X(001).
               88  A99-CREATO          VALUE 'C'.
               88  A99-ACCETTATO       VALUE 'A'.
               88  A99-RIFIUTATO       VALUE 'R'.
           05  A99-DTCRE           PIC 9(008).
           05  A99-ORACR           PIC 9(006).
           05  A99-DTDOC           PIC 9(008).
           05  A99-NMSUP           PIC X(020).
           05  A99-SIAMT           PIC X(005).
           05  A99-NRDIS           PIC 9(007).
           05  A99-IMTOT           PIC S9(13)V9(02) COMP-3.
           05  A99-NRREC           PIC 9(007).
           05  A99-NRABD           PIC 9(005).
           05  A99-DTESI           PIC 9(008).
           05  FILLER              PIC X(117).
