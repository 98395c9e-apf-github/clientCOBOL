      *---------------------------------------------------------------*
      *  NPA88TC   LAYOUT RIGA NPDATT CODIT='A88' (DEBITORI BLOCCATI   *
      *            AL CARICO DISTINTE NPW17B). ISTITUTO SEMPRE 99999:  *
      *            IL RISCHIO DEL DEBITORE E' SU TUTTI GLI ISTITUTI.   *
      *            CHIAVE DEBITORE = CODICE FISCALE O PARTITA IVA, IN  *
      *            MANCANZA L'IBAN. RIGHE AUTOMATICHE SCRITTE DAL      *
      *            MONITORAGGIO SETTIMANALE NPW36B, RIGHE MANUALI DA   *
      *            NPW21R (NPW36B NON LE MODIFICA)                     *
      *---------------------------------------------------------------*
       01  NPA88TC.
           05  A88-KEY.
               10  A88-CODIT       PIC X(003).
               10  A88-ABIUT       PIC X(005).
               10  A88-CHDEB       PIC X(027).
           05  A88-STATO           PIC X(001).
               88  A88-BLOCCATO        VALUE 'B'.
               88  A88-SBLOCCATO       VALUE 'S'.
           05  A88-ORIGI           PIC X(001).
               88  A88-AUTOMATICO      VALUE 'A'.
               88  A88-MANUALE         VALUE 'M'.
           05  A88-DTBLO           PIC 9(008).
      *        DATA DELL'ULTIMO BLOCCO
           05  A88-DTAGG           PIC 9(008).
      *        ULTIMO AGGIORNAMENTO (PER LE AUTOMATICHE, ULTIMO GIRO
      *        NPW36B IN CUI IL DEBITORE AVEVA DOCUMENTI)
           05  A88-DSDEB           PIC X(030).
           05  A88-NRSCA           PIC 9(007).
      *        DOCUMENTI SCADUTI NEGLI ULTIMI 12 MESI
           05  A88-NRINS           PIC 9(007).
      *        DI CUI INSOLUTI
           05  A88-PCINS           PIC 9(03)V9(02).
           05  A88-IMINS           PIC 9(13)V9(02).
           05  FILLER              PIC X(118).
