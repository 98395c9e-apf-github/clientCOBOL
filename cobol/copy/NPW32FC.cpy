      *---------------------------------------------------------------*
      *  NPW32FC   TRACCIATO RECORD DEL FLUSSO RIBA IN USCITA         *
      *            (STANDARD CBI, 120 BYTE): TESTA 'IB', PER OGNI     *
      *            RICEVUTA I RECORD 14-20-30-40-50-51-70, CODA 'EF'  *
      *            CON I TOTALI DI CONTROLLO. SCRITTO DA NPW32B       *
      *---------------------------------------------------------------*
       01  NPW32FC.
           05  CBI-FILL1           PIC X(001).
           05  CBI-TPREC           PIC X(002).
               88  CBI-TESTA           VALUE 'IB'.
               88  CBI-CODA            VALUE 'EF'.
           05  CBI-DATI            PIC X(117).
      *---------------------------------------------------------------*
      *  TESTA E CODA DEL FLUSSO                                      *
      *---------------------------------------------------------------*
       01  CBI-REC-IB REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-IB-SIAMT        PIC X(005).
           05  CBI-IB-ABIRI        PIC X(005).
           05  CBI-IB-DTCRE        PIC 9(006).
           05  CBI-IB-NMSUP        PIC X(020).
           05  CBI-IB-DISPO        PIC X(006).
           05  FILLER              PIC X(068).
           05  CBI-IB-DIVISA       PIC X(001).
           05  FILLER              PIC X(006).
       01  CBI-REC-EF REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-EF-SIAMT        PIC X(005).
           05  CBI-EF-ABIRI        PIC X(005).
           05  CBI-EF-DTCRE        PIC 9(006).
           05  CBI-EF-NMSUP        PIC X(020).
           05  CBI-EF-DISPO        PIC X(006).
           05  CBI-EF-NRDIS        PIC 9(007).
           05  CBI-EF-IMNEG        PIC 9(015).
           05  CBI-EF-IMPOS        PIC 9(015).
           05  CBI-EF-NRREC        PIC 9(007).
           05  FILLER              PIC X(024).
           05  CBI-EF-DIVISA       PIC X(001).
           05  FILLER              PIC X(006).
      *---------------------------------------------------------------*
      *  RECORD DELLA RICEVUTA (NUMERO PROGRESSIVO NEL FLUSSO)        *
      *---------------------------------------------------------------*
       01  CBI-REC-14 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-14-PROGR        PIC 9(007).
           05  FILLER              PIC X(012).
           05  CBI-14-SCADE        PIC 9(006).
           05  CBI-14-CAUSA        PIC X(005).
           05  CBI-14-IMPOR        PIC 9(013).
           05  CBI-14-SEGNO        PIC X(001).
           05  CBI-14-ABIAS        PIC X(005).
           05  CBI-14-CABAS        PIC X(005).
           05  CBI-14-CONTO        PIC X(012).
           05  CBI-14-ABIDB        PIC X(005).
           05  CBI-14-CABDB        PIC X(005).
           05  FILLER              PIC X(012).
           05  CBI-14-SIAMT        PIC X(005).
           05  CBI-14-TPCOD        PIC X(001).
           05  CBI-14-CODEB        PIC X(016).
           05  FILLER              PIC X(006).
           05  CBI-14-DIVISA       PIC X(001).
       01  CBI-REC-20 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-20-PROGR        PIC 9(007).
           05  CBI-20-DSCR1        PIC X(024).
           05  CBI-20-DSCR2        PIC X(024).
           05  CBI-20-DSCR3        PIC X(024).
           05  CBI-20-DSCR4        PIC X(024).
           05  FILLER              PIC X(014).
       01  CBI-REC-30 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-30-PROGR        PIC 9(007).
           05  CBI-30-DSDB1        PIC X(030).
           05  CBI-30-DSDB2        PIC X(030).
           05  CBI-30-CFDEB        PIC X(016).
           05  FILLER              PIC X(034).
       01  CBI-REC-40 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-40-PROGR        PIC 9(007).
           05  CBI-40-INDEB        PIC X(030).
           05  CBI-40-CAPDB        PIC X(005).
           05  CBI-40-LOCDB        PIC X(023).
           05  CBI-40-PRVDB        PIC X(002).
           05  CBI-40-BADOM        PIC X(050).
       01  CBI-REC-50 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-50-PROGR        PIC 9(007).
           05  CBI-50-RIFE1        PIC X(040).
           05  CBI-50-RIFE2        PIC X(040).
           05  FILLER              PIC X(010).
           05  CBI-50-CFCRE        PIC X(016).
           05  FILLER              PIC X(004).
       01  CBI-REC-51 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-51-PROGR        PIC 9(007).
           05  CBI-51-NRRIC        PIC 9(010).
           05  CBI-51-DSCRE        PIC X(020).
           05  FILLER              PIC X(080).
       01  CBI-REC-70 REDEFINES NPW32FC.
           05  FILLER              PIC X(003).
           05  CBI-70-PROGR        PIC 9(007).
           05  FILLER              PIC X(110).
