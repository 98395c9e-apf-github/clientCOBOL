      *---------------------------------------------------------------*
      *  NPB03TC   LAYOUT RIGA NPDATT CODIT='B03' (SCONFINAMENTO       *
      *            CONTINUATIVO DEL RAPPORTO): SCRITTA DA RV3C0100 A   *
      *            OGNI GIRO PER I RAPPORTI CON UTILIZZO OLTRE IL      *
      *            FIDO ACCORDATO PER PIU' DELLE SOGLIE DI RILEVANZA   *
      *            (ASSOLUTA E RELATIVA); I GIORNI DECORRONO DALLA     *
      *            DATA DI INIZIO E SI AZZERANO AL RIENTRO. OLTRE IL   *
      *            LIMITE DI GIORNI (DEFAULT 90) IL RAPPORTO E'        *
      *            SCADUTO DETERIORATO                                 *
      *---------------------------------------------------------------*
       01  NPB03TC.
           05  B03-KEY.
               10  B03-CODIT       PIC X(003).
               10  B03-ABIUT       PIC X(005).
               10  B03-CONTR       PIC X(012).
               10  FILLER          PIC X(015).
           05  B03-CPTY            PIC X(011).
           05  B03-DTINI           PIC 9(008).
      *        PRIMO GIORNO DELLO SCONFINAMENTO IN CORSO (ZERO = IN
      *        RIENTRO)
           05  B03-DTULT           PIC 9(008).
           05  B03-GGSCO           PIC 9(005).
           05  B03-IMSCO           PIC S9(13)V9(02) COMP-3.
           05  B03-FPD90           PIC X(001).
               88  B03-SCADUTO-90      VALUE 'S'.
           05  B03-DTP90           PIC 9(008).
      *        DATA IN CUI IL RAPPORTO HA SUPERATO IL LIMITE DI GIORNI
           05  FILLER              PIC X(151).
