      *---------------------------------------------------------------*
      *  NPB04TC   LAYOUT RIGA NPDATT CODIT='B04' (REGISTRO DEGLI      *
      *            ALLARMI DI UTILIZZO DEL RAPPORTO): APERTA DA        *
      *            RV3C0100 AL PRIMO SUPERAMENTO DELLA SOGLIA E        *
      *            COLLEGATA AI GIRI SUCCESSIVI FINCHE' NON VIENE      *
      *            CHIUSA; PRESA VISIONE, AZIONE CONCORDATA E          *
      *            CHIUSURA DA RV3C0600 (FILE DELLE AZIONI), CHE       *
      *            SCALA AL LIVELLO SUCCESSIVO (RIGHE B05) GLI         *
      *            ALLARMI NON RICONOSCIUTI ENTRO LA SCADENZA          *
      *---------------------------------------------------------------*
       01  NPB04TC.
           05  B04-KEY.
               10  B04-CODIT       PIC X(003).
               10  B04-ABIUT       PIC X(005).
               10  B04-CONTR       PIC X(012).
               10  FILLER          PIC X(015).
           05  B04-CPTY            PIC X(011).
           05  B04-PROD            PIC X(002).
           05  B04-STATO           PIC X(001).
               88  B04-NUOVO           VALUE 'N'.
               88  B04-RICONOSCIUTO    VALUE 'A'.
               88  B04-AZIONE          VALUE 'P'.
               88  B04-CHIUSO          VALUE 'C'.
           05  B04-LIVEL           PIC 9(001).
           05  B04-OWNER           PIC X(008).
           05  B04-DTAPE           PIC 9(008).
           05  B04-DTULT           PIC 9(008).
      *        ULTIMO GIRO DI RV3C0100 CON IL RAPPORTO IN ALLARME
           05  B04-NRRIL           PIC 9(005).
           05  B04-PERUT           PIC S9(03)V9(02) COMP-3.
           05  B04-DTSCA           PIC 9(008).
      *        SCADENZA DELLA PRESA VISIONE AL LIVELLO CORRENTE
           05  B04-DTACK           PIC 9(008).
           05  B04-UTACK           PIC X(008).
           05  B04-GIUST           PIC X(040).
           05  B04-AZION           PIC X(040).
      *        AZIONE CONCORDATA, O NOTA DI CHIUSURA SE CHIUSO
           05  B04-DTCHI           PIC 9(008).
           05  FILLER              PIC X(041).
