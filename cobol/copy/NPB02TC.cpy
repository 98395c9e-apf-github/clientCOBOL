      *---------------------------------------------------------------*
      *  NPB02TC   LAYOUT RIGA NPDATT CODIT='B02' (STATO DI CONSEGNA   *
      *            DEI REPORT ARCHIVIATI ALLE BANCHE ADERENTI): UNA    *
      *            RIGA PER ISTITUTO, DATA, PROGRAMMA E REPORT ID,     *
      *            SCRITTA DA NPW41B ALL'INVIO DEL PACCHETTO E         *
      *            AGGIORNATA CON LE CONFERME DELLA BANCA              *
      *---------------------------------------------------------------*
       01  NPB02TC.
           05  B02-KEY.
               10  B02-CODIT       PIC X(003).
               10  B02-ABIUT       PIC X(005).
               10  B02-DTELA       PIC 9(008).
               10  B02-PGMNM       PIC X(008).
               10  B02-REPID       PIC X(008).
               10  FILLER          PIC X(003).
           05  B02-CANAL           PIC X(002).
           05  B02-FORMA           PIC X(003).
           05  B02-DESTI           PIC X(050).
           05  B02-NRRIG           PIC 9(007).
           05  B02-NMPAC           PIC X(030).
      *        PACCHETTO DI CONSEGNA DELL'ULTIMO INVIO
           05  B02-STATO           PIC X(001).
      *        'I' = INVIATO   'C' = CONFERMATO DALLA BANCA
      *        'E' = NON CONSEGNATO (ESITO NEGATIVO DEL CANALE)
           05  B02-DTINV           PIC 9(008).
           05  B02-DTSCA           PIC 9(008).
      *        DATA ENTRO CUI E' ATTESA LA CONFERMA (ZERO = NESSUNA)
           05  B02-DTCON           PIC 9(008).
           05  B02-NRINV           PIC 9(003).
      *        NUMERO DI INVII (I REINVII LO INCREMENTANO)
           05  B02-MOTIV           PIC X(040).
           05  FILLER              PIC X(040).
