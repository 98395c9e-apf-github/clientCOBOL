      *            - FILIALE VALIDATA CON NPW06R (ANCHE REDIRETTA     *
      *              SULLA SUBENTRANTE SE CHIUSA);                    *
      *            - COORDINATE DEBITORE VALIDATE CON NPW11R;         *
USO123*            - DEBITORE NON BLOCCATO NELLA LISTA A88 DEL        *
USO123*              MONITORAGGIO NPW36B (MOTIVO SCARTO 'BLOC');      *
USO124*            - IMPOSTA DI BOLLO, SE DOVUTA PER ISTITUTO E TIPO  *
USO124*              ALLA DATA (A51), DALLE TARIFFE A89 PER FASCIA DI *
USO124*              IMPORTO (TARIFFA O FASCIA MANCANTE = MOTIVO      *
USO124*              SCARTO 'BOLL');                                  *
      *            - SCADENZA VALIDATA E VERIFICATA GIORNATA          *
      *              LAVORATIVA CON NPW08R;                           *
      *            - NUMERO OPERAZIONE ASSEGNATO CON LA FUNZIONE NV   *
USO109* 020926 OGNI DOCUMENTO ACCETTATO VIENE ANCHE REGISTRATO NEL    *
USO109*        REGISTRO PRESENTAZIONI NPREGT (ROUTINE NPX52R,         *
USO109*        CANALE 'B'), DIETRO GLI AGGREGATI NPCTRT               *
USO117* 151026 CODICE CLIENTE PRESENTATORE IN TESTATA (TST-CDDEB),    *
USO117*        RIPORTATO SU NPREGT PER L'EROGAZIONE ANTICIPI NPW28B;  *
USO117*        ABI E CLIENTE DELLA TESTATA CONSERVATI IN WORKING,     *
USO117*        PERCHE' IL RECORD DOCUMENTO NE RICOPRE L'AREA          *
USO120* 151026 ANAGRAFICA DEL DEBITORE NEL RECORD DOCUMENTO (NOME,    *
USO120*        CODICE FISCALE, INDIRIZZO; IL NOME E' OBBLIGATORIO     *
USO120*        PER LE RIBA, MOTIVO SCARTO 'DEBI'); IBAN, ABI/CAB      *
USO120*        DELLA BANCA DEL DEBITORE (DA NPW11R) E ANAGRAFICA      *
USO120*        RIPORTATI SU NPREGT PER IL FLUSSO RIBA IN USCITA NPW32B*
USO121* 151026 PER I MAV SONO OBBLIGATORI NOME, INDIRIZZO E CAP DEL   *
USO121*        DEBITORE (MOTIVO SCARTO 'DEBI'): IL BOLLETTINO VIENE   *
USO121*        SPEDITO AL DEBITORE DA NPW34B                          *
USO123* 151026 I DOCUMENTI DI UN DEBITORE BLOCCATO (RIGA A88 SOTTO    *
USO123*        L'ABI 99999, CHIAVE CODICE FISCALE O, IN MANCANZA,     *
USO123*        IBAN) VANNO SCARTATI CON MOTIVO 'BLOC'                 *
USO124* 151026 IMPOSTA DI BOLLO SUL DOCUMENTO: SE LA DECORRENZA A51   *
USO124*        DELL'ISTITUTO E DEL TIPO COPRE LA DATA DI CARICO SI    *
USO124*        APPLICA LA TARIFFA A89 IN VIGORE (DELL'ISTITUTO, IN    *
USO124*        MANCANZA GENERALE 99999) PER FASCIA DI IMPORTO.        *
USO124*        CATEGORIA E IMPOSTA RIPORTATE SU NPREGT E ACCUMULATE   *
USO124*        IN NPCTRT CON LA VOCE UO DEL PACCHETTO UT              *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  TST-ABIUT                PIC X(005).
           05  TST-CFILI                PIC X(005).
           05  TST-DATA                 PIC 9(008).
USO117     05  TST-CDDEB                PIC X(011).
USO117     05  FILLER                   PIC X(170).
       01  REC-DIS-DOC REDEFINES REC-DISTIN.
           05  DOC-TIPO                 PIC X(001).
           05  DOC-FTPRE                PIC X(002).
           05  DOC-IMPOR                PIC 9(13)V9(02).
           05  DOC-IBAN                 PIC X(034).
           05  DOC-RIFCLI               PIC X(016).
USO120     05  DOC-DSDEB                PIC X(030).
USO120     05  DOC-CFDEB                PIC X(016).
USO120     05  DOC-INDEB                PIC X(030).
USO120     05  DOC-CAPDB                PIC X(005).
USO120     05  DOC-LOCDB                PIC X(025).
USO120     05  DOC-PRVDB                PIC X(002).
USO120     05  FILLER                   PIC X(016).
       FD  SCARTI
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
           05  CNT-DOCUMENTI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ACCETTATI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCARTATI             PIC 9(007) COMP-3 VALUE ZERO.
USO124     05  CNT-BOLLATI              PIC 9(007) COMP-3 VALUE ZERO.
USO124     05  TOT-IMBOL                PIC S9(11)V99 COMP-3
USO124                                                 VALUE ZERO.
       01  WKS-PRFIL                    PIC X(005).
USO117 01  WKS-TST-ABIUT                PIC X(005) VALUE SPACES.
USO117 01  WKS-TST-CDDEB                PIC X(011) VALUE SPACES.
       01  WKS-NOPER.
           05  WKS-NOPER-FIL            PIC 9(005).
           05  WKS-NOPER-UNO            PIC 9(010).
       01  WKS-IND                      PIC 9(002).
USO124 01  WKS-OGGI                     PIC 9(008) VALUE ZERO.
USO124 01  WKS-BOL-CTBOL                PIC X(003) VALUE SPACES.
USO124 01  WKS-BOL-IMBOL                PIC 9(05)V9(02) VALUE ZERO.
USO124 01  WKS-BOL-ABIUT                PIC X(005) VALUE SPACES.
USO124 01  WKS-BOL-DTVIG                PIC 9(008) VALUE ZERO.
USO124 01  WKS-BOL-RIGA                 PIC S9(04) COMP VALUE ZERO.
USO124 01  WKS-IX                       PIC S9(04) COMP VALUE ZERO.
USO124 01  WKS-FAS                      PIC S9(04) COMP VALUE ZERO.
USO124 01  WKS-ED-IMBOL                 PIC Z.ZZZ.ZZZ.ZZ9,99.
USO124*------------------------------------------------------*
USO124*   TARIFFE IMPOSTA DI BOLLO A89, CARICATE ALL'AVVIO   *
USO124*------------------------------------------------------*
USO124 01  TAB-TARIFFE.
USO124     05  TA89-NR                  PIC S9(04) COMP VALUE ZERO.
USO124     05  TA89-RIGA OCCURS 200.
USO124         10  TA89-ABIUT           PIC X(005).
USO124         10  TA89-FTPRE           PIC X(002).
USO124         10  TA89-DTVIG           PIC 9(008).
USO124         10  TA89-FASCIA OCCURS 5.
USO124             15  TA89-IMLIM       PIC 9(13)V9(02).
USO124             15  TA89-IMBOL       PIC 9(05)V9(02).
USO124             15  TA89-CTBOL       PIC X(003).
      *------------------------------------------------------*
      *   PACCHETTO AGGIORNAMENTI PER LA FUNZIONE UT          *
      *------------------------------------------------------*
       COPY  NPW11RC.
       COPY  NPX09RC.
USO109 COPY  NPX52RC.
USO123 COPY  NPA88TC.
USO124 COPY  NPA89TC.
USO124 COPY  NPA51TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           INITIALIZE                          CONTATORI.
           OPEN INPUT  DISTIN
                OUTPUT SCARTI.
USO124     ACCEPT COBOL-DATE       FROM DATE.
USO124     MOVE COBDATE-MM         TO WRK-MESE.
USO124     MOVE COBDATE-GG         TO WRK-GIORNO.
USO124     IF COBDATE-AA GREATER 90
USO124        MOVE '19'            TO WRK-SECOLO
USO124        MOVE COBDATE-AA      TO WRK-AA
USO124     ELSE
USO124        MOVE '20'            TO WRK-SECOLO
USO124        MOVE COBDATE-AA      TO WRK-AA.
USO124     MOVE WRK-DATA9                   TO WKS-OGGI.
USO124     PERFORM A0010-CARICA-TARIFFE     THRU A0010-END.
           PERFORM R0010-LEGGI-DISTIN       THRU R0010-END.
       A0000-END.
           EXIT.
USO124**************************************************************
USO124** CARICAMENTO DELLE TARIFFE IMPOSTA DI BOLLO A89: SENZA    **
USO124** TARIFFE COMPLETE IL CARICO NON PUO' PARTIRE              **
USO124**************************************************************
USO124 A0010-CARICA-TARIFFE.
USO124     MOVE SPACES                      TO NPW01RC.
USO124     MOVE 'A89'                       TO W01-DAT-CODIT.
USO124     MOVE 'O1'                        TO W01-FUNZI.
USO124     PERFORM W0001-RICHIAMO           THRU W0001-END.
USO124     PERFORM A0015-UNA-TARIFFA        THRU A0015-END
USO124        UNTIL W01-RCODE NOT EQUAL SPACES.
USO124     IF W01-RCODE NOT EQUAL 'GE'
USO124        DISPLAY 'NPW17B ERRORE CARICAMENTO TARIFFE BOLLO A89 '
USO124                'RCODE ' W01-RCODE
USO124        MOVE 16                       TO RETURN-CODE
USO124        STOP RUN.
USO124     MOVE SPACES                      TO W01-RCODE
USO124                                         NPG01RC.
USO124 A0010-END.
USO124     EXIT.
USO124 A0015-UNA-TARIFFA.
USO124     IF TA89-NR NOT LESS 200
USO124        DISPLAY 'NPW17B TABELLA TARIFFE BOLLO A89 PIENA'
USO124        MOVE 16                       TO RETURN-CODE
USO124        STOP RUN.
USO124     MOVE W01-NPDATT                  TO NPA89TC.
USO124     ADD 1                            TO TA89-NR.
USO124     MOVE A89-ABIUT                   TO TA89-ABIUT (TA89-NR).
USO124     MOVE A89-FTPRE                   TO TA89-FTPRE (TA89-NR).
USO124     MOVE A89-DTVIG                   TO TA89-DTVIG (TA89-NR).
USO124     PERFORM A0016-UNA-FASCIA         THRU A0016-END
USO124        VARYING WKS-FAS FROM 1 BY 1
USO124        UNTIL WKS-FAS GREATER 5.
USO124     MOVE 'F1'                        TO W01-FUNZI.
USO124     PERFORM W0001-RICHIAMO           THRU W0001-END.
USO124 A0015-END.
USO124     EXIT.
USO124 A0016-UNA-FASCIA.
USO124     MOVE A89-IMLIM (WKS-FAS)
USO124                          TO TA89-IMLIM (TA89-NR WKS-FAS).
USO124     MOVE A89-IMBOL (WKS-FAS)
USO124                          TO TA89-IMBOL (TA89-NR WKS-FAS).
USO124     MOVE A89-CTBOL (WKS-FAS)
USO124                          TO TA89-CTBOL (TA89-NR WKS-FAS).
USO124 A0016-END.
USO124     EXIT.
       R0010-LEGGI-DISTIN.
           READ DISTIN
              AT END SET FINE-DISTIN        TO TRUE.
              AND WKS-PACCO-ABI NOT EQUAL TST-ABIUT
              PERFORM C0500-SVUOTA-PACCO    THRU C0500-END.
           MOVE 'N'                         TO SW-TESTATA-OK.
USO117     MOVE TST-ABIUT                   TO WKS-TST-ABIUT.
USO117     MOVE TST-CDDEB                   TO WKS-TST-CDDEB.
           MOVE SPACES                      TO NPW06RC.
           MOVE 'RE'                        TO W06-FUNZI.
           MOVE TST-ABIUT                   TO W06-ABIUT.
           IF SCA-MOTIV NOT EQUAL SPACES
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0020-END.
USO120     IF DOC-FTPRE EQUAL RIBA
USO120        AND DOC-DSDEB EQUAL SPACES
USO120        MOVE 'DEBI'                   TO SCA-MOTIV
USO120        PERFORM W0090-SCARTA          THRU W0090-END
USO120        GO TO B0020-END.
USO121     IF DOC-FTPRE EQUAL MAV
USO121        AND (DOC-DSDEB EQUAL SPACES
USO121             OR DOC-INDEB EQUAL SPACES
USO121             OR DOC-CAPDB EQUAL SPACES)
USO121        MOVE 'DEBI'                   TO SCA-MOTIV
USO121        PERFORM W0090-SCARTA          THRU W0090-END
USO121        GO TO B0020-END.
           PERFORM C0020-CONTROLLA-IBAN     THRU C0020-END.
           IF SCA-MOTIV NOT EQUAL SPACES
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0020-END.
USO123     PERFORM C0025-CONTROLLA-BLOCCO   THRU C0025-END.
USO123     IF SCA-MOTIV NOT EQUAL SPACES
USO123        PERFORM W0090-SCARTA          THRU W0090-END
USO123        GO TO B0020-END.
USO124     PERFORM C0035-CALCOLA-BOLLO      THRU C0035-END.
USO124     IF SCA-MOTIV NOT EQUAL SPACES
USO124        PERFORM W0090-SCARTA          THRU W0090-END
USO124        GO TO B0020-END.
           PERFORM C0030-NUMERO-OPERAZIONE  THRU C0030-END.
           IF SCA-MOTIV NOT EQUAL SPACES
              PERFORM W0090-SCARTA          THRU W0090-END
USO109        MOVE COBDATE-AA      TO WRK-AA.
USO109     MOVE SPACES                      TO NPX52RC.
USO109     MOVE 'IS'                        TO X52-FUNZI.
USO117     MOVE WKS-TST-ABIUT               TO X52-ABIUT.
USO109     MOVE WKS-NOPER                   TO X52-NOPER.
USO109     MOVE DOC-FTPRE                   TO X52-FTPRE.
USO109     MOVE DOC-SCADE                   TO X52-SCADE.
USO109     MOVE DOC-RIFCLI                  TO X52-RIFCLI.
USO109     MOVE 'B'                         TO X52-CANAL.
USO109     MOVE WRK-DATA9                   TO X52-DTINS.
USO117     MOVE WKS-TST-CDDEB               TO X52-CDDEB.
USO120     MOVE DOC-IBAN                    TO X52-IBAN.
USO120     MOVE W11-ABIUT                   TO X52-ABIDB.
USO120     MOVE W11-CABFI                   TO X52-CABDB.
USO120     MOVE DOC-DSDEB                   TO X52-DSDEB.
USO120     MOVE DOC-CFDEB                   TO X52-CFDEB.
USO120     MOVE DOC-INDEB                   TO X52-INDEB.
USO120     MOVE DOC-CAPDB                   TO X52-CAPDB.
USO120     MOVE DOC-LOCDB                   TO X52-LOCDB.
USO120     MOVE DOC-PRVDB                   TO X52-PRVDB.
USO124     MOVE WKS-BOL-CTBOL               TO X52-CTBOL.
USO124     MOVE WKS-BOL-IMBOL               TO X52-IMBOL.
USO109     PERFORM X0052-RICHIAMO           THRU X0052-END.
USO109     IF X52-RCODE NOT EQUAL SPACES
USO109        DISPLAY 'NPW17B DOCUMENTO NON REGISTRATO SU NPREGT '
           MOVE SPACES                      TO NPW08RC.
           MOVE 10                          TO W08-RTIPO.
           MOVE DOC-SCADE                   TO W08-RDATA.
USO117     MOVE WKS-TST-ABIUT               TO W08-ABIUT.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              MOVE 'SCAD'                   TO SCA-MOTIV
           MOVE SPACES                      TO NPW08RC.
           MOVE 03                          TO W08-RTIPO.
           MOVE DOC-SCADE                   TO W08-RDATA.
USO117     MOVE WKS-TST-ABIUT               TO W08-ABIUT.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              MOVE 'SCAD'                   TO SCA-MOTIV
                                               NPG01RC.
       C0020-END.
           EXIT.
USO123**************************************************************
USO123** DEBITORE BLOCCATO: RIGA A88 IN STATO 'B' CON CHIAVE IL   **
USO123** CODICE FISCALE DEL DEBITORE O, IN MANCANZA, L'IBAN. UN   **
USO123** ERRORE DI LETTURA NON BLOCCA IL DOCUMENTO                **
USO123**************************************************************
USO123 C0025-CONTROLLA-BLOCCO.
USO123     MOVE SPACES                      TO SCA-MOTIV.
USO123     MOVE SPACES                      TO NPW01RC.
USO123     MOVE 'A88'                       TO W01-DAT-CODIT.
USO123     MOVE '99999'                     TO W01-DAT-KEYGE (1:5).
USO123     IF DOC-CFDEB NOT EQUAL SPACES
USO123        MOVE DOC-CFDEB                TO W01-DAT-KEYGE (6:27)
USO123     ELSE
USO123        MOVE DOC-IBAN                 TO W01-DAT-KEYGE (6:27).
USO123     MOVE 'RE'                        TO W01-FUNZI.
USO123     PERFORM W0001-RICHIAMO           THRU W0001-END.
USO123     IF W01-RCODE EQUAL SPACES
USO123        MOVE W01-NPDATT               TO NPA88TC
USO123        IF A88-BLOCCATO
USO123           MOVE 'BLOC'                TO SCA-MOTIV
USO123        END-IF
USO123        GO TO C0025-END.
USO123     IF W01-RCODE NOT EQUAL 'GE'
USO123        DISPLAY 'NPW17B ERRORE LETTURA LISTA BLOCCATI A88 '
USO123                W01-DAT-KEYGE ' RCODE ' W01-RCODE
USO123        MOVE 8                        TO RETURN-CODE.
USO123     MOVE SPACES                      TO W01-RCODE
USO123                                         NPG01RC.
USO123 C0025-END.
USO123     EXIT.
      **************************************************************
      ** NUMERO OPERAZIONE DALLA SEQUENCE NV                      **
      **************************************************************
       C0030-NUMERO-OPERAZIONE.
           MOVE SPACES                      TO SCA-MOTIV.
           MOVE SPACES                      TO NPX09RC.
USO117     MOVE WKS-TST-ABIUT               TO CTR-ABIUT.
           MOVE WKS-PRFIL                   TO CTR-PRFIL.
           MOVE NPCTRT                      TO X09-NPCTRT.
           MOVE 'NV'                        TO X09-FUNZI.
           MOVE CTR-UNOPE                   TO WKS-NOPER-UNO.
       C0030-END.
           EXIT.
USO124**************************************************************
USO124** IMPOSTA DI BOLLO: DOVUTA SE LA DECORRENZA A51 COPRE LA   **
USO124** DATA DI CARICO; TARIFFA A89 DELL'ISTITUTO O, IN          **
USO124** MANCANZA, GENERALE 99999, CON LA DECORRENZA PIU' RECENTE **
USO124** NON SUCCESSIVA AD OGGI; PRIMA FASCIA CHE CONTIENE        **
USO124** L'IMPORTO DEL DOCUMENTO                                  **
USO124**************************************************************
USO124 C0035-CALCOLA-BOLLO.
USO124     MOVE SPACES                      TO SCA-MOTIV
USO124                                         WKS-BOL-CTBOL.
USO124     MOVE ZERO                        TO WKS-BOL-IMBOL.
USO124     MOVE SPACES                      TO NPA51TC.
USO124     MOVE 'A51'                       TO A51-CODIT.
USO124     MOVE WKS-TST-ABIUT               TO A51-ABIUT.
USO124     MOVE DOC-FTPRE                   TO A51-FTPRE.
USO124     MOVE WKS-OGGI                    TO A51-DTINI.
USO124     MOVE SPACES                      TO NPW01RC.
USO124     MOVE NPA51TC                     TO W01-NPDATT.
USO124     MOVE 'R2'                        TO W01-FUNZI.
USO124     PERFORM W0001-RICHIAMO           THRU W0001-END.
USO124     IF W01-RCODE EQUAL 'GE'
USO124        MOVE SPACES                   TO W01-RCODE
USO124                                         NPG01RC
USO124        GO TO C0035-END.
USO124     IF W01-RCODE NOT EQUAL SPACES
USO124        DISPLAY 'NPW17B ERRORE LETTURA DECORRENZA BOLLO A51 '
USO124                WKS-TST-ABIUT '/' DOC-FTPRE ' RCODE ' W01-RCODE
USO124        MOVE 'BOLL'                   TO SCA-MOTIV
USO124        MOVE SPACES                   TO W01-RCODE
USO124                                         NPG01RC
USO124        GO TO C0035-END.
USO124     MOVE ZERO                        TO WKS-BOL-RIGA
USO124                                         WKS-BOL-DTVIG.
USO124     MOVE WKS-TST-ABIUT               TO WKS-BOL-ABIUT.
USO124     PERFORM C0036-CERCA-TARIFFA      THRU C0036-END
USO124        VARYING WKS-IX FROM 1 BY 1
USO124        UNTIL WKS-IX GREATER TA89-NR.
USO124     IF WKS-BOL-RIGA EQUAL ZERO
USO124        MOVE '99999'                  TO WKS-BOL-ABIUT
USO124        PERFORM C0036-CERCA-TARIFFA   THRU C0036-END
USO124           VARYING WKS-IX FROM 1 BY 1
USO124           UNTIL WKS-IX GREATER TA89-NR.
USO124     IF WKS-BOL-RIGA EQUAL ZERO
USO124        DISPLAY 'NPW17B TARIFFA BOLLO A89 MANCANTE PER '
USO124                WKS-TST-ABIUT '/' DOC-FTPRE
USO124        MOVE 'BOLL'                   TO SCA-MOTIV
USO124        GO TO C0035-END.
USO124     PERFORM C0037-CERCA-FASCIA       THRU C0037-END
USO124        VARYING WKS-FAS FROM 1 BY 1
USO124        UNTIL WKS-FAS GREATER 5
USO124           OR WKS-BOL-CTBOL NOT EQUAL SPACES.
USO124     IF WKS-BOL-CTBOL EQUAL SPACES
USO124        DISPLAY 'NPW17B FASCIA BOLLO A89 MANCANTE PER '
USO124                WKS-TST-ABIUT '/' DOC-FTPRE
USO124                ' DECORRENZA ' WKS-BOL-DTVIG
USO124        MOVE 'BOLL'                   TO SCA-MOTIV
USO124        GO TO C0035-END.
USO124     ADD 1                            TO CNT-BOLLATI.
USO124     ADD WKS-BOL-IMBOL                TO TOT-IMBOL.
USO124 C0035-END.
USO124     EXIT.
USO124 C0036-CERCA-TARIFFA.
USO124     IF TA89-ABIUT (WKS-IX) EQUAL WKS-BOL-ABIUT
USO124        AND TA89-FTPRE (WKS-IX) EQUAL DOC-FTPRE
USO124        AND TA89-DTVIG (WKS-IX) NOT GREATER WKS-OGGI
USO124        AND TA89-DTVIG (WKS-IX) NOT LESS WKS-BOL-DTVIG
USO124        MOVE WKS-IX                   TO WKS-BOL-RIGA
USO124        MOVE TA89-DTVIG (WKS-IX)      TO WKS-BOL-DTVIG.
USO124 C0036-END.
USO124     EXIT.
USO124 C0037-CERCA-FASCIA.
USO124     IF TA89-IMLIM (WKS-BOL-RIGA WKS-FAS) GREATER ZERO
USO124        AND DOC-IMPOR NOT GREATER
USO124            TA89-IMLIM (WKS-BOL-RIGA WKS-FAS)
USO124        MOVE TA89-CTBOL (WKS-BOL-RIGA WKS-FAS)
USO124                                      TO WKS-BOL-CTBOL
USO124        MOVE TA89-IMBOL (WKS-BOL-RIGA WKS-FAS)
USO124                                      TO WKS-BOL-IMBOL.
USO124 C0037-END.
USO124     EXIT.
      **************************************************************
      ** ACCODAMENTO NEL PACCHETTO UT: UNA VOCE PER DOCUMENTO,    **
      ** SVUOTAMENTO OGNI 10 VOCI IN UNA SOLA CALL                **
      **************************************************************
       C0040-ACCODA-PACCO.
USO117     MOVE WKS-TST-ABIUT               TO WKS-PACCO-ABI.
           MOVE WKS-PRFIL                   TO WKS-PACCO-FIL.
           ADD 1                            TO WKS-PACCO-NR.
           MOVE WKS-PRFIL         TO X09-T-PRFIL (WKS-PACCO-NR).
           MOVE DOC-IMPOR         TO X09-T-IMPOR (WKS-PACCO-NR).
           IF WKS-PACCO-NR NOT LESS 10
              PERFORM C0500-SVUOTA-PACCO    THRU C0500-END.
USO124     IF WKS-BOL-CTBOL EQUAL SPACES
USO124        GO TO C0040-END.
USO124     ADD 1                            TO WKS-PACCO-NR.
USO124     MOVE WKS-PRFIL         TO X09-T-PRFIL (WKS-PACCO-NR).
USO124     MOVE 'UO'              TO X09-T-FUNZI (WKS-PACCO-NR).
USO124     MOVE 'B'               TO X09-T-FOPTB (WKS-PACCO-NR).
USO124     MOVE DOC-FTPRE         TO X09-T-FTPRE (WKS-PACCO-NR).
USO124     MOVE 1                 TO X09-T-QUANT (WKS-PACCO-NR).
USO124     MOVE WKS-BOL-IMBOL     TO X09-T-IMPOR (WKS-PACCO-NR).
USO124     IF WKS-PACCO-NR NOT LESS 10
USO124        PERFORM C0500-SVUOTA-PACCO    THRU C0500-END.
       C0040-END.
           EXIT.
       C0500-SVUOTA-PACCO.
           DISPLAY 'DOCUMENTI LETTI ..........: ' CNT-DOCUMENTI.
           DISPLAY 'DOCUMENTI ACCETTATI ......: ' CNT-ACCETTATI.
           DISPLAY 'DOCUMENTI SCARTATI .......: ' CNT-SCARTATI.
USO124     DISPLAY 'DOCUMENTI CON BOLLO ......: ' CNT-BOLLATI.
USO124     MOVE TOT-IMBOL                   TO WKS-ED-IMBOL.
USO124     DISPLAY 'IMPOSTA DI BOLLO .........: ' WKS-ED-IMBOL.
           DISPLAY '----------------------------------------------'.
           IF CNT-SCARTATI GREATER ZERO
              IF RETURN-CODE EQUAL ZERO
USO109     MOVE WRK-NPG01-0500      TO NPG01RC.
USO109 X0052-END.
USO109     EXIT.
USO123     COPY NPW01RR.
