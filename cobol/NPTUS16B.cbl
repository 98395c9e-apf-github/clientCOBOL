       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPTUS16B.
      *---------------------------------------------------------------*
      *                                                               *
      *   *****   ******    ***                                       *
      *  **   **  **   **  ****                                       *
      *  *******  ******   ****                                       *
      *  **   **  **         **                                       *
      *  **   **  **         **   I N F O R M A T I C A   S . R . L . *
      *                                                               *
      *---------------------------------------------------------------*
      * RILEVAZIONE TRIMESTRALE DEI TASSI EFFETTIVI GLOBALI MEDI      *
      * (TEGM) PER LA BANCA D'ITALIA: PER OGNI PRESTITO EROGATO NEL   *
      * TRIMESTRE DI RIFERIMENTO (DATA DI ORIGINE SU LOANPLAN) SI     *
      * CALCOLA IL TEG CON LO STESSO CRITERIO DI NPTUS14B (TASSO      *
      * CONTRATTUALE PIU' INCIDENZA ANNUA DEGLI ONERI DEL REGISTRO    *
      * ADDEBITI LOANCHRG). LE OPERAZIONI SONO CLASSIFICATE PER       *
      * CATEGORIA DI RILEVAZIONE (LA CATEGORIA DELLE RIGHE T37        *
      * TPROC='SOGLIEUSURA' CARICATE DA NPTUS13B) E PER CLASSE DI     *
      * IMPORTO (LIMITI DELLE CLASSI DA SCHEDA PARAMETRO). SI         *
      * PRODUCE IL FLUSSO TEGMOUT A TRACCIATO FISSO (UN RECORD PER    *
      * CATEGORIA E CLASSE, RECORD DI CODA CON I TOTALI DI            *
      * CONTROLLO) E IL PROSPETTO DI QUADRATURA PER LA FIRMA.         *
      * LE OPERAZIONI RECEDUTE (STATO 'R') NON SONO RILEVATE; QUELLE  *
      * DI CATEGORIA SENZA RIGA T37 SONO ESCLUSE E SEGNALATE (RC 4)   *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO113* 151026 PRIMA STESURA - RILEVAZIONE TRIMESTRALE TEGM           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT TEGMOUT ASSIGN        TO UT-S-TEGMOUT.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
      *------------------------------------------------------*
      *   FLUSSO DI RILEVAZIONE: TIPO '1' DETTAGLIO PER       *
      *   CATEGORIA E CLASSE, TIPO '9' CODA DI CONTROLLO      *
      *------------------------------------------------------*
       FD  TEGMOUT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-TEGMOUT.
           05  TGO-TIPREC               PIC X(001).
           05  TGO-ABIUT                PIC X(005).
           05  TGO-PERIODO              PIC 9(005).
           05  TGO-DETTAGLIO.
               10  TGO-CATEG            PIC X(010).
               10  TGO-CLASSE           PIC 9(001).
               10  TGO-LIMITE           PIC 9(009).
               10  TGO-NUMERO           PIC 9(007).
               10  TGO-IMPORTO          PIC 9(013)V9(02).
               10  TGO-TEG-MEDIO        PIC 9(003)V9(02).
               10  TGO-TEG-MIN          PIC 9(003)V9(02).
               10  TGO-TEG-MAX          PIC 9(003)V9(02).
               10  FILLER               PIC X(012).
           05  TGO-CODA   REDEFINES TGO-DETTAGLIO.
               10  TGO-NR-RECORD        PIC 9(007).
               10  TGO-TOT-NUMERO       PIC 9(007).
               10  TGO-TOT-IMPORTO      PIC 9(013)V9(02).
               10  FILLER               PIC X(040).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *   SCHEDA PARAMETRO: ABI SEGNALANTE, ANNO E TRIMESTRE  *
      *   DI RIFERIMENTO, NUMERO E LIMITI SUPERIORI (EURO)    *
      *   DELLE CLASSI DI IMPORTO; OLTRE L'ULTIMO LIMITE LA   *
      *   CLASSE E' APERTA                                    *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-ABIUT                PIC X(05) VALUE SPACES.
           03  WKS-PERIODO.
               05  WKS-ANNO             PIC 9(04) VALUE ZERO.
               05  WKS-TRIM             PIC 9(01) VALUE ZERO.
           03  WKS-NR-LIMITI            PIC 9(01) VALUE ZERO.
           03  WKS-LIMITE OCCURS 5      PIC 9(09).
           03  WKS-FILLER               PIC X(24) VALUE SPACES.
       01  SW-FINE-SKPARAM              PIC 9 VALUE 0.
           88  FINE-SKPARAM                   VALUE 1.
       01  SW-SCHEDA-ERRATA             PIC 9 VALUE 0.
           88  SCHEDA-ERRATA                  VALUE 1.
      *------------------------------------------------------*
      *   ESTREMI DEL TRIMESTRE PER LA SELEZIONE (DATA DI     *
      *   ORIGINE LOANPLAN IN FORMATO MM/GG/SSAA)             *
      *------------------------------------------------------*
       01  WKS-ANNO-X                   PIC X(04).
       01  WKS-ANNO-N   REDEFINES WKS-ANNO-X
                                        PIC 9(04).
       01  WKS-MESE-DA                  PIC X(02).
       01  WKS-MESE-DA-N REDEFINES WKS-MESE-DA
                                        PIC 9(02).
       01  WKS-MESE-A                   PIC X(02).
       01  WKS-MESE-A-N REDEFINES WKS-MESE-A
                                        PIC 9(02).
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOANMSTR END-EXEC.
           EXEC SQL INCLUDE LOANCHRG END-EXEC.
           EXEC SQL DECLARE CUR-EROGATI CURSOR FOR
                SELECT L.LOANM_CAT, L.LOANM_NO, L.LOANM_TERM,
                       L.LOANM_ROI, L.LOANM_MAX_AMT
                FROM   LOANMSTR L, LOANPLAN F
                WHERE  F.FLOANPL_NO = L.LOANM_NO
                  AND  SUBSTR(F.FLOANPL_ORIG_DATE,7,4) = :WKS-ANNO-X
                  AND  SUBSTR(F.FLOANPL_ORIG_DATE,1,2)
                       BETWEEN :WKS-MESE-DA AND :WKS-MESE-A
                  AND  L.LOANM_ST <> 'R'
                ORDER BY L.LOANM_CAT, L.LOANM_NO
           END-EXEC.
      *------------------------------------------------------*
      *   RIGA T37 DELLE SOGLIE (TPROC='SOGLIEUSURA')         *
      *------------------------------------------------------*
       01  WKS-NPT38TC.
           03 WKS-T38-KEY.
              05 WKS-T38-CODIT            PIC X(003).
              05 WKS-T38-ABIUT            PIC X(005).
              05 WKS-T38-TPROC            PIC X(012).
              05 WKS-T38-FUNZI            PIC X(010).
              05 FILLER                   PIC X(005).
           03 WKS-T38-DATI.
              05 WKS-T38-TEGM             PIC 9(003)V9(02).
              05 WKS-T38-SOGLIA           PIC 9(003)V9(02).
              05 WKS-T38-DTVIG            PIC 9(008).
              05 FILLER                   PIC X(182).
      *------------------------------------------------------*
      *   CALCOLO TEG (COME NPTUS14B) E CLASSIFICAZIONE       *
      *------------------------------------------------------*
       01  WKS-ONERI                    PIC S9(013)V99 COMP-3.
       01  WKS-ANNI                     PIC S9(003)V99 COMP-3.
       01  WKS-TEG                      PIC S9(003)V99 COMP-3.
       01  WKS-CATEG-RIL                PIC X(010).
       01  WKS-CLASSE                   PIC S9(04) COMP VALUE ZERO.
       01  SW-FINE-CUR                  PIC 9 VALUE 0.
           88  FINE-CURSORE                   VALUE 1.
      *------------------------------------------------------*
      *   ACCUMULATORI PER CATEGORIA DI RILEVAZIONE E CLASSE  *
      *   DI IMPORTO (FINO A 5 LIMITI PIU' LA CLASSE APERTA)  *
      *------------------------------------------------------*
       01  TAB-CATEG.
           05  TCAT-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TCAT-RIGA OCCURS 50.
               10  TCAT-CATEG           PIC X(010).
               10  TCAT-CLASSE OCCURS 6.
                   15  TCAT-NUMERO      PIC 9(007) COMP-3.
                   15  TCAT-IMPORTO     PIC S9(13)V99 COMP-3.
                   15  TCAT-TEG-PES     PIC S9(16)V99 COMP-3.
                   15  TCAT-TEG-SOM     PIC S9(09)V99 COMP-3.
                   15  TCAT-TEG-MIN     PIC S9(03)V99 COMP-3.
                   15  TCAT-TEG-MAX     PIC S9(03)V99 COMP-3.
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-INDC                     PIC S9(04) COMP VALUE ZERO.
       01  WKS-IND-TROVATO              PIC S9(04) COMP VALUE ZERO.
       01  WKS-TEG-MEDIO                PIC S9(03)V99 COMP-3.
       01  CONTATORI.
           05  CNT-EROGATI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RILEVATI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-CATEG          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RECORD               PIC 9(007) COMP-3 VALUE ZERO.
           05  TOT-IMPORTO              PIC S9(13)V99 COMP-3 VALUE 0.
           05  TOT-IMPORTO-ESCL         PIC S9(13)V99 COMP-3 VALUE 0.
      *------------------------------------------------------*
      *          R I G H E   D I   S T A M P A                *
      *------------------------------------------------------*
       01  REP-RIGA-TRATT.
           05  FILLER                  PIC X(079) VALUE ALL '-'.
       01  REP-RIGA-TITOLO.
           05  FILLER                  PIC X(010) VALUE SPACES.
           05  FILLER                  PIC X(048)
                VALUE 'NPTUS16B - RILEVAZIONE TEGM - ABI / TRIMESTRE '.
           05  REP-TIT-ABIUT           PIC X(005).
           05  FILLER                  PIC X(003) VALUE ' / '.
           05  REP-TIT-PERIODO         PIC 9(005).
       01  REP-RIGA-INTEST.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  FILLER                  PIC X(011) VALUE 'CATEGORIA  '.
           05  FILLER                  PIC X(016)
                VALUE 'CL.  FINO A    '.
           05  FILLER                  PIC X(008) VALUE ' NUMERO '.
           05  FILLER                  PIC X(021)
                VALUE '      IMPORTO EROGATO'.
           05  FILLER                  PIC X(021)
                VALUE '  MEDIO   MIN.   MAX.'.
       01  REP-RIGA-DETT.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-CATEG           PIC X(010).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-CLASSE          PIC 9(001).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-LIMITE          PIC ZZZ.ZZZ.ZZ9.
           05  REP-DET-APERTA REDEFINES REP-DET-LIMITE
                                       PIC X(011).
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-NUMERO          PIC ZZZZZZ9.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-IMPORTO         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-MEDIO           PIC ZZ9,99.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-MIN             PIC ZZ9,99.
           05  FILLER                  PIC X(001) VALUE SPACES.
           05  REP-DET-MAX             PIC ZZ9,99.
       01  REP-RIGA-TOT.
           05  FILLER                  PIC X(003) VALUE SPACES.
           05  REP-TOT-TESTO           PIC X(034).
           05  REP-TOT-VALOR           PIC ZZZZZZ9.
       01  REP-RIGA-TOT-IMP.
           05  FILLER                  PIC X(003) VALUE SPACES.
           05  REP-TIM-TESTO           PIC X(034).
           05  REP-TIM-VALOR           PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *------------------------------------------------------*
      *          C A M P I   D I   C O M O D O               *
      *------------------------------------------------------*
       COPY  NPW01RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-ELABORA            THRU B0000-END.
           PERFORM C0000-SCRIVI-FLUSSO      THRU C0000-END.
           PERFORM Z0010-SEGNALAZIONI       THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI: SCHEDA PARAMETRO E TRIMESTRE        **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPTUS16B'                  TO WRK-PGMNM.
           INITIALIZE                          CONTATORI TAB-CATEG.
           OPEN INPUT SKPARAM.
           READ SKPARAM                     INTO WKS-SKPARAM
             AT END
            SET FINE-SKPARAM                TO TRUE.
           CLOSE SKPARAM.
           IF FINE-SKPARAM
           OR WKS-ABIUT EQUAL SPACES
           OR WKS-ANNO NOT NUMERIC
           OR WKS-ANNO EQUAL ZERO
           OR WKS-TRIM NOT NUMERIC
           OR WKS-TRIM LESS 1
           OR WKS-TRIM GREATER 4
           OR WKS-NR-LIMITI NOT NUMERIC
           OR WKS-NR-LIMITI GREATER 5
              DISPLAY 'NPTUS16B SCHEDA PARAMETRO ERRATA O ASSENTE'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM A0010-CONTROLLA-LIMITE   THRU A0010-END
              VARYING WKS-INDC FROM 1 BY 1
              UNTIL WKS-INDC GREATER WKS-NR-LIMITI.
           IF SCHEDA-ERRATA
              DISPLAY 'NPTUS16B LIMITI DELLE CLASSI DI IMPORTO '
                      'ERRATI O NON CRESCENTI'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE WKS-ANNO                    TO WKS-ANNO-N.
           COMPUTE WKS-MESE-DA-N = (WKS-TRIM - 1) * 3 + 1.
           COMPUTE WKS-MESE-A-N = WKS-TRIM * 3.
           OPEN OUTPUT TEGMOUT.
           MOVE WKS-ABIUT                   TO REP-TIT-ABIUT.
           MOVE WKS-PERIODO                 TO REP-TIT-PERIODO.
           DISPLAY REP-RIGA-TRATT.
           DISPLAY REP-RIGA-TITOLO.
           DISPLAY REP-RIGA-TRATT.
       A0000-END.
           EXIT.
       A0010-CONTROLLA-LIMITE.
           IF WKS-LIMITE (WKS-INDC) NOT NUMERIC
           OR WKS-LIMITE (WKS-INDC) EQUAL ZERO
              SET SCHEDA-ERRATA             TO TRUE
              GO TO A0010-END.
           IF WKS-INDC GREATER 1
              IF WKS-LIMITE (WKS-INDC)
                 NOT GREATER WKS-LIMITE (WKS-INDC - 1)
                 SET SCHEDA-ERRATA          TO TRUE.
       A0010-END.
           EXIT.
      **************************************************************
      ** SCORRIMENTO DEI PRESTITI EROGATI NEL TRIMESTRE           **
      **************************************************************
       B0000-ELABORA.
           EXEC SQL OPEN CUR-EROGATI END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPTUS16B ERRORE OPEN CURSORE ' SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM B0010-FETCH              THRU B0010-END.
           PERFORM B0020-TRATTA-PRESTITO    THRU B0020-END
              UNTIL FINE-CURSORE.
           EXEC SQL CLOSE CUR-EROGATI END-EXEC.
       B0000-END.
           EXIT.
       B0010-FETCH.
           EXEC SQL FETCH CUR-EROGATI
                INTO :LLOANM-CAT, :LLOANM-NO, :LLOANM-TERM,
                     :LLOANM-ROI, :LLOANM-MAX-AMT
           END-EXEC.
           IF SQLCODE EQUAL 100
              SET FINE-CURSORE              TO TRUE
           ELSE
              IF SQLCODE NOT EQUAL ZERO
                 DISPLAY 'NPTUS16B ERRORE FETCH ' SQLCODE
                 SET FINE-CURSORE           TO TRUE
                 MOVE 12                    TO RETURN-CODE.
       B0010-END.
           EXIT.
      **************************************************************
      ** UN PRESTITO: CATEGORIA DI RILEVAZIONE, TEG, CLASSE DI    **
      ** IMPORTO E ACCUMULO                                       **
      **************************************************************
       B0020-TRATTA-PRESTITO.
           ADD 1                            TO CNT-EROGATI.
           PERFORM B0040-CATEG-RILEVAZ      THRU B0040-END.
           IF WKS-CATEG-RIL EQUAL SPACES
              ADD 1                         TO CNT-SENZA-CATEG
              ADD LLOANM-MAX-AMT            TO TOT-IMPORTO-ESCL
              DISPLAY 'NPTUS16B PRESTITO ' LLOANM-NO
                      ' CATEGORIA ' LLOANM-CAT
                      ' SENZA RIGA T37 - ESCLUSO'
              GO TO B0025-AVANZA.
           PERFORM B0030-CALCOLA-TEG        THRU B0030-END.
           PERFORM B0050-CLASSE-IMPORTO     THRU B0050-END.
           PERFORM Y0010-TROVA-CATEG        THRU Y0010-END.
           IF WKS-IND-TROVATO EQUAL ZERO
              ADD 1                         TO CNT-SENZA-CATEG
              ADD LLOANM-MAX-AMT            TO TOT-IMPORTO-ESCL
              DISPLAY 'NPTUS16B TABELLA CATEGORIE PIENA - PRESTITO '
                      LLOANM-NO ' ESCLUSO'
              GO TO B0025-AVANZA.
           ADD 1                            TO CNT-RILEVATI.
           ADD LLOANM-MAX-AMT               TO TOT-IMPORTO.
           IF TCAT-NUMERO (WKS-IND-TROVATO WKS-CLASSE) EQUAL ZERO
              MOVE WKS-TEG
                   TO TCAT-TEG-MIN (WKS-IND-TROVATO WKS-CLASSE)
                      TCAT-TEG-MAX (WKS-IND-TROVATO WKS-CLASSE).
           IF WKS-TEG LESS TCAT-TEG-MIN (WKS-IND-TROVATO WKS-CLASSE)
              MOVE WKS-TEG
                   TO TCAT-TEG-MIN (WKS-IND-TROVATO WKS-CLASSE).
           IF WKS-TEG GREATER
              TCAT-TEG-MAX (WKS-IND-TROVATO WKS-CLASSE)
              MOVE WKS-TEG
                   TO TCAT-TEG-MAX (WKS-IND-TROVATO WKS-CLASSE).
           ADD 1  TO TCAT-NUMERO (WKS-IND-TROVATO WKS-CLASSE).
           ADD LLOANM-MAX-AMT
                  TO TCAT-IMPORTO (WKS-IND-TROVATO WKS-CLASSE).
           ADD WKS-TEG
                  TO TCAT-TEG-SOM (WKS-IND-TROVATO WKS-CLASSE).
           COMPUTE TCAT-TEG-PES (WKS-IND-TROVATO WKS-CLASSE) =
                   TCAT-TEG-PES (WKS-IND-TROVATO WKS-CLASSE)
                 + WKS-TEG * LLOANM-MAX-AMT.
       B0025-AVANZA.
           PERFORM B0010-FETCH              THRU B0010-END.
       B0020-END.
           EXIT.
      **************************************************************
      ** TEG = TASSO CONTRATTUALE + INCIDENZA ANNUA DEGLI ONERI   **
      ** ADDEBITATI AL PRESTITO (REGISTRO LOANCHRG, QUALUNQUE     **
      ** STATO): STESSO CALCOLO DI NPTUS14B                       **
      **************************************************************
       B0030-CALCOLA-TEG.
           MOVE ZERO                        TO WKS-ONERI.
           EXEC SQL
                SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                  INTO :WKS-ONERI
                  FROM LOANCHRG
                 WHERE JLOANCHG_NO = :LLOANM-NO
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND
              SQLCODE NOT EQUAL 100
              MOVE ZERO                     TO WKS-ONERI.
           IF LLOANM-TERM GREATER ZERO
              COMPUTE WKS-ANNI ROUNDED = LLOANM-TERM / 12
           ELSE
              MOVE 1                        TO WKS-ANNI.
           IF WKS-ANNI EQUAL ZERO
              MOVE 1                        TO WKS-ANNI.
           IF LLOANM-MAX-AMT GREATER ZERO
              COMPUTE WKS-TEG ROUNDED = LLOANM-ROI +
                 (WKS-ONERI * 100) / (LLOANM-MAX-AMT * WKS-ANNI)
           ELSE
              MOVE LLOANM-ROI               TO WKS-TEG.
       B0030-END.
           EXIT.
      **************************************************************
      ** CATEGORIA DI RILEVAZIONE: QUELLA DELLA RIGA T37          **
      ** 'SOGLIEUSURA' DELLA CATEGORIA DEL PRESTITO; SENZA RIGA   **
      ** IL PRESTITO NON E' CLASSIFICABILE                        **
      **************************************************************
       B0040-CATEG-RILEVAZ.
           MOVE SPACES                      TO WKS-CATEG-RIL.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO WKS-NPT38TC.
           MOVE 'T37'                       TO WKS-T38-CODIT.
           MOVE '99999'                     TO WKS-T38-ABIUT.
           MOVE 'SOGLIEUSURA '              TO WKS-T38-TPROC.
           MOVE LLOANM-CAT                  TO WKS-T38-FUNZI.
           MOVE WKS-T38-KEY                 TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO WKS-NPT38TC
              MOVE WKS-T38-FUNZI            TO WKS-CATEG-RIL
           ELSE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC.
       B0040-END.
           EXIT.
      **************************************************************
      ** CLASSE DI IMPORTO: LA PRIMA IL CUI LIMITE NON E' INFERIORE**
      ** ALL'IMPORTO EROGATO, ALTRIMENTI LA CLASSE APERTA         **
      **************************************************************
       B0050-CLASSE-IMPORTO.
           MOVE ZERO                        TO WKS-CLASSE.
           PERFORM B0055-CONFRONTA-LIMITE   THRU B0055-END
              VARYING WKS-INDC FROM 1 BY 1
              UNTIL WKS-INDC GREATER WKS-NR-LIMITI
                 OR WKS-CLASSE GREATER ZERO.
           IF WKS-CLASSE EQUAL ZERO
              COMPUTE WKS-CLASSE = WKS-NR-LIMITI + 1.
       B0050-END.
           EXIT.
       B0055-CONFRONTA-LIMITE.
           IF LLOANM-MAX-AMT NOT GREATER WKS-LIMITE (WKS-INDC)
              MOVE WKS-INDC                 TO WKS-CLASSE.
       B0055-END.
           EXIT.
      **************************************************************
      ** SCRITTURA DEL FLUSSO: UN RECORD PER CATEGORIA E CLASSE   **
      ** VALORIZZATA, POI LA CODA CON I TOTALI DI CONTROLLO       **
      **************************************************************
       C0000-SCRIVI-FLUSSO.
           DISPLAY REP-RIGA-INTEST.
           DISPLAY REP-RIGA-TRATT.
           PERFORM C0010-SCRIVI-CATEG       THRU C0010-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TCAT-NR.
           MOVE SPACES                      TO REC-TEGMOUT.
           MOVE '9'                         TO TGO-TIPREC.
           MOVE WKS-ABIUT                   TO TGO-ABIUT.
           MOVE WKS-PERIODO                 TO TGO-PERIODO.
           MOVE CNT-RECORD                  TO TGO-NR-RECORD.
           MOVE CNT-RILEVATI                TO TGO-TOT-NUMERO.
           MOVE TOT-IMPORTO                 TO TGO-TOT-IMPORTO.
           WRITE REC-TEGMOUT.
           CLOSE TEGMOUT.
       C0000-END.
           EXIT.
       C0010-SCRIVI-CATEG.
           PERFORM C0020-SCRIVI-CLASSE      THRU C0020-END
              VARYING WKS-INDC FROM 1 BY 1
              UNTIL WKS-INDC GREATER 6.
       C0010-END.
           EXIT.
       C0020-SCRIVI-CLASSE.
           IF TCAT-NUMERO (WKS-IND WKS-INDC) EQUAL ZERO
              GO TO C0020-END.
      *    MEDIA PONDERATA PER IMPORTO; SEMPLICE SE GLI IMPORTI
      *    DELLA CLASSE SONO TUTTI NULLI
           IF TCAT-IMPORTO (WKS-IND WKS-INDC) GREATER ZERO
              COMPUTE WKS-TEG-MEDIO ROUNDED =
                 TCAT-TEG-PES (WKS-IND WKS-INDC)
                 / TCAT-IMPORTO (WKS-IND WKS-INDC)
           ELSE
              COMPUTE WKS-TEG-MEDIO ROUNDED =
                 TCAT-TEG-SOM (WKS-IND WKS-INDC)
                 / TCAT-NUMERO (WKS-IND WKS-INDC).
           MOVE SPACES                      TO REC-TEGMOUT.
           MOVE '1'                         TO TGO-TIPREC.
           MOVE WKS-ABIUT                   TO TGO-ABIUT.
           MOVE WKS-PERIODO                 TO TGO-PERIODO.
           MOVE TCAT-CATEG (WKS-IND)        TO TGO-CATEG.
           MOVE WKS-INDC                    TO TGO-CLASSE.
           IF WKS-INDC GREATER WKS-NR-LIMITI
              MOVE ZERO                     TO TGO-LIMITE
           ELSE
              MOVE WKS-LIMITE (WKS-INDC)    TO TGO-LIMITE.
           MOVE TCAT-NUMERO (WKS-IND WKS-INDC)  TO TGO-NUMERO.
           MOVE TCAT-IMPORTO (WKS-IND WKS-INDC) TO TGO-IMPORTO.
           MOVE WKS-TEG-MEDIO               TO TGO-TEG-MEDIO.
           MOVE TCAT-TEG-MIN (WKS-IND WKS-INDC) TO TGO-TEG-MIN.
           MOVE TCAT-TEG-MAX (WKS-IND WKS-INDC) TO TGO-TEG-MAX.
           WRITE REC-TEGMOUT.
           ADD 1                            TO CNT-RECORD.
           MOVE TCAT-CATEG (WKS-IND)        TO REP-DET-CATEG.
           MOVE WKS-INDC                    TO REP-DET-CLASSE.
           IF WKS-INDC GREATER WKS-NR-LIMITI
              MOVE '      OLTRE'            TO REP-DET-APERTA
           ELSE
              MOVE WKS-LIMITE (WKS-INDC)    TO REP-DET-LIMITE.
           MOVE TCAT-NUMERO (WKS-IND WKS-INDC)  TO REP-DET-NUMERO.
           MOVE TCAT-IMPORTO (WKS-IND WKS-INDC) TO REP-DET-IMPORTO.
           MOVE WKS-TEG-MEDIO               TO REP-DET-MEDIO.
           MOVE TCAT-TEG-MIN (WKS-IND WKS-INDC) TO REP-DET-MIN.
           MOVE TCAT-TEG-MAX (WKS-IND WKS-INDC) TO REP-DET-MAX.
           DISPLAY REP-RIGA-DETT.
       C0020-END.
           EXIT.
      **************************************************************
      ** RICERCA/IMPIANTO DELLA CATEGORIA NEI TOTALIZZATORI       **
      **************************************************************
       Y0010-TROVA-CATEG.
           MOVE ZERO                        TO WKS-IND-TROVATO.
           PERFORM Y0011-CERCA              THRU Y0011-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TCAT-NR
                 OR WKS-IND-TROVATO GREATER ZERO.
           IF WKS-IND-TROVATO EQUAL ZERO
              AND TCAT-NR LESS 50
              ADD 1                         TO TCAT-NR
              MOVE TCAT-NR                  TO WKS-IND-TROVATO
              MOVE WKS-CATEG-RIL            TO TCAT-CATEG (TCAT-NR).
       Y0010-END.
           EXIT.
       Y0011-CERCA.
           IF TCAT-CATEG (WKS-IND) EQUAL WKS-CATEG-RIL
              MOVE WKS-IND                  TO WKS-IND-TROVATO.
       Y0011-END.
           EXIT.
      **************************************************************
      ** TOTALI DI CONTROLLO PER LA FIRMA                         **
      **************************************************************
       Z0010-SEGNALAZIONI.
           DISPLAY REP-RIGA-TRATT.
           MOVE 'PRESTITI EROGATI NEL TRIMESTRE .:'
                                            TO REP-TOT-TESTO.
           MOVE CNT-EROGATI                 TO REP-TOT-VALOR.
           DISPLAY REP-RIGA-TOT.
           MOVE 'OPERAZIONI RILEVATE ............:'
                                            TO REP-TOT-TESTO.
           MOVE CNT-RILEVATI                TO REP-TOT-VALOR.
           DISPLAY REP-RIGA-TOT.
           MOVE 'IMPORTO EROGATO RILEVATO .......:'
                                            TO REP-TIM-TESTO.
           MOVE TOT-IMPORTO                 TO REP-TIM-VALOR.
           DISPLAY REP-RIGA-TOT-IMP.
           MOVE 'ESCLUSE - CATEGORIA SENZA T37 ..:'
                                            TO REP-TOT-TESTO.
           MOVE CNT-SENZA-CATEG             TO REP-TOT-VALOR.
           DISPLAY REP-RIGA-TOT.
           MOVE 'IMPORTO EROGATO ESCLUSO ........:'
                                            TO REP-TIM-TESTO.
           MOVE TOT-IMPORTO-ESCL            TO REP-TIM-VALOR.
           DISPLAY REP-RIGA-TOT-IMP.
           MOVE 'RECORD DI DETTAGLIO SCRITTI ....:'
                                            TO REP-TOT-TESTO.
           MOVE CNT-RECORD                  TO REP-TOT-VALOR.
           DISPLAY REP-RIGA-TOT.
           DISPLAY REP-RIGA-TRATT.
           IF CNT-SENZA-CATEG GREATER ZERO
              AND RETURN-CODE LESS 4
              MOVE 4                        TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
