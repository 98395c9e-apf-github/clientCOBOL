       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW26B.
      *---------------------------------------------------------------*
      *                                                               *
      *  *******  **   **  **  *****  **  **                          *
      *  **   **  **   **  **  **     ** **          PRODOTTO         *
      *  **   **  **   **  **  **     ***       ANTICIPO DOCUMENTI    *
      *  ** * **  **   **  **  **     ** **                           *
      *  *******  *******  **  *****  **  **                          *
      *       *                                  INFOSER S.R.L.       *
      *                                                               *
      *---------------------------------------------------------------*
      *  NPW26B   RICERTIFICAZIONE TRIMESTRALE DELLE ABILITAZIONI     *
      *           OPERATORE (RIGHE A95): PER OGNI ABILITAZIONE,       *
      *           RAGGRUPPATA PER RESPONSABILE (A95-CDRES) E          *
      *           OPERATORE, SI RICAVA L'ULTIMO UTILIZZO EFFETTIVO    *
      *            - DALLA CODA A66 PER PROPOSTE (U1/U2) E DECISIONI  *
      *              (V1 APPROVATE / V2 RIFIUTATE) DI NPW01R;         *
      *            - DALLO STORICO A62 PER LE MODIFICHE DI NPW21R;    *
      *            - DAL LOG ACCESSI/VARIAZIONI NPERRT PER PGBLNINQ   *
      *              E PGBCUMNT;                                      *
      *           E SI SEGNALANO                                      *
      *            - LE COPPIE DI FUNZIONI INCOMPATIBILI SULLO STESSO *
      *              OPERATORE (RIGHE A96; IN ASSENZA DI RIGHE A96    *
      *              VALGONO PROPOSTA U1/U2 CONTRO APPROVAZIONE V1);  *
      *            - LE ABILITAZIONI NON UTILIZZATE DA PIU' DEI       *
      *              GIORNI DELLA SCHEDA PARAMETRO.                   *
      *           LE FUNZIONI CHE NON LASCIANO TRACCIA DI UTILIZZO    *
      *           (NPW01R D1, NPW16R) SONO ELENCATE COME NON          *
      *           TRACCIATE E NON SEGNALATE COME INUTILIZZATE.        *
      *           IL FLUSSO RICERT (TRACCIATO NPW26FC) VA A OGNI      *
      *           RESPONSABILE, CHE INDICA CONFERMA O REVOCA: LE      *
      *           RISPOSTE SONO CARICATE SU A95 DA NPW27B             *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO116* 151026 PRIMA STESURA - RICERTIFICAZIONE ABILITAZIONI A95      *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT RICERT  ASSIGN        TO UT-S-RICERT.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  RICERT
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-RICERT                   PIC X(120).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O              *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-GGINU                PIC 9(03) VALUE ZERO.
           03  WKS-FILLER               PIC X(77) VALUE SPACES.
       01  WKS-GGINU-DEF                PIC 9(03) VALUE 090.
       01  WKS-OGGI-NUM                 PIC S9(09) COMP-3.
       01  WKS-USO-NUM                  PIC S9(09) COMP-3.
       01  WKS-DATA-RED.
           03  WKS-DATA-AAAA            PIC 9(004).
           03  WKS-DATA-MM              PIC 9(002).
           03  WKS-DATA-GG              PIC 9(002).
       01  WKS-DATA-NUM REDEFINES WKS-DATA-RED
                                        PIC 9(008).
       01  WKS-DATA6                    PIC X(006).
       01  WKS-DATA6-RED REDEFINES WKS-DATA6.
           03  WKS-DATA6-AA             PIC 9(002).
           03  WKS-DATA6-MMGG           PIC 9(004).
       01  WKS-DTOPE-SQL                PIC S9(009) COMP-3.
       01  WKS-CDOPE-SQL                PIC X(008).
       01  WKS-FUNZI-SQL                PIC X(002).
       01  WKS-STATO-SQL                PIC X(001).
       01  WKS-DESC1-SQL                PIC X(060).
       01  WKS-RES-CORR                 PIC X(008).
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-LETTE                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ATTIVE               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-INUTIL               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CONFLITTI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-NON-TRAC             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-RES            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCRITTI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RES-RIGHE            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ESCLUSE              PIC 9(007) COMP-3 VALUE ZERO.
      *------------------------------------------------------*
      *   ABILITAZIONI A95 IN ORDINE RESPONSABILE/OPERATORE   *
      *------------------------------------------------------*
       01  TAB-ABIL.
           05  TABL-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TABL-RIGA OCCURS 3000.
               10  TABL-CDRES           PIC X(008).
               10  TABL-CDOPE           PIC X(008).
               10  TABL-ROUFN           PIC X(008).
               10  TABL-ROUFN-RED REDEFINES TABL-ROUFN.
                   15  TABL-ROUNM       PIC X(006).
                   15  TABL-FUNZI       PIC X(002).
               10  TABL-ABILI           PIC X(001).
               10  TABL-DESCR           PIC X(030).
               10  TABL-DTCER           PIC 9(008).
               10  TABL-DTUSO           PIC 9(008).
               10  TABL-FONTE           PIC X(003).
               10  TABL-GGINU           PIC 9(005).
               10  TABL-FL-INUT         PIC X(001).
               10  TABL-FL-CONFL        PIC X(001).
               10  TABL-ROUFN-CONFL     PIC X(008).
      *------------------------------------------------------*
      *   COPPIE DI FUNZIONI INCOMPATIBILI (RIGHE A96)        *
      *------------------------------------------------------*
       01  TAB-CONFL.
           05  TCON-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TCON-RIGA OCCURS 200.
               10  TCON-ROUFN-1         PIC X(008).
               10  TCON-ROUFN-2         PIC X(008).
               10  TCON-DESCR           PIC X(040).
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-IND2                     PIC S9(04) COMP VALUE ZERO.
       01  WKS-IND3                     PIC S9(04) COMP VALUE ZERO.
       01  WKS-TROV                     PIC S9(04) COMP VALUE ZERO.
       COPY  NPW01RC.
       COPY  NPA95TC.
       COPY  NPA96TC.
       COPY  NPW26FC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE NPDATT  END-EXEC.
           EXEC SQL INCLUDE NPERRT  END-EXEC.
           EXEC SQL
                DECLARE CUR-A95 CURSOR FOR
                SELECT DAT_CODIT,
                       DAT_KEYGE,
                       DAT_RESTO
                FROM   NPDATT
                WHERE  DAT_CODIT = 'A95'
                ORDER BY SUBSTR(DAT_RESTO,32,8), DAT_KEYGE
                WITH UR
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-CARICA-A96         THRU B0000-END.
           PERFORM C0000-CARICA-A95         THRU C0000-END.
           PERFORM D0000-ULTIMO-USO         THRU D0000-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TABL-NR.
           PERFORM E0000-CONFLITTI          THRU E0000-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TABL-NR.
           PERFORM F0000-SCRIVI-RICERT      THRU F0000-END.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW26B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-GGINU.
           CLOSE SKPARAM.
           IF WKS-GGINU NOT NUMERIC
           OR WKS-GGINU EQUAL ZERO
              MOVE WKS-GGINU-DEF            TO WKS-GGINU.
           ACCEPT COBOL-DATE       FROM DATE.
           MOVE COBDATE-MM         TO WRK-MESE.
           MOVE COBDATE-GG         TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA
           ELSE
              MOVE '20'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA.
           MOVE WRK-DATA9                   TO WKS-DATA-NUM.
           COMPUTE WKS-OGGI-NUM =
              (WKS-DATA-AAAA * 360)
            + (WKS-DATA-MM * 30)
            +  WKS-DATA-GG.
           OPEN OUTPUT RICERT.
           DISPLAY 'NPW26B RICERTIFICAZIONE ABILITAZIONI A95 AL '
                   WRK-DATA9 ' - INUTILIZZO OLTRE ' WKS-GGINU
                   ' GIORNI'.
       A0000-END.
           EXIT.
      **************************************************************
      ** CARICAMENTO DELLE COPPIE INCOMPATIBILI (RIGHE A96)       **
      **************************************************************
       B0000-CARICA-A96.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A96'                       TO W01-DAT-CODIT.
           MOVE 'O1'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           PERFORM B0010-UNA-COPPIA         THRU B0010-END
              UNTIL W01-RCODE NOT EQUAL SPACES.
           IF W01-RCODE NOT EQUAL 'GE'
              DISPLAY 'NPW26B ERRORE SCORRIMENTO A96'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
      *    SENZA RIGHE A96 VALE LA SEPARAZIONE DEL DOPPIO CONTROLLO:
      *    CHI PROPONE LE PATCH NON DEVE POTERLE APPROVARE
           IF TCON-NR EQUAL ZERO
              MOVE 2                        TO TCON-NR
              MOVE 'NPW01RU1'               TO TCON-ROUFN-1 (1)
              MOVE 'NPW01RV1'               TO TCON-ROUFN-2 (1)
              MOVE 'PROPOSTA U1 E APPROVAZIONE V1'
                                            TO TCON-DESCR (1)
              MOVE 'NPW01RU2'               TO TCON-ROUFN-1 (2)
              MOVE 'NPW01RV1'               TO TCON-ROUFN-2 (2)
              MOVE 'PROPOSTA U2 E APPROVAZIONE V1'
                                            TO TCON-DESCR (2)
              DISPLAY 'NPW26B NESSUNA RIGA A96: COPPIE DI DEFAULT'.
       B0000-END.
           EXIT.
       B0010-UNA-COPPIA.
           MOVE W01-NPDATT                  TO NPA96TC.
           IF TCON-NR LESS 200
              ADD 1                         TO TCON-NR
              MOVE A96-ROUFN-1              TO TCON-ROUFN-1 (TCON-NR)
              MOVE A96-ROUFN-2              TO TCON-ROUFN-2 (TCON-NR)
              MOVE A96-DESCR                TO TCON-DESCR (TCON-NR)
           ELSE
              DISPLAY 'NPW26B TABELLA A96 PIENA, COPPIA IGNORATA '
                      A96-ROUFN-1 ' ' A96-ROUFN-2
              MOVE 8                        TO WKS-RC.
           MOVE 'F1'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
       B0010-END.
           EXIT.
      **************************************************************
      ** CARICAMENTO DELLE ABILITAZIONI A95                       **
      **************************************************************
       C0000-CARICA-A95.
           EXEC SQL OPEN CUR-A95 END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW26B ERRORE OPEN CUR-A95 ' SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM C0010-UNA-RIGA           THRU C0010-END
              UNTIL SQLCODE NOT EQUAL ZERO.
           IF SQLCODE NOT EQUAL CENTO
              DISPLAY 'NPW26B ERRORE FETCH CUR-A95 ' SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           EXEC SQL CLOSE CUR-A95 END-EXEC.
       C0000-END.
           EXIT.
       C0010-UNA-RIGA.
           EXEC SQL
                FETCH CUR-A95
                INTO  :DAT-CODIT, :DAT-KEYGE, :DAT-RESTO
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              GO TO C0010-END.
           MOVE NPDATT                      TO NPA95TC.
           ADD 1                            TO CNT-LETTE.
           IF TABL-NR NOT LESS 3000
              ADD 1                         TO CNT-ESCLUSE
              DISPLAY 'NPW26B TABELLA A95 PIENA, ESCLUSA '
                      A95-CDOPE ' ' A95-ROUNM A95-FUNZI
              MOVE 8                        TO WKS-RC
              GO TO C0010-END.
           ADD 1                            TO TABL-NR.
           MOVE A95-CDRES                   TO TABL-CDRES (TABL-NR).
           MOVE A95-CDOPE                   TO TABL-CDOPE (TABL-NR).
           MOVE A95-ROUNM                   TO TABL-ROUNM (TABL-NR).
           MOVE A95-FUNZI                   TO TABL-FUNZI (TABL-NR).
           MOVE A95-ABILI                   TO TABL-ABILI (TABL-NR).
           MOVE A95-DESCR                   TO TABL-DESCR (TABL-NR).
           IF A95-DTCER NUMERIC
              MOVE A95-DTCER                TO TABL-DTCER (TABL-NR)
           ELSE
              MOVE ZERO                     TO TABL-DTCER (TABL-NR).
           MOVE ZERO                        TO TABL-DTUSO (TABL-NR)
                                               TABL-GGINU (TABL-NR).
           MOVE SPACES                      TO TABL-FONTE (TABL-NR)
                                          TABL-ROUFN-CONFL (TABL-NR).
           MOVE 'N'                         TO TABL-FL-INUT (TABL-NR)
                                               TABL-FL-CONFL (TABL-NR).
       C0010-END.
           EXIT.
      **************************************************************
      ** ULTIMO UTILIZZO EFFETTIVO DELL'ABILITAZIONE              **
      **************************************************************
       D0000-ULTIMO-USO.
           MOVE TABL-CDOPE (WKS-IND)        TO WKS-CDOPE-SQL.
           MOVE TABL-FUNZI (WKS-IND)        TO WKS-FUNZI-SQL.
           MOVE SPACES                      TO WKS-DATA6.
           MOVE ZERO                        TO WKS-DTOPE-SQL.
           IF TABL-ROUFN (WKS-IND) EQUAL 'NPW01RU1'
           OR TABL-ROUFN (WKS-IND) EQUAL 'NPW01RU2'
              PERFORM D0010-USO-PROPOSTA    THRU D0010-END
              GO TO D0050-CALCOLA.
           IF TABL-ROUFN (WKS-IND) EQUAL 'NPW01RV1'
           OR TABL-ROUFN (WKS-IND) EQUAL 'NPW01RV2'
              PERFORM D0020-USO-DECISIONE   THRU D0020-END
              GO TO D0050-CALCOLA.
           IF TABL-ROUFN (WKS-IND) EQUAL 'NPW21RUP'
              PERFORM D0030-USO-MANUTENZ    THRU D0030-END
              GO TO D0050-CALCOLA.
           IF TABL-ROUNM (WKS-IND) EQUAL 'PGBLNI'
           OR TABL-ROUNM (WKS-IND) EQUAL 'PGBCUM'
              PERFORM D0040-USO-NPERRT      THRU D0040-END
              GO TO D0050-CALCOLA.
      *    FUNZIONE CHE NON LASCIA TRACCIA DI UTILIZZO
           MOVE 'NTR'                       TO TABL-FONTE (WKS-IND).
           ADD 1                            TO CNT-NON-TRAC.
           GO TO D0000-END.
       D0050-CALCOLA.
           IF WKS-DATA6 NOT EQUAL SPACES
              AND WKS-DATA6 NOT EQUAL '000000'
              IF WKS-DATA6-AA GREATER 90
                 COMPUTE WKS-DTOPE-SQL = 19000000
                       + WKS-DATA6-AA * 10000 + WKS-DATA6-MMGG
              ELSE
                 COMPUTE WKS-DTOPE-SQL = 20000000
                       + WKS-DATA6-AA * 10000 + WKS-DATA6-MMGG.
           IF WKS-DTOPE-SQL GREATER ZERO
              MOVE WKS-DTOPE-SQL            TO TABL-DTUSO (WKS-IND)
              MOVE WKS-DTOPE-SQL            TO WKS-DATA-NUM
              COMPUTE WKS-USO-NUM =
                 (WKS-DATA-AAAA * 360)
               + (WKS-DATA-MM * 30)
               +  WKS-DATA-GG
              COMPUTE TABL-GGINU (WKS-IND) =
                 WKS-OGGI-NUM - WKS-USO-NUM
           ELSE
              MOVE 99999                    TO TABL-GGINU (WKS-IND).
           IF TABL-ABILI (WKS-IND) EQUAL 'S'
              AND TABL-GGINU (WKS-IND) GREATER WKS-GGINU
              MOVE 'S'                      TO TABL-FL-INUT (WKS-IND)
              ADD 1                         TO CNT-INUTIL.
       D0000-END.
           EXIT.
      *    PROPOSTE DI PATCH ACCODATE SU A66 DALL'OPERATORE
       D0010-USO-PROPOSTA.
           MOVE 'A66'                       TO TABL-FONTE (WKS-IND).
           EXEC SQL
                SELECT COALESCE(MAX(SUBSTR(DAT_KEYGE,6,6)), '000000')
                  INTO :WKS-DATA6
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A66'
                   AND SUBSTR(DAT_RESTO,2,2)  = :WKS-FUNZI-SQL
                   AND SUBSTR(DAT_RESTO,39,8) = :WKS-CDOPE-SQL
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              PERFORM D0090-ERRORE-SQL      THRU D0090-END.
       D0010-END.
           EXIT.
      *    DECISIONI SU A66: V1 = APPROVATE, V2 = RIFIUTATE
       D0020-USO-DECISIONE.
           MOVE 'A66'                       TO TABL-FONTE (WKS-IND).
           IF WKS-FUNZI-SQL EQUAL 'V1'
              MOVE 'A'                      TO WKS-STATO-SQL
           ELSE
              MOVE 'R'                      TO WKS-STATO-SQL.
           EXEC SQL
                SELECT COALESCE(MAX(SUBSTR(DAT_RESTO,55,6)), '000000')
                  INTO :WKS-DATA6
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A66'
                   AND SUBSTR(DAT_RESTO,1,1)  = :WKS-STATO-SQL
                   AND SUBSTR(DAT_RESTO,47,8) = :WKS-CDOPE-SQL
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              PERFORM D0090-ERRORE-SQL      THRU D0090-END.
       D0020-END.
           EXIT.
      *    MODIFICHE GUIDATE DAL DIZIONARIO, STORICO A62 FUNZI 'GD'.
      *    LE RIGHE A62 SCRITTE PRIMA DELLA TRACCIATURA OPERATORE NON
      *    SONO ATTRIBUIBILI E NON CONTANO
       D0030-USO-MANUTENZ.
           MOVE 'A62'                       TO TABL-FONTE (WKS-IND).
           EXEC SQL
                SELECT COALESCE(MAX(SUBSTR(DAT_KEYGE,6,6)), '000000')
                  INTO :WKS-DATA6
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A62'
                   AND SUBSTR(DAT_RESTO,1,2)  = 'GD'
                   AND SUBSTR(DAT_RESTO,86,8) = :WKS-CDOPE-SQL
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              PERFORM D0090-ERRORE-SQL      THRU D0090-END.
       D0030-END.
           EXIT.
      *    LOG ACCESSI (PGBLNINQ) E LOG VARIAZIONI (PGBCUMNT) SU NPERRT
       D0040-USO-NPERRT.
           MOVE 'ERR'                       TO TABL-FONTE (WKS-IND).
           IF TABL-ROUNM (WKS-IND) EQUAL 'PGBLNI'
              MOVE 'PGBLNINQ'               TO ERR-ROUNM
              MOVE 'ACCESS-LOG'             TO ERR-LABEL
              MOVE 'LOAN POSITION INQUIRY'  TO WKS-DESC1-SQL
           ELSE
              MOVE 'PGBCUMNT'               TO ERR-ROUNM
              MOVE 'CHANGE-LOG'             TO ERR-LABEL
              PERFORM D0045-DESC-FUNZIONE   THRU D0045-END.
           IF WKS-DESC1-SQL EQUAL SPACES
              MOVE 'NTR'                    TO TABL-FONTE (WKS-IND)
              ADD 1                         TO CNT-NON-TRAC
              GO TO D0040-END.
           EXEC SQL
                SELECT COALESCE(MAX(ERR_DTOPE), 0)
                  INTO :WKS-DTOPE-SQL
                  FROM NPERRT
                 WHERE ERR_ROUNM = :ERR-ROUNM
                   AND ERR_LABEL = :ERR-LABEL
                   AND ERR_CDOPE = :WKS-CDOPE-SQL
                   AND ERR_DESC1 = :WKS-DESC1-SQL
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE ZERO                     TO WKS-DTOPE-SQL
              PERFORM D0090-ERRORE-SQL      THRU D0090-END.
       D0040-END.
           EXIT.
       D0045-DESC-FUNZIONE.
           MOVE SPACES                      TO WKS-DESC1-SQL.
           IF TABL-FUNZI (WKS-IND) EQUAL 'A '
              MOVE 'ONLINE CUSTOMER ADD'    TO WKS-DESC1-SQL.
           IF TABL-FUNZI (WKS-IND) EQUAL 'M '
              MOVE 'ONLINE CUSTOMER MODIFY' TO WKS-DESC1-SQL.
           IF TABL-FUNZI (WKS-IND) EQUAL 'D '
              MOVE 'ONLINE CUSTOMER DELETE' TO WKS-DESC1-SQL.
           IF TABL-FUNZI (WKS-IND) EQUAL 'X '
              MOVE 'ONLINE CUSTOMER DECEASED'
                                            TO WKS-DESC1-SQL.
       D0045-END.
           EXIT.
       D0090-ERRORE-SQL.
           DISPLAY 'NPW26B ERRORE SQL ' SQLCODE
                   ' ULTIMO UTILIZZO ' TABL-CDOPE (WKS-IND)
                   ' ' TABL-ROUFN (WKS-IND).
           MOVE SPACES                      TO WKS-DATA6.
           MOVE 8                           TO WKS-RC.
       D0090-END.
           EXIT.
      **************************************************************
      ** FUNZIONI INCOMPATIBILI ATTIVE SULLO STESSO OPERATORE     **
      **************************************************************
       E0000-CONFLITTI.
           IF TABL-ABILI (WKS-IND) NOT EQUAL 'S'
              GO TO E0000-END.
           PERFORM E0010-ALTRA-ABIL         THRU E0010-END
              VARYING WKS-IND2 FROM 1 BY 1
              UNTIL WKS-IND2 GREATER TABL-NR.
           IF TABL-FL-CONFL (WKS-IND) EQUAL 'S'
              ADD 1                         TO CNT-CONFLITTI.
       E0000-END.
           EXIT.
       E0010-ALTRA-ABIL.
           IF WKS-IND2 EQUAL WKS-IND
           OR TABL-CDOPE (WKS-IND2) NOT EQUAL TABL-CDOPE (WKS-IND)
           OR TABL-ABILI (WKS-IND2) NOT EQUAL 'S'
              GO TO E0010-END.
           MOVE ZERO                        TO WKS-TROV.
           PERFORM E0020-CERCA-COPPIA       THRU E0020-END
              VARYING WKS-IND3 FROM 1 BY 1
              UNTIL WKS-IND3 GREATER TCON-NR
                 OR WKS-TROV GREATER ZERO.
           IF WKS-TROV GREATER ZERO
              MOVE 'S'                      TO TABL-FL-CONFL (WKS-IND)
              MOVE TABL-ROUFN (WKS-IND2)
                                         TO TABL-ROUFN-CONFL (WKS-IND)
              DISPLAY 'NPW26B OPERATORE ' TABL-CDOPE (WKS-IND)
                      ' FUNZIONI INCOMPATIBILI ' TABL-ROUFN (WKS-IND)
                      ' / ' TABL-ROUFN (WKS-IND2)
                      ' ' TCON-DESCR (WKS-TROV).
       E0010-END.
           EXIT.
       E0020-CERCA-COPPIA.
           IF (TCON-ROUFN-1 (WKS-IND3) EQUAL TABL-ROUFN (WKS-IND)
               AND TCON-ROUFN-2 (WKS-IND3) EQUAL TABL-ROUFN (WKS-IND2))
           OR (TCON-ROUFN-2 (WKS-IND3) EQUAL TABL-ROUFN (WKS-IND)
               AND TCON-ROUFN-1 (WKS-IND3) EQUAL TABL-ROUFN (WKS-IND2))
              MOVE WKS-IND3                 TO WKS-TROV.
       E0020-END.
           EXIT.
      **************************************************************
      ** FLUSSO RICERT E PROSPETTO PER RESPONSABILE               **
      **************************************************************
       F0000-SCRIVI-RICERT.
           MOVE HIGH-VALUE                  TO WKS-RES-CORR.
           PERFORM F0010-UNA-ABIL           THRU F0010-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TABL-NR.
           IF TABL-NR GREATER ZERO
              DISPLAY 'NPW26B    ABILITAZIONI DEL RESPONSABILE: '
                      CNT-RES-RIGHE.
           CLOSE RICERT.
       F0000-END.
           EXIT.
       F0010-UNA-ABIL.
           IF TABL-CDRES (WKS-IND) NOT EQUAL WKS-RES-CORR
              PERFORM F0020-CAMBIO-RES      THRU F0020-END.
           IF TABL-ABILI (WKS-IND) EQUAL 'S'
              ADD 1                         TO CNT-ATTIVE.
           IF TABL-CDRES (WKS-IND) EQUAL SPACES
              ADD 1                         TO CNT-SENZA-RES.
           MOVE SPACES                      TO NPW26FC.
           MOVE TABL-CDRES (WKS-IND)        TO RIC-CDRES.
           MOVE TABL-CDOPE (WKS-IND)        TO RIC-CDOPE.
           MOVE TABL-ROUFN (WKS-IND)        TO RIC-ROUFN.
           MOVE TABL-ABILI (WKS-IND)        TO RIC-ABILI.
           MOVE TABL-DESCR (WKS-IND)        TO RIC-DESCR.
           MOVE TABL-DTUSO (WKS-IND)        TO RIC-DTUSO.
           MOVE TABL-FONTE (WKS-IND)        TO RIC-FONTE.
           MOVE TABL-GGINU (WKS-IND)        TO RIC-GGINU.
           MOVE TABL-FL-INUT (WKS-IND)      TO RIC-FL-INUT.
           MOVE TABL-FL-CONFL (WKS-IND)     TO RIC-FL-CONFL.
           MOVE TABL-ROUFN-CONFL (WKS-IND)  TO RIC-ROUFN-CONFL.
           MOVE TABL-DTCER (WKS-IND)        TO RIC-DTCER.
           WRITE REC-RICERT                 FROM NPW26FC.
           ADD 1                            TO CNT-SCRITTI
                                               CNT-RES-RIGHE.
           DISPLAY 'NPW26B  ' RIC-CDOPE ' ' RIC-ROUFN
                   ' ABIL ' RIC-ABILI
                   ' ULTIMO USO ' RIC-DTUSO ' ' RIC-FONTE
                   ' INUT ' RIC-FL-INUT
                   ' CONFL ' RIC-FL-CONFL ' ' RIC-ROUFN-CONFL.
       F0010-END.
           EXIT.
       F0020-CAMBIO-RES.
           IF WKS-RES-CORR NOT EQUAL HIGH-VALUE
              DISPLAY 'NPW26B    ABILITAZIONI DEL RESPONSABILE: '
                      CNT-RES-RIGHE.
           MOVE TABL-CDRES (WKS-IND)        TO WKS-RES-CORR.
           MOVE ZERO                        TO CNT-RES-RIGHE.
           DISPLAY '----------------------------------------------'.
           IF WKS-RES-CORR EQUAL SPACES
              DISPLAY 'NPW26B RESPONSABILE NON ASSEGNATO'
           ELSE
              DISPLAY 'NPW26B RESPONSABILE ' WKS-RES-CORR.
           DISPLAY '----------------------------------------------'.
       F0020-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW26B - RIEPILOGO RICERTIFICAZIONE A95'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'COPPIE INCOMPATIBILI .....: ' TCON-NR.
           DISPLAY 'ABILITAZIONI LETTE .......: ' CNT-LETTE.
           DISPLAY 'DI CUI ATTIVE ............: ' CNT-ATTIVE.
           DISPLAY 'INUTILIZZATE .............: ' CNT-INUTIL.
           DISPLAY 'IN CONFLITTO .............: ' CNT-CONFLITTI.
           DISPLAY 'NON TRACCIATE ............: ' CNT-NON-TRAC.
           DISPLAY 'SENZA RESPONSABILE .......: ' CNT-SENZA-RES.
           DISPLAY 'ESCLUSE (TABELLA PIENA) ..: ' CNT-ESCLUSE.
           DISPLAY 'RECORD RICERT SCRITTI ....: ' CNT-SCRITTI.
           DISPLAY '----------------------------------------------'.
           IF WKS-RC EQUAL ZERO
              AND (CNT-CONFLITTI GREATER ZERO
                   OR CNT-INUTIL GREATER ZERO
                   OR CNT-SENZA-RES GREATER ZERO)
              MOVE 4                        TO WKS-RC.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
