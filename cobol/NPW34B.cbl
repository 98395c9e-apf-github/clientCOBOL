       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW34B.
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
      *  NPW34B   EMISSIONE DEI BOLLETTINI MAV AI DEBITORI: GIRA SUI  *
      *           MAV DEL REGISTRO NPREGT IN ESSERE E SENZA           *
      *           BOLLETTINO (REG_DTBOL ZERO), IN ORDINE ISTITUTO /   *
      *           CAP DEL DEBITORE. PER OGNI DOCUMENTO:               *
      *            - GENERA IL CODICE MAV (NUMERO OPERAZIONE PIU' 2   *
      *              CIFRE DI CONTROLLO ISO 7064 MODULO 97-10);       *
      *            - SCRIVE IL BOLLETTINO (NPW34FC) SUL FILE BOLMAV   *
      *              CON DEBITORE, IMPORTO, SCADENZA, CREDITORE E     *
      *              CODICE MAV PER LA STAMPA DEL MODULO;             *
      *            - ACCODA IL DOCUMENTO 'MAVS' SULLA CODA COMUNE     *
      *              DDOUTQUE PER IL DEBITORE (DESTINATARIO TERZO,    *
      *              CANALE POSTALE), IMBUSTATO PER CAP DA PGBOUTBN;  *
      *            - MARCA IL DOCUMENTO CON CODICE E DATA DI          *
      *              EMISSIONE (NPX52R FUNZIONE BO).                  *
      *           I DOCUMENTI GIA' SCADUTI E QUELLI SENZA INDIRIZZO   *
      *           DEL DEBITORE NON VENGONO EMESSI E SONO SEGNALATI.   *
      *           RISTAMPA: SCHEDE PARAMETRO 'R' + ABI (COLONNA 2) +  *
      *           NUMERO OPERAZIONE (COLONNA 7); CON LE SCHEDE DI     *
      *           RISTAMPA IL GIRO RISTAMPA SOLO I BOLLETTINI         *
      *           RICHIESTI, CON IL CODICE MAV GIA' EMESSO, SENZA     *
      *           CAMBIARE LA DATA DI EMISSIONE                       *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO121* 151026 PRIMA STESURA - EMISSIONE BOLLETTINI MAV AI DEBITORI   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT BOLMAV  ASSIGN        TO UT-S-BOLMAV.
           SELECT OUTQUE  ASSIGN        TO DDOUTQUE.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  BOLMAV
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-BOLMAV                   PIC X(250).
      *    CODA COMUNE DEI DOCUMENTI DA SPEDIRE (PGBOUTBN)
       FD  OUTQUE
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       COPY  OUTQREC.
       WORKING-STORAGE SECTION.
       01  WKS-SKPARAM.
           03  WKS-SKP-TIPO             PIC X(001) VALUE SPACES.
           03  WKS-SKP-ABIUT            PIC X(005) VALUE SPACES.
           03  WKS-SKP-NOPER            PIC 9(015) VALUE ZERO.
           03  WKS-FILLER               PIC X(059) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  SW-FINE-PARAM                PIC 9 VALUE 0.
           88  FINE-PARAM                     VALUE 1.
       01  SW-RISTAMPA                  PIC 9 VALUE 0.
           88  RISTAMPA                       VALUE 1.
       01  WKS-TIPO                     PIC X(001).
       01  WKS-NOPER-NUM                PIC 9(015).
       01  WKS-MOTIVO                   PIC X(030).
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
      *------------------------------------------------------*
      *   CODICE MAV E CALCOLO DELLE CIFRE DI CONTROLLO       *
      *------------------------------------------------------*
       01  WKS-MAV-CODICE.
           05  WKS-MAV-NOPER            PIC 9(015).
           05  WKS-MAV-CIN              PIC 9(002).
       01  WKS-MAV-BASE                 PIC 9(017).
       01  WKS-MAV-QUOZ                 PIC 9(015).
       01  WKS-MAV-RESTO                PIC 9(002).
      *------------------------------------------------------*
      *   DESCRIZIONI DEI CLIENTI CREDITORI GIA' LETTE (A79)  *
      *------------------------------------------------------*
       01  TAB-CRED.
           05  TCRE-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TCRE-RIGA OCCURS 500.
               10  TCRE-ABIUT           PIC X(005).
               10  TCRE-CDDEB           PIC X(011).
               10  TCRE-DESCR           PIC X(040).
       01  WKS-CRE-DESCR                PIC X(040).
       01  WKS-CRE-CLIENTE.
           05  FILLER                   PIC X(008) VALUE 'CLIENTE '.
           05  WKS-CRE-CDDEB            PIC X(011).
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-TROV                     PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-EMESSI               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCADUTI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-IND            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RICHIESTE            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RISTAMPE             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RIFIUTATE            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CODA                 PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IMPOR                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPW01RC.
       COPY  NPA79TC.
       COPY  NPW34FC.
       COPY  NPX52RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL
                DECLARE CUR-MAV CURSOR FOR
                SELECT REG_ABIUT,
                       REG_NOPER,
                       REG_SCADE,
                       REG_IMPOR,
                       REG_RIFCLI,
                       REG_CDDEB,
                       REG_DSDEB,
                       REG_CFDEB,
                       REG_INDEB,
                       REG_CAPDB,
                       REG_LOCDB,
                       REG_PRVDB
                FROM   NPREGT
                WHERE  REG_FTPRE = :REG-FTPRE
                  AND  REG_DTBOL = 0
                  AND  REG_STATO IN ('P', 'O')
                ORDER BY REG_ABIUT, REG_CAPDB, REG_NOPER
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           IF RISTAMPA
              PERFORM D0000-UNA-RISTAMPA    THRU D0000-END
                 UNTIL FINE-PARAM
           ELSE
              PERFORM B0000-UN-DOCUMENTO    THRU B0000-END
                 UNTIL FINE-REG
              PERFORM B0900-FINE-EMISSIONE  THRU B0900-END.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI: LA PRIMA SCHEDA PARAMETRO DECIDE SE **
      ** IL GIRO E' DI EMISSIONE O DI RISTAMPA                    **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW34B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           ACCEPT COBOL-DATE       FROM DATE.
           MOVE COBDATE-MM         TO WRK-MESE.
           MOVE COBDATE-GG         TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA
           ELSE
              MOVE '20'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END SET FINE-PARAM         TO TRUE.
           IF NOT FINE-PARAM
              AND WKS-SKP-TIPO EQUAL 'R'
              SET RISTAMPA                  TO TRUE.
           OPEN OUTPUT BOLMAV
                EXTEND OUTQUE.
           IF RISTAMPA
              DISPLAY 'NPW34B RISTAMPA BOLLETTINI MAV DEL ' WRK-DATA9
              GO TO A0000-END.
           CLOSE SKPARAM.
           DISPLAY 'NPW34B EMISSIONE BOLLETTINI MAV DEL ' WRK-DATA9.
           MOVE MAV                         TO REG-FTPRE.
           EXEC SQL OPEN CUR-MAV END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW34B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-MAV
                INTO  :REG-ABIUT,
                      :REG-NOPER,
                      :REG-SCADE,
                      :REG-IMPOR,
                      :REG-RIFCLI,
                      :REG-CDDEB,
                      :REG-DSDEB,
                      :REG-CFDEB,
                      :REG-INDEB,
                      :REG-CAPDB,
                      :REG-LOCDB,
                      :REG-PRVDB
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW34B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** EMISSIONE: UN BOLLETTINO PER DOCUMENTO NON SCADUTO E CON **
      ** L'INDIRIZZO DEL DEBITORE                                 **
      **************************************************************
       B0000-UN-DOCUMENTO.
           ADD 1                            TO CNT-LETTI.
           MOVE REG-NOPER                   TO WKS-NOPER-NUM.
           IF REG-SCADE LESS WRK-DATA9
              ADD 1                         TO CNT-SCADUTI
              DISPLAY 'NPW34B OPER ' REG-ABIUT '/' WKS-NOPER-NUM
                      ' SCADUTO IL ' REG-SCADE ', NON EMESSO'
              MOVE 4                        TO WKS-RC
              GO TO B0090-AVANZA.
           IF REG-DSDEB EQUAL SPACES
           OR REG-INDEB EQUAL SPACES
           OR REG-CAPDB EQUAL SPACES
              ADD 1                         TO CNT-SENZA-IND
              DISPLAY 'NPW34B OPER ' REG-ABIUT '/' WKS-NOPER-NUM
                      ' SENZA INDIRIZZO DEL DEBITORE, NON EMESSO'
              MOVE 4                        TO WKS-RC
              GO TO B0090-AVANZA.
           PERFORM C0100-CODICE-MAV         THRU C0100-END.
           MOVE WRK-DATA9                   TO REG-DTBOL.
           MOVE 'E'                         TO WKS-TIPO.
           PERFORM C0300-BOLLETTINO         THRU C0300-END.
           PERFORM C0400-MARCA-DOCUMENTO    THRU C0400-END.
           ADD 1                            TO CNT-EMESSI.
           ADD REG-IMPOR                    TO CNT-IMPOR.
       B0090-AVANZA.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
       B0900-FINE-EMISSIONE.
           EXEC SQL CLOSE CUR-MAV END-EXEC.
       B0900-END.
           EXIT.
      **************************************************************
      ** CODICE MAV: NUMERO OPERAZIONE SEGUITO DA 2 CIFRE DI      **
      ** CONTROLLO ISO 7064 MODULO 97-10, CIOE' 98 MENO IL RESTO  **
      ** DELLA DIVISIONE PER 97 DEL NUMERO MOLTIPLICATO PER 100   **
      **************************************************************
       C0100-CODICE-MAV.
           MOVE REG-NOPER                   TO WKS-MAV-NOPER.
           COMPUTE WKS-MAV-BASE = WKS-MAV-NOPER * 100.
           DIVIDE WKS-MAV-BASE BY 97 GIVING WKS-MAV-QUOZ
                                     REMAINDER WKS-MAV-RESTO.
           COMPUTE WKS-MAV-CIN = 98 - WKS-MAV-RESTO.
           MOVE WKS-MAV-CODICE              TO REG-CDMAV.
       C0100-END.
           EXIT.
      **************************************************************
      ** BOLLETTINO SUL FILE BOLMAV E DOCUMENTO 'MAVS' SULLA CODA **
      ** DDOUTQUE, INDIRIZZATO AL DEBITORE COME DESTINATARIO TERZO**
      **************************************************************
       C0300-BOLLETTINO.
           MOVE REG-NOPER                   TO WKS-NOPER-NUM.
           PERFORM C0310-CREDITORE          THRU C0310-END.
           MOVE SPACES                      TO NPW34FC.
           MOVE WKS-TIPO                    TO BOL-TIPO.
           MOVE REG-ABIUT                   TO BOL-ABIUT.
           MOVE WKS-NOPER-NUM               TO BOL-NOPER.
           MOVE REG-CDMAV                   TO BOL-CDMAV.
           MOVE REG-IMPOR                   TO BOL-IMPOR.
           MOVE REG-SCADE                   TO BOL-SCADE.
           MOVE REG-DSDEB                   TO BOL-DSDEB.
           MOVE REG-CFDEB                   TO BOL-CFDEB.
           MOVE REG-INDEB                   TO BOL-INDEB.
           MOVE REG-CAPDB                   TO BOL-CAPDB.
           MOVE REG-LOCDB                   TO BOL-LOCDB.
           MOVE REG-PRVDB                   TO BOL-PRVDB.
           MOVE WKS-CRE-DESCR               TO BOL-DSCRE.
           MOVE REG-CDDEB                   TO BOL-CDDEB.
           MOVE REG-RIFCLI                  TO BOL-RIFCLI.
           MOVE REG-DTBOL                   TO BOL-DTEMI.
           WRITE REC-BOLMAV                 FROM NPW34FC.
           MOVE SPACES                      TO OUTQ-RECORD.
           MOVE 'P'                         TO OUTQ-CHANNEL.
           MOVE REG-CAPDB                   TO OUTQ-CAP.
           MOVE ZERO                        TO OUTQ-CUST-NO.
           MOVE 'MAVS'                      TO OUTQ-DOC-TYPE.
           MOVE REG-DSDEB                   TO OUTQ-CUST-NAME.
           STRING REG-INDEB                 DELIMITED BY '  '
                  ' - '                     DELIMITED BY SIZE
                  REG-CAPDB                 DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  REG-LOCDB                 DELIMITED BY '  '
                  ' '                       DELIMITED BY SIZE
                  REG-PRVDB                 DELIMITED BY SIZE
             INTO OUTQ-CUST-ADDR.
           MOVE 1                           TO OUTQ-PAGES.
           MOVE REG-ABIUT                   TO OUTQ-DOC-REF (1:5).
           MOVE WKS-NOPER-NUM               TO OUTQ-DOC-REF (6:15).
           MOVE 'N'                         TO OUTQ-CERTIFIED.
           MOVE 'T'                         TO OUTQ-ADDRESSEE.
           WRITE OUTQ-RECORD.
           ADD 1                            TO CNT-CODA.
       C0300-END.
           EXIT.
      **************************************************************
      ** DESCRIZIONE DEL CLIENTE CREDITORE: DAL CASTELLETTO A79   **
      ** DELL'ISTITUTO, ALTRIMENTI IL CODICE CLIENTE              **
      **************************************************************
       C0310-CREDITORE.
           MOVE ZERO                        TO WKS-TROV.
           PERFORM C0315-CERCA-CRED         THRU C0315-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TCRE-NR
                 OR WKS-TROV GREATER ZERO.
           IF WKS-TROV GREATER ZERO
              MOVE TCRE-DESCR (WKS-TROV)    TO WKS-CRE-DESCR
              GO TO C0310-END.
           MOVE REG-CDDEB                   TO WKS-CRE-CDDEB.
           MOVE WKS-CRE-CLIENTE             TO WKS-CRE-DESCR.
           IF REG-CDDEB EQUAL SPACES
              GO TO C0310-CACHE.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A79'                       TO W01-DAT-CODIT.
           MOVE REG-ABIUT                   TO W01-DAT-KEYGE (1:5).
           MOVE REG-CDDEB                   TO W01-DAT-KEYGE (6:11).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA79TC
              IF A79-ABIUT EQUAL REG-ABIUT
                 AND A79-DESCR NOT EQUAL SPACES
                 MOVE A79-DESCR             TO WKS-CRE-DESCR
              END-IF
           ELSE
              IF W01-RCODE NOT EQUAL 'GE'
                 DISPLAY 'NPW34B ERRORE LETTURA A79 ' REG-ABIUT
                         ' ' REG-CDDEB ' RCODE ' W01-RCODE
                 MOVE 8                     TO WKS-RC
              END-IF
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC.
       C0310-CACHE.
           IF TCRE-NR LESS 500
              ADD 1                         TO TCRE-NR
              MOVE REG-ABIUT                TO TCRE-ABIUT (TCRE-NR)
              MOVE REG-CDDEB                TO TCRE-CDDEB (TCRE-NR)
              MOVE WKS-CRE-DESCR            TO TCRE-DESCR (TCRE-NR).
       C0310-END.
           EXIT.
       C0315-CERCA-CRED.
           IF TCRE-ABIUT (WKS-IND) EQUAL REG-ABIUT
              AND TCRE-CDDEB (WKS-IND) EQUAL REG-CDDEB
              MOVE WKS-IND                  TO WKS-TROV.
       C0315-END.
           EXIT.
      **************************************************************
      ** DOCUMENTO MARCATO CON CODICE E DATA DEL BOLLETTINO: SE   **
      ** NEL FRATTEMPO RISULTA GIA' EMESSO IL GIRO SI FERMA,      **
      ** PERCHE' IL DEBITORE RICEVEREBBE DUE CODICI DIVERSI       **
      **************************************************************
       C0400-MARCA-DOCUMENTO.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'BO'                        TO X52-FUNZI.
           MOVE REG-ABIUT                   TO X52-ABIUT.
           MOVE REG-NOPER                   TO X52-NOPER.
           MOVE REG-CDMAV                   TO X52-CDMAV.
           MOVE REG-DTBOL                   TO X52-DTBOL.
           PERFORM X0052-RICHIAMO           THRU X0052-END.
           IF X52-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW34B ERRORE MARCA BOLLETTINO NPREGT OPER '
                      REG-ABIUT '/' WKS-NOPER-NUM ' RCODE ' X52-RCODE
              DISPLAY 'NPW34B ' G01-ROUNM ' ' G01-LABEL ' ' G01-DESC1
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       C0400-END.
           EXIT.
      **************************************************************
      ** RISTAMPA DI UN BOLLETTINO GIA' EMESSO: STESSO CODICE MAV **
      ** E STESSA DATA DI EMISSIONE, DOCUMENTO ANCORA IN ESSERE   **
      **************************************************************
       D0000-UNA-RISTAMPA.
           ADD 1                            TO CNT-RICHIESTE.
           MOVE WKS-SKP-NOPER               TO WKS-NOPER-NUM.
           IF WKS-SKP-TIPO NOT EQUAL 'R'
           OR WKS-SKP-NOPER NOT NUMERIC
              MOVE 'SCHEDA PARAMETRO ERRATA'    TO WKS-MOTIVO
              PERFORM W0090-RIFIUTA         THRU W0090-END
              GO TO D0090-AVANZA.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'RN'                        TO X52-FUNZI.
           MOVE WKS-SKP-ABIUT               TO X52-ABIUT.
           MOVE WKS-SKP-NOPER               TO X52-NOPER.
           PERFORM X0052-RICHIAMO           THRU X0052-END.
           IF X52-RCODE EQUAL 'KO'
              DISPLAY 'NPW34B ERRORE LETTURA NPREGT OPER '
                      WKS-SKP-ABIUT '/' WKS-NOPER-NUM
              DISPLAY 'NPW34B ' G01-ROUNM ' ' G01-LABEL ' ' G01-DESC1
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF X52-RCODE EQUAL 'NF'
              MOVE 'DOCUMENTO NON TROVATO'      TO WKS-MOTIVO
              PERFORM W0090-RIFIUTA         THRU W0090-END
              GO TO D0090-AVANZA.
           IF X52-FTPRE NOT EQUAL MAV
              MOVE 'DOCUMENTO NON MAV'          TO WKS-MOTIVO
              PERFORM W0090-RIFIUTA         THRU W0090-END
              GO TO D0090-AVANZA.
           IF X52-STATO NOT EQUAL 'P'
              AND X52-STATO NOT EQUAL 'O'
              MOVE 'DOCUMENTO NON IN ESSERE'    TO WKS-MOTIVO
              PERFORM W0090-RIFIUTA         THRU W0090-END
              GO TO D0090-AVANZA.
           IF X52-DTBOL NOT NUMERIC
           OR X52-DTBOL EQUAL ZERO
              MOVE 'BOLLETTINO MAI EMESSO'      TO WKS-MOTIVO
              PERFORM W0090-RIFIUTA         THRU W0090-END
              GO TO D0090-AVANZA.
           MOVE X52-ABIUT                   TO REG-ABIUT.
           MOVE X52-NOPER                   TO REG-NOPER.
           MOVE X52-SCADE                   TO REG-SCADE.
           MOVE X52-IMPOR                   TO REG-IMPOR.
           MOVE X52-RIFCLI                  TO REG-RIFCLI.
           MOVE X52-CDDEB                   TO REG-CDDEB.
           MOVE X52-DSDEB                   TO REG-DSDEB.
           MOVE X52-CFDEB                   TO REG-CFDEB.
           MOVE X52-INDEB                   TO REG-INDEB.
           MOVE X52-CAPDB                   TO REG-CAPDB.
           MOVE X52-LOCDB                   TO REG-LOCDB.
           MOVE X52-PRVDB                   TO REG-PRVDB.
           MOVE X52-CDMAV                   TO REG-CDMAV.
           MOVE X52-DTBOL                   TO REG-DTBOL.
           MOVE 'R'                         TO WKS-TIPO.
           PERFORM C0300-BOLLETTINO         THRU C0300-END.
           ADD 1                            TO CNT-RISTAMPE.
           ADD REG-IMPOR                    TO CNT-IMPOR.
       D0090-AVANZA.
           READ SKPARAM INTO WKS-SKPARAM
              AT END SET FINE-PARAM         TO TRUE.
       D0000-END.
           EXIT.
       W0090-RIFIUTA.
           ADD 1                            TO CNT-RIFIUTATE.
           DISPLAY 'NPW34B RISTAMPA ' WKS-SKP-ABIUT '/' WKS-NOPER-NUM
                   ' RIFIUTATA: ' WKS-MOTIVO.
           MOVE 4                           TO WKS-RC.
       W0090-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           IF RISTAMPA
              CLOSE SKPARAM.
           CLOSE BOLMAV
                 OUTQUE.
           MOVE CNT-IMPOR                   TO WKS-ED-IMPOR.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW34B - BOLLETTINI MAV AI DEBITORI'.
           DISPLAY '----------------------------------------------'.
           IF RISTAMPA
              DISPLAY 'RICHIESTE DI RISTAMPA ....: ' CNT-RICHIESTE
              DISPLAY 'BOLLETTINI RISTAMPATI ....: ' CNT-RISTAMPE
              DISPLAY 'RICHIESTE RIFIUTATE ......: ' CNT-RIFIUTATE
           ELSE
              DISPLAY 'DOCUMENTI MAV LETTI ......: ' CNT-LETTI
              DISPLAY 'BOLLETTINI EMESSI ........: ' CNT-EMESSI
              DISPLAY 'SCADUTI, NON EMESSI ......: ' CNT-SCADUTI
              DISPLAY 'SENZA INDIRIZZO DEBITORE .: ' CNT-SENZA-IND.
           DISPLAY 'IMPORTO BOLLETTINI .......: ' WKS-ED-IMPOR.
           DISPLAY 'DOCUMENTI IN CODA DDOUTQUE: ' CNT-CODA.
           DISPLAY '----------------------------------------------'.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
      *--------------------------------------------------------
      * RICHIAMO ROUTINE NPX52P
      *--------------------------------------------------------
       X0052-RICHIAMO.
           MOVE 'NPX52P'            TO WRK-MODULO.
           MOVE NPX52RC             TO WRK-NP0500.
           MOVE NPG01RC             TO WRK-NPG01-0500.
           CALL WRK-MODULO USING WRK-1150.
           MOVE WRK-NP0500          TO NPX52RC.
           MOVE WRK-NPG01-0500      TO NPG01RC.
       X0052-END.
           EXIT.
           COPY NPW01RR.
