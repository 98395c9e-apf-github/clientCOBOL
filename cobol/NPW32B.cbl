       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW32B.
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
      *  NPW32B   FLUSSO RIBA IN USCITA VERSO LE BANCHE DEI DEBITORI: *
      *           GIRA DOPO IL CARICO DISTINTE NPW17B SULLE RIBA DEL  *
      *           REGISTRO NPREGT ACCETTATE NEL GIORNO, IN ESSERE E   *
      *           NON ANCORA INVIATE (REG_NRFLU ZERO), IN ORDINE      *
      *           ISTITUTO / ABI E CAB DELLA BANCA DEL DEBITORE       *
      *           (RICAVATI DALL'IBAN VALIDATO CON NPW11R). PER OGNI  *
      *           ISTITUTO UN FLUSSO CBI (NPW32FC) SUL FILE FLURIB:   *
      *            - TESTA 'IB' CON CODICE SIA, DATA E NOME SUPPORTO; *
      *            - PER OGNI RICEVUTA I RECORD 14-20-30-40-50-51-70; *
      *            - CODA 'EF' CON NUMERO DISPOSIZIONI, TOTALE        *
      *              IMPORTI E NUMERO RECORD.                         *
      *           IL FLUSSO PRENDE IL PROGRESSIVO SUCCESSIVO          *
      *           DELL'ISTITUTO NEL REGISTRO A99, DOVE E' REGISTRATO  *
      *           CON I TOTALI DI CONTROLLO; OGNI DOCUMENTO E'        *
      *           MARCATO CON IL NUMERO DEL FLUSSO (NPX52R FUNZIONE   *
      *           FL), COSI' UN DOCUMENTO NON PUO' PARTIRE DUE VOLTE. *
      *           PER OGNI FLUSSO E BANCA DEL DEBITORE UN RECORD DI   *
      *           QUADRATURA SUL FILE QUADRA (NUMERO E IMPORTO DELLE  *
      *           RICEVUTE) PER IL RISCONTRO CON L'ESITO DELLA RETE.  *
      *           SCHEDA PARAMETRO: CODICE SIA DEL MITTENTE IN        *
      *           COLONNA 1 (OBBLIGATORIO), DATA DI CARICO DEI        *
      *           DOCUMENTI AAAAMMGG IN COLONNA 6 (DEFAULT OGGI, PER  *
      *           IL RECUPERO DI UN GIORNO NON INVIATO)               *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO120* 151026 PRIMA STESURA - FLUSSO RIBA IN USCITA                  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT FLURIB  ASSIGN        TO UT-S-FLURIB.
           SELECT QUADRA  ASSIGN        TO UT-S-QUADRA.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  FLURIB
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-FLURIB                   PIC X(120).
       FD  QUADRA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-QUADRA.
           05  QUA-ABIUT                PIC X(005).
           05  QUA-NRFLU                PIC 9(007).
           05  QUA-NMSUP                PIC X(020).
           05  QUA-DTCRE                PIC 9(008).
           05  QUA-ABIDB                PIC X(005).
           05  QUA-NRRIC                PIC 9(007).
           05  QUA-IMPOR                PIC 9(13)V9(02).
           05  FILLER                   PIC X(013).
       WORKING-STORAGE SECTION.
       01  WKS-SKPARAM.
           03  WKS-SIAMT                PIC X(005) VALUE SPACES.
           03  WKS-DTDOC                PIC 9(008) VALUE ZERO.
           03  WKS-FILLER               PIC X(067) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  WKS-DATA-RED.
           03  WKS-DATA-SS              PIC 9(002).
           03  WKS-DATA-AA              PIC 9(002).
           03  WKS-DATA-MM              PIC 9(002).
           03  WKS-DATA-GG              PIC 9(002).
       01  WKS-DATA-NUM REDEFINES WKS-DATA-RED
                                        PIC 9(008).
       01  WKS-GGMMAA.
           03  WKS-GGMMAA-GG            PIC 9(002).
           03  WKS-GGMMAA-MM            PIC 9(002).
           03  WKS-GGMMAA-AA            PIC 9(002).
       01  WKS-GGMMAA-NUM REDEFINES WKS-GGMMAA
                                        PIC 9(006).
       01  WKS-OGGI-GGMMAA              PIC 9(006).
       01  WKS-NOPER.
           05  WKS-NOPER-FIL            PIC X(005).
           05  WKS-NOPER-UNO            PIC 9(010).
       01  WKS-NOPER-NUM REDEFINES WKS-NOPER
                                        PIC 9(015).
       01  WKS-RIF-OPER.
           05  FILLER                   PIC X(011) VALUE 'OPERAZIONE '.
           05  WKS-RIF-NOPER            PIC 9(015).
       01  WKS-CENT                     PIC 9(013).
       01  WKS-A99-ABIUT                PIC X(005).
       01  WKS-A99-CONTA                PIC S9(009) COMP.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
      *------------------------------------------------------*
      *   FLUSSO IN CORSO (UNO PER ISTITUTO)                  *
      *------------------------------------------------------*
       01  WKS-FLU-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-FLU-NRFLU                PIC 9(007) VALUE ZERO.
       01  WKS-FLU-NMSUP.
           05  WKS-NMSUP-ABIUT          PIC X(005).
           05  WKS-NMSUP-DATA           PIC 9(008).
           05  WKS-NMSUP-NRFLU          PIC 9(007).
       01  WKS-FLU-NRDIS                PIC 9(007) COMP-3.
       01  WKS-FLU-NRREC                PIC 9(007) COMP-3.
       01  WKS-FLU-NRABD                PIC 9(005) COMP-3.
       01  WKS-FLU-IMPOR                PIC S9(13)V99 COMP-3.
      *------------------------------------------------------*
      *   BANCA DEL DEBITORE IN CORSO NEL FLUSSO              *
      *------------------------------------------------------*
       01  WKS-RIE-ABIDB                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-RIE-NRRIC                PIC 9(007) COMP-3.
       01  WKS-RIE-IMPOR                PIC S9(13)V99 COMP-3.
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
           05  CNT-INVIATI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-BANCA          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-FLUSSI               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-BANCHE               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RECORD               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IMPOR                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPW01RC.
       COPY  NPA79TC.
       COPY  NPA99TC.
       COPY  NPW32FC.
       COPY  NPX52RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL
                DECLARE CUR-RIB CURSOR FOR
                SELECT REG_ABIUT,
                       REG_NOPER,
                       REG_SCADE,
                       REG_IMPOR,
                       REG_RIFCLI,
                       REG_CDDEB,
                       REG_ABIDB,
                       REG_CABDB,
                       REG_DSDEB,
                       REG_CFDEB,
                       REG_INDEB,
                       REG_CAPDB,
                       REG_LOCDB,
                       REG_PRVDB
                FROM   NPREGT
                WHERE  REG_FTPRE = :REG-FTPRE
                  AND  REG_DTINS = :REG-DTINS
                  AND  REG_NRFLU = 0
                  AND  REG_STATO IN ('P', 'O')
                ORDER BY REG_ABIUT, REG_ABIDB, REG_CABDB, REG_NOPER
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-DOCUMENTO       THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0290-CHIUDI-BANCA       THRU C0290-END.
           PERFORM C0190-CHIUDI-FLUSSO      THRU C0190-END.
           EXEC SQL CLOSE CUR-RIB END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW32B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE SPACES            TO WKS-SIAMT.
           CLOSE SKPARAM.
           IF WKS-SIAMT EQUAL SPACES
              DISPLAY 'NPW32B CODICE SIA DEL MITTENTE MANCANTE '
                      'SULLA SCHEDA PARAMETRO'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           ACCEPT COBOL-DATE       FROM DATE.
           MOVE COBDATE-MM         TO WRK-MESE.
           MOVE COBDATE-GG         TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA
           ELSE
              MOVE '20'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA.
           IF WKS-DTDOC NOT NUMERIC
           OR WKS-DTDOC EQUAL ZERO
              MOVE WRK-DATA9                TO WKS-DTDOC.
           MOVE WRK-DATA9                   TO WKS-DATA-NUM.
           PERFORM W0100-GGMMAA             THRU W0100-END.
           MOVE WKS-GGMMAA-NUM              TO WKS-OGGI-GGMMAA.
           DISPLAY 'NPW32B FLUSSO RIBA IN USCITA DEL ' WRK-DATA9
                   ' - DOCUMENTI CARICATI IL ' WKS-DTDOC
                   ' - SIA ' WKS-SIAMT.
           OPEN OUTPUT FLURIB
                       QUADRA.
           MOVE RIBA                        TO REG-FTPRE.
           MOVE WKS-DTDOC                   TO REG-DTINS.
           EXEC SQL OPEN CUR-RIB END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW32B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-RIB
                INTO  :REG-ABIUT,
                      :REG-NOPER,
                      :REG-SCADE,
                      :REG-IMPOR,
                      :REG-RIFCLI,
                      :REG-CDDEB,
                      :REG-ABIDB,
                      :REG-CABDB,
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
              DISPLAY 'NPW32B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UN DOCUMENTO: AL CAMBIO DI ISTITUTO SI     **
      ** CHIUDE IL FLUSSO E SE NE APRE UNO NUOVO, AL CAMBIO DI     **
      ** BANCA DEL DEBITORE SI SCRIVE LA QUADRATURA               **
      **************************************************************
       B0000-UN-DOCUMENTO.
           ADD 1                            TO CNT-LETTI.
           IF REG-ABIDB EQUAL SPACES
              ADD 1                         TO CNT-SENZA-BANCA
              MOVE REG-NOPER                TO WKS-NOPER-NUM
              DISPLAY 'NPW32B OPER ' REG-ABIUT '/' WKS-NOPER
                      ' SENZA BANCA DEL DEBITORE, NON INVIATO'
              MOVE 4                        TO WKS-RC
              GO TO B0090-AVANZA.
           IF REG-ABIUT NOT EQUAL WKS-FLU-ABIUT
              PERFORM C0290-CHIUDI-BANCA    THRU C0290-END
              PERFORM C0190-CHIUDI-FLUSSO   THRU C0190-END
              PERFORM C0100-APRI-FLUSSO     THRU C0100-END.
           IF REG-ABIDB NOT EQUAL WKS-RIE-ABIDB
              PERFORM C0290-CHIUDI-BANCA    THRU C0290-END
              MOVE REG-ABIDB                TO WKS-RIE-ABIDB
              ADD 1                         TO WKS-FLU-NRABD.
           PERFORM C0300-RICEVUTA           THRU C0300-END.
           PERFORM C0400-MARCA-DOCUMENTO    THRU C0400-END.
           ADD 1                            TO WKS-RIE-NRRIC
                                               CNT-INVIATI.
           ADD REG-IMPOR                    TO WKS-RIE-IMPOR
                                               WKS-FLU-IMPOR
                                               CNT-IMPOR.
       B0090-AVANZA.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** NUOVO FLUSSO: PROGRESSIVO SUCCESSIVO DELL'ISTITUTO NEL    **
      ** REGISTRO A99, NOME SUPPORTO UNIVOCO E RECORD DI TESTA     **
      **************************************************************
       C0100-APRI-FLUSSO.
           MOVE REG-ABIUT                   TO WKS-FLU-ABIUT
                                               WKS-A99-ABIUT.
           MOVE ZERO                        TO WKS-FLU-NRDIS
                                               WKS-FLU-NRREC
                                               WKS-FLU-NRABD
                                               WKS-FLU-IMPOR
                                               WKS-A99-CONTA.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WKS-A99-CONTA
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A99'
                   AND SUBSTR(DAT_KEYGE,1,5) = :WKS-A99-ABIUT
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW32B ERRORE CONTEGGIO FLUSSI A99 '
                      WKS-FLU-ABIUT ' ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           COMPUTE WKS-FLU-NRFLU = WKS-A99-CONTA + 1.
           MOVE WKS-FLU-ABIUT               TO WKS-NMSUP-ABIUT.
           MOVE WRK-DATA9                   TO WKS-NMSUP-DATA.
           MOVE WKS-FLU-NRFLU               TO WKS-NMSUP-NRFLU.
           MOVE SPACES                      TO NPW32FC.
           MOVE 'IB'                        TO CBI-TPREC.
           MOVE WKS-SIAMT                   TO CBI-IB-SIAMT.
           MOVE WKS-FLU-ABIUT               TO CBI-IB-ABIRI.
           MOVE WKS-OGGI-GGMMAA             TO CBI-IB-DTCRE.
           MOVE WKS-FLU-NMSUP               TO CBI-IB-NMSUP.
           MOVE 'E'                         TO CBI-IB-DIVISA.
           PERFORM W0010-SCRIVI             THRU W0010-END.
       C0100-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DEL FLUSSO: RECORD DI CODA CON I TOTALI DI       **
      ** CONTROLLO E REGISTRAZIONE NEL REGISTRO A99               **
      **************************************************************
       C0190-CHIUDI-FLUSSO.
           IF WKS-FLU-ABIUT EQUAL HIGH-VALUE
              GO TO C0190-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE 'EF'                        TO CBI-TPREC.
           MOVE WKS-SIAMT                   TO CBI-EF-SIAMT.
           MOVE WKS-FLU-ABIUT               TO CBI-EF-ABIRI.
           MOVE WKS-OGGI-GGMMAA             TO CBI-EF-DTCRE.
           MOVE WKS-FLU-NMSUP               TO CBI-EF-NMSUP.
           MOVE WKS-FLU-NRDIS               TO CBI-EF-NRDIS.
           COMPUTE CBI-EF-IMNEG = WKS-FLU-IMPOR * 100.
           MOVE ZERO                        TO CBI-EF-IMPOS.
           COMPUTE CBI-EF-NRREC = WKS-FLU-NRREC + 1.
           MOVE 'E'                         TO CBI-EF-DIVISA.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPA99TC.
           MOVE 'A99'                       TO A99-CODIT.
           MOVE WKS-FLU-ABIUT               TO A99-ABIUT.
           MOVE WKS-FLU-NRFLU               TO A99-NRFLU.
           MOVE 'C'                         TO A99-STATO.
           MOVE WRK-DATA9                   TO A99-DTCRE.
           ACCEPT COBOL-TIME                FROM TIME.
           MOVE COBOL-TIME-6                TO A99-ORACR.
           MOVE WKS-DTDOC                   TO A99-DTDOC.
           MOVE WKS-FLU-NMSUP               TO A99-NMSUP.
           MOVE WKS-SIAMT                   TO A99-SIAMT.
           MOVE WKS-FLU-NRDIS               TO A99-NRDIS.
           MOVE WKS-FLU-IMPOR               TO A99-IMTOT.
           MOVE WKS-FLU-NRREC               TO A99-NRREC.
           MOVE WKS-FLU-NRABD               TO A99-NRABD.
           MOVE ZERO                        TO A99-DTESI.
           MOVE SPACES                      TO NPW01RC.
           MOVE NPA99TC                     TO W01-NPDATT.
           MOVE 'IS'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW32B ERRORE REGISTRAZIONE FLUSSO A99 '
                      WKS-FLU-ABIUT '/' WKS-FLU-NRFLU
                      ' RCODE ' W01-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           ADD 1                            TO CNT-FLUSSI.
           MOVE WKS-FLU-IMPOR               TO WKS-ED-IMPOR.
           DISPLAY 'NPW32B FLUSSO ' WKS-FLU-ABIUT '/' WKS-FLU-NRFLU
                   ' SUPPORTO ' WKS-FLU-NMSUP
                   ' RICEVUTE ' WKS-FLU-NRDIS
                   ' IMPORTO ' WKS-ED-IMPOR
                   ' RECORD ' WKS-FLU-NRREC.
           MOVE HIGH-VALUE                  TO WKS-FLU-ABIUT.
       C0190-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DELLA BANCA DEL DEBITORE: RECORD DI QUADRATURA  **
      ** PER IL RISCONTRO CON L'ESITO DELLA RETE                  **
      **************************************************************
       C0290-CHIUDI-BANCA.
           IF WKS-RIE-ABIDB EQUAL HIGH-VALUE
              GO TO C0290-END.
           MOVE SPACES                      TO REC-QUADRA.
           MOVE WKS-FLU-ABIUT               TO QUA-ABIUT.
           MOVE WKS-FLU-NRFLU               TO QUA-NRFLU.
           MOVE WKS-FLU-NMSUP               TO QUA-NMSUP.
           MOVE WRK-DATA9                   TO QUA-DTCRE.
           MOVE WKS-RIE-ABIDB               TO QUA-ABIDB.
           MOVE WKS-RIE-NRRIC               TO QUA-NRRIC.
           MOVE WKS-RIE-IMPOR               TO QUA-IMPOR.
           WRITE REC-QUADRA.
           ADD 1                            TO CNT-BANCHE.
           MOVE WKS-RIE-IMPOR               TO WKS-ED-IMPOR.
           DISPLAY 'NPW32B   BANCA DEBITORE ' WKS-RIE-ABIDB
                   ' RICEVUTE ' WKS-RIE-NRRIC
                   ' IMPORTO ' WKS-ED-IMPOR.
           MOVE HIGH-VALUE                  TO WKS-RIE-ABIDB.
           MOVE ZERO                        TO WKS-RIE-NRRIC
                                               WKS-RIE-IMPOR.
       C0290-END.
           EXIT.
      **************************************************************
      ** RICEVUTA: RECORD 14 (DISPOSIZIONE), 20 (CREDITORE), 30   **
      ** E 40 (DEBITORE), 50 (RIFERIMENTI), 51 (NUMERO RICEVUTA), **
      ** 70 (CHIUSURA)                                            **
      **************************************************************
       C0300-RICEVUTA.
           ADD 1                            TO WKS-FLU-NRDIS.
           MOVE REG-NOPER                   TO WKS-NOPER-NUM.
           PERFORM C0310-CREDITORE          THRU C0310-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '14'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-14-PROGR.
           MOVE REG-SCADE                   TO WKS-DATA-NUM.
           PERFORM W0100-GGMMAA             THRU W0100-END.
           MOVE WKS-GGMMAA-NUM              TO CBI-14-SCADE.
           MOVE '30000'                     TO CBI-14-CAUSA.
           COMPUTE WKS-CENT = REG-IMPOR * 100.
           MOVE WKS-CENT                    TO CBI-14-IMPOR.
           MOVE '-'                         TO CBI-14-SEGNO.
           MOVE REG-ABIUT                   TO CBI-14-ABIAS.
           MOVE WKS-NOPER-FIL               TO CBI-14-CABAS.
           MOVE REG-CDDEB                   TO CBI-14-CONTO.
           MOVE REG-ABIDB                   TO CBI-14-ABIDB.
           MOVE REG-CABDB                   TO CBI-14-CABDB.
           MOVE WKS-SIAMT                   TO CBI-14-SIAMT.
           MOVE '4'                         TO CBI-14-TPCOD.
           MOVE REG-CFDEB                   TO CBI-14-CODEB.
           MOVE 'E'                         TO CBI-14-DIVISA.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '20'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-20-PROGR.
           MOVE WKS-CRE-DESCR (1:24)        TO CBI-20-DSCR1.
           MOVE WKS-CRE-DESCR (25:16)       TO CBI-20-DSCR2.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '30'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-30-PROGR.
           MOVE REG-DSDEB                   TO CBI-30-DSDB1.
           MOVE REG-CFDEB                   TO CBI-30-CFDEB.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '40'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-40-PROGR.
           MOVE REG-INDEB                   TO CBI-40-INDEB.
           MOVE REG-CAPDB                   TO CBI-40-CAPDB.
           MOVE REG-LOCDB                   TO CBI-40-LOCDB.
           MOVE REG-PRVDB                   TO CBI-40-PRVDB.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '50'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-50-PROGR.
           MOVE REG-RIFCLI                  TO CBI-50-RIFE1.
           MOVE REG-NOPER                   TO WKS-RIF-NOPER.
           MOVE WKS-RIF-OPER                TO CBI-50-RIFE2.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '51'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-51-PROGR.
           MOVE WKS-NOPER-UNO               TO CBI-51-NRRIC.
           MOVE WKS-CRE-DESCR (1:20)        TO CBI-51-DSCRE.
           PERFORM W0010-SCRIVI             THRU W0010-END.
           MOVE SPACES                      TO NPW32FC.
           MOVE '70'                        TO CBI-TPREC.
           MOVE WKS-FLU-NRDIS               TO CBI-70-PROGR.
           PERFORM W0010-SCRIVI             THRU W0010-END.
       C0300-END.
           EXIT.
      **************************************************************
      ** DESCRIZIONE DEL CLIENTE CREDITORE: DAL CASTELLETTO A79    **
      ** DELL'ISTITUTO, ALTRIMENTI IL CODICE CLIENTE               **
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
                 DISPLAY 'NPW32B ERRORE LETTURA A79 ' REG-ABIUT
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
      ** DOCUMENTO MARCATO CON IL NUMERO DEL FLUSSO: SE NEL       **
      ** FRATTEMPO RISULTA GIA' INVIATO IL GIRO SI FERMA, PERCHE' **
      ** IL FLUSSO SCRITTO NON E' PIU' ATTENDIBILE                **
      **************************************************************
       C0400-MARCA-DOCUMENTO.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'FL'                        TO X52-FUNZI.
           MOVE REG-ABIUT                   TO X52-ABIUT.
           MOVE REG-NOPER                   TO X52-NOPER.
           MOVE WKS-FLU-NRFLU               TO X52-NRFLU.
           PERFORM X0052-RICHIAMO           THRU X0052-END.
           IF X52-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW32B ERRORE MARCA FLUSSO NPREGT OPER '
                      REG-ABIUT '/' WKS-NOPER ' RCODE ' X52-RCODE
              DISPLAY 'NPW32B ' G01-ROUNM ' ' G01-LABEL ' ' G01-DESC1
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       C0400-END.
           EXIT.
      **************************************************************
      ** SCRITTURA DI UN RECORD DEL FLUSSO                        **
      **************************************************************
       W0010-SCRIVI.
           MOVE SPACE                       TO CBI-FILL1.
           WRITE REC-FLURIB                 FROM NPW32FC.
           ADD 1                            TO WKS-FLU-NRREC
                                               CNT-RECORD.
       W0010-END.
           EXIT.
      **************************************************************
      ** DATA AAAAMMGG (WKS-DATA-NUM) IN GGMMAA (WKS-GGMMAA-NUM)  **
      **************************************************************
       W0100-GGMMAA.
           MOVE WKS-DATA-GG                 TO WKS-GGMMAA-GG.
           MOVE WKS-DATA-MM                 TO WKS-GGMMAA-MM.
           MOVE WKS-DATA-AA                 TO WKS-GGMMAA-AA.
       W0100-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE FLURIB
                 QUADRA.
           MOVE CNT-IMPOR                   TO WKS-ED-IMPOR.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW32B - FLUSSO RIBA IN USCITA'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DOCUMENTI LETTI ..........: ' CNT-LETTI.
           DISPLAY 'RICEVUTE INVIATE .........: ' CNT-INVIATI.
           DISPLAY 'IMPORTO RICEVUTE .........: ' WKS-ED-IMPOR.
           DISPLAY 'SENZA BANCA DEL DEBITORE .: ' CNT-SENZA-BANCA.
           DISPLAY 'FLUSSI REGISTRATI A99 ....: ' CNT-FLUSSI.
           DISPLAY 'RIGHE DI QUADRATURA ......: ' CNT-BANCHE.
           DISPLAY 'RECORD SCRITTI ...........: ' CNT-RECORD.
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
