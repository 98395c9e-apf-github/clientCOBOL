       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW27B.
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
      *  NPW27B   CARICO DELLE RISPOSTE DI RICERTIFICAZIONE DELLE     *
      *           ABILITAZIONI A95: IL FLUSSO RISPOS HA IL TRACCIATO  *
      *           NPW26FC PRODOTTO DA NPW26B, CON RIC-ESITO           *
      *           VALORIZZATO DAL RESPONSABILE                        *
      *            - 'A' CONFERMA: L'ABILITAZIONE RESTA COM'E';       *
      *            - 'R' REVOCA:   A95-ABILI PASSA A 'N'.             *
      *           IN ENTRAMBI I CASI SULLA RIGA A95 SI REGISTRANO     *
      *           DATA, RESPONSABILE ED ESITO DELLA RICERTIFICAZIONE. *
      *           LA RISPOSTA DEVE VENIRE DAL RESPONSABILE DELLA RIGA *
      *           (SE LA RIGA NON NE HA, QUELLO DELLA RISPOSTA LE     *
      *           VIENE ASSEGNATO). L'AGGIORNAMENTO PASSA DA NPW01R   *
      *           (FUNZIONE UP), CHE NE STORICIZZA L'IMMAGINE SU A63. *
      *           LE RISPOSTE ERRATE VANNO SUL FILE SCARTI CON IL     *
      *           MOTIVO; QUELLE SENZA ESITO SONO SOLO CONTATE        *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO116* 151026 PRIMA STESURA - CARICO RISPOSTE RICERTIFICAZIONE A95   *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISPOS  ASSIGN        TO UT-S-RISPOS.
           SELECT SCARTI  ASSIGN        TO UT-S-SCARTI.
       DATA DIVISION.
       FILE SECTION.
       FD  RISPOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-RISPOS                   PIC X(120).
       FD  SCARTI
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SCARTI.
           05  SCA-MOTIV                PIC X(004).
           05  SCA-RECORD               PIC X(120).
       WORKING-STORAGE SECTION.
       01  SW-FINE-RISPOS               PIC 9 VALUE 0.
           88  FINE-RISPOS                    VALUE 1.
       01  CONTATORI.
           05  CNT-LETTE                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CONFERME             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-REVOCHE              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-ESITO          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RES-ASSEGN           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCARTATI             PIC 9(007) COMP-3 VALUE ZERO.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       COPY  NPW01RC.
       COPY  NPA95TC.
       COPY  NPW26FC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UNA-RISPOSTA       THRU B0000-END
              UNTIL FINE-RISPOS.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW27B'                    TO WRK-PGMNM.
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
           OPEN INPUT  RISPOS
                OUTPUT SCARTI.
           PERFORM R0010-LEGGI-RISPOS       THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-RISPOS.
           READ RISPOS INTO NPW26FC
              AT END SET FINE-RISPOS        TO TRUE.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UNA RISPOSTA DEL RESPONSABILE             **
      **************************************************************
       B0000-UNA-RISPOSTA.
           ADD 1                            TO CNT-LETTE.
           IF RIC-ESITO EQUAL SPACES
              ADD 1                         TO CNT-SENZA-ESITO
              DISPLAY 'NPW27B SENZA ESITO ' RIC-CDRES
                      ' ' RIC-CDOPE ' ' RIC-ROUFN
              GO TO B0090-AVANZA.
           IF NOT RIC-CONFERMA
              AND NOT RIC-REVOCA
              MOVE 'ESIT'                   TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           IF RIC-CDRES EQUAL SPACES
              MOVE 'RESP'                   TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A95'                       TO W01-DAT-CODIT.
           MOVE RIC-CDOPE                   TO W01-DAT-KEYGE (1:8).
           MOVE RIC-ROUFN                   TO W01-DAT-KEYGE (9:8).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL 'GE'
              MOVE 'NTRV'                   TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW27B ERRORE LETTURA A95 ' RIC-CDOPE
                      ' ' RIC-ROUFN ' RCODE ' W01-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE W01-NPDATT                  TO NPA95TC.
      *    LA LETTURA DI RIPIEGO SULL'ABI 99999 DI NPW01R NON VALE
      *    PER LE RIGHE A95: LA CHIAVE DEVE ESSERE QUELLA RICHIESTA
           IF A95-CDOPE NOT EQUAL RIC-CDOPE
              MOVE 'NTRV'                   TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           IF A95-CDRES EQUAL SPACES
              MOVE RIC-CDRES                TO A95-CDRES
              ADD 1                         TO CNT-RES-ASSEGN
           ELSE
              IF A95-CDRES NOT EQUAL RIC-CDRES
                 MOVE 'RESP'                TO SCA-MOTIV
                 PERFORM W0090-SCARTA       THRU W0090-END
                 GO TO B0090-AVANZA.
           IF RIC-REVOCA
              MOVE 'N'                      TO A95-ABILI
              ADD 1                         TO CNT-REVOCHE
           ELSE
              ADD 1                         TO CNT-CONFERME
              IF RIC-IN-CONFLITTO
                 AND A95-ABILITATO
                 DISPLAY 'NPW27B CONFERMATA IN CONFLITTO '
                         RIC-CDOPE ' ' RIC-ROUFN
                         ' / ' RIC-ROUFN-CONFL ' DA ' RIC-CDRES.
           MOVE WRK-DATA9                   TO A95-DTCER.
           MOVE RIC-CDRES                   TO A95-CDCER.
           MOVE RIC-ESITO                   TO A95-ESCER.
           MOVE NPA95TC                     TO W01-NPDATT.
           MOVE 'UP'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW27B ERRORE AGGIORNAMENTO A95 ' RIC-CDOPE
                      ' ' RIC-ROUFN ' RCODE ' W01-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       B0090-AVANZA.
           PERFORM R0010-LEGGI-RISPOS       THRU R0010-END.
       B0000-END.
           EXIT.
       W0090-SCARTA.
           ADD 1                            TO CNT-SCARTATI.
           MOVE NPW26FC                     TO SCA-RECORD.
           WRITE REC-SCARTI.
           MOVE SPACES                      TO SCA-MOTIV.
       W0090-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE RISPOS
                 SCARTI.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW27B - CARICO RISPOSTE RICERTIFICAZIONE A95'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'RISPOSTE LETTE ...........: ' CNT-LETTE.
           DISPLAY 'CONFERME .................: ' CNT-CONFERME.
           DISPLAY 'REVOCHE ..................: ' CNT-REVOCHE.
           DISPLAY 'RESPONSABILI ASSEGNATI ...: ' CNT-RES-ASSEGN.
           DISPLAY 'SENZA ESITO ..............: ' CNT-SENZA-ESITO.
           DISPLAY 'SCARTATE .................: ' CNT-SCARTATI.
           DISPLAY '----------------------------------------------'.
           IF CNT-SCARTATI GREATER ZERO
           OR CNT-SENZA-ESITO GREATER ZERO
              MOVE 4                        TO WKS-RC.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
