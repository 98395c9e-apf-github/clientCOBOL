       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW30B.
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
      *  NPW30B   CARICO BATCH DELLE RICHIESTE DI RICHIAMO E PROROGA  *
      *           DEI DOCUMENTI PRESENTATI: IL FLUSSO VARIAZ HA IL    *
      *           TRACCIATO NPW30FC, UNA RICHIESTA PER RECORD CON     *
      *           L'OPERATORE CHE L'HA RACCOLTA. OGNI RICHIESTA PASSA *
      *           DALLA STESSA TRANSAZIONE DELLO SPORTELLO (NPW30R,   *
      *           CANALE 'B'), CON GLI STESSI CONTROLLI E LA STESSA   *
      *           ABILITAZIONE A95 DELL'OPERATORE. LE RICHIESTE       *
      *           RIFIUTATE VANNO SUL FILE SCARTI CON IL CODICE DI    *
      *           RITORNO COME MOTIVO                                 *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO119* 151026 PRIMA STESURA - CARICO RICHIESTE RICHIAMO/PROROGA      *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIAZ  ASSIGN        TO UT-S-VARIAZ.
           SELECT SCARTI  ASSIGN        TO UT-S-SCARTI.
       DATA DIVISION.
       FILE SECTION.
       FD  VARIAZ
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-VARIAZ                   PIC X(080).
       FD  SCARTI
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SCARTI.
           05  SCA-MOTIV                PIC X(004).
           05  SCA-RECORD               PIC X(080).
       WORKING-STORAGE SECTION.
       01  SW-FINE-VARIAZ               PIC 9 VALUE 0.
           88  FINE-VARIAZ                    VALUE 1.
       01  CONTATORI.
           05  CNT-LETTE                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RICHIAMI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-PROROGHE             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCARTATE             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IMRIC                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
           05  CNT-IMPRO                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       COPY  NPW30FC.
       COPY  NPW30RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UNA-RICHIESTA      THRU B0000-END
              UNTIL FINE-VARIAZ.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW30B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT  VARIAZ
                OUTPUT SCARTI.
           PERFORM R0010-LEGGI-VARIAZ       THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-VARIAZ.
           READ VARIAZ INTO NPW30FC
              AT END SET FINE-VARIAZ        TO TRUE.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UNA RICHIESTA: L'OPERATORE DEL RECORD      **
      ** VIAGGIA NELL'AREA ERRORI COME PER LO SPORTELLO           **
      **************************************************************
       B0000-UNA-RICHIESTA.
           ADD 1                            TO CNT-LETTE.
           IF VAR-CDOPE EQUAL SPACES
              MOVE 'OPER'                   TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           IF VAR-NOPER NOT NUMERIC
              MOVE 'NOPE'                   TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           MOVE SPACES                      TO NPG01RC.
           MOVE VAR-CDOPE                   TO G01-CDOPE.
           MOVE 'NPW30B'                    TO G01-PGMNM.
           MOVE SPACES                      TO NPW30RC.
           MOVE VAR-FUNZI                   TO W30-FUNZI.
           MOVE VAR-ABIUT                   TO W30-ABIUT.
           MOVE VAR-NOPER                   TO W30-NOPER.
           MOVE VAR-SCNEW                   TO W30-SCNEW.
           MOVE 'B'                         TO W30-CANAL.
           PERFORM W0030-RICHIAMO           THRU W0030-END.
           IF W30-RCODE EQUAL 'KO'
              DISPLAY 'NPW30B ERRORE TRANSAZIONE NPW30R OPER '
                      VAR-ABIUT '/' VAR-NOPER ' FUNZIONE ' VAR-FUNZI
              DISPLAY 'NPW30B ' G01-ROUNM ' ' G01-LABEL ' ' G01-DESC1
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF W30-RCODE NOT EQUAL SPACES
              MOVE W30-RCODE                TO SCA-MOTIV
              PERFORM W0090-SCARTA          THRU W0090-END
              GO TO B0090-AVANZA.
           IF W30-FUNZI EQUAL 'RI'
              ADD 1                         TO CNT-RICHIAMI
              ADD W30-IMPOR                 TO CNT-IMRIC
           ELSE
              ADD 1                         TO CNT-PROROGHE
              ADD W30-IMPOR                 TO CNT-IMPRO.
       B0090-AVANZA.
           PERFORM R0010-LEGGI-VARIAZ       THRU R0010-END.
       B0000-END.
           EXIT.
       W0090-SCARTA.
           ADD 1                            TO CNT-SCARTATE.
           MOVE NPW30FC                     TO SCA-RECORD.
           WRITE REC-SCARTI.
           MOVE SPACES                      TO SCA-MOTIV.
       W0090-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE VARIAZ
                 SCARTI.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW30B - CARICO RICHIESTE RICHIAMO/PROROGA'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'RICHIESTE LETTE ..........: ' CNT-LETTE.
           MOVE CNT-IMRIC                   TO WKS-ED-IMPOR.
           DISPLAY 'RICHIAMI ESEGUITI ........: ' CNT-RICHIAMI
                   ' PER ' WKS-ED-IMPOR.
           MOVE CNT-IMPRO                   TO WKS-ED-IMPOR.
           DISPLAY 'PROROGHE ESEGUITE ........: ' CNT-PROROGHE
                   ' PER ' WKS-ED-IMPOR.
           DISPLAY 'SCARTATE .................: ' CNT-SCARTATE.
           DISPLAY '----------------------------------------------'.
           IF CNT-SCARTATE GREATER ZERO
              MOVE 4                        TO WKS-RC.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
      *--------------------------------------------------------
      * RICHIAMO ROUTINE NPW30P
      *--------------------------------------------------------
       W0030-RICHIAMO.
           MOVE 'NPW30P'            TO WRK-MODULO.
           MOVE NPW30RC             TO WRK-NP0500.
           MOVE NPG01RC             TO WRK-NPG01-0500.
           CALL WRK-MODULO USING WRK-1150.
           MOVE WRK-NP0500          TO NPW30RC.
           MOVE WRK-NPG01-0500      TO NPG01RC.
       W0030-END.
           EXIT.
