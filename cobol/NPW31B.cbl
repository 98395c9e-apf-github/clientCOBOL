       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW31B.
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
      *  NPW31B   INVIO DELLE DISPOSIZIONI INTERBANCARIE DI RICHIAMO  *
      *           E PROROGA: SCORRE LA CODA A98 (RIGHE DA INVIARE,    *
      *           SCRITTE DALLA TRANSAZIONE NPW30R DI SPORTELLO E     *
      *           DAL CARICO BATCH NPW30B), SCRIVE UN RECORD NPW31FC  *
      *           PER DISPOSIZIONE SUL FLUSSO DISPOS E MARCA LA RIGA  *
      *           COME INVIATA CON LA DATA DI INVIO                   *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO119* 151026 PRIMA STESURA - INVIO DISPOSIZIONI RICHIAMO/PROROGA    *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOS  ASSIGN        TO UT-S-DISPOS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPOS
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-DISPOS                   PIC X(120).
       WORKING-STORAGE SECTION.
       01  SW-FINE-A98                  PIC 9 VALUE 0.
           88  FINE-A98                       VALUE 1.
       01  CONTATORI.
           05  CNT-RICHIAMI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-PROROGHE             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCRITTI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IMPOR                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       COPY  NPW01RC.
       COPY  NPA98TC.
       COPY  NPW31FC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE NPDATT  END-EXEC.
           EXEC SQL
                DECLARE CUR-A98 CURSOR WITH HOLD FOR
                SELECT DAT_CODIT,
                       DAT_KEYGE,
                       DAT_RESTO
                FROM   NPDATT
                WHERE  DAT_CODIT = 'A98'
                  AND  SUBSTR(DAT_RESTO,1,1) = 'D'
                ORDER BY DAT_KEYGE
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UNA-DISPOSIZIONE   THRU B0000-END
              UNTIL FINE-A98.
           EXEC SQL CLOSE CUR-A98 END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW31B'                    TO WRK-PGMNM.
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
           OPEN OUTPUT DISPOS.
           EXEC SQL OPEN CUR-A98 END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW31B ERRORE APERTURA CUR-A98 ' SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-A98          THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-A98.
           EXEC SQL
                FETCH CUR-A98
                INTO  :DAT-CODIT, :DAT-KEYGE, :DAT-RESTO
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-A98                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW31B ERRORE FETCH CUR-A98 ' SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE NPDATT                      TO NPA98TC.
       R0010-END.
           EXIT.
      **************************************************************
      ** UNA DISPOSIZIONE: RECORD SUL FLUSSO E RIGA A98 INVIATA   **
      **************************************************************
       B0000-UNA-DISPOSIZIONE.
           MOVE SPACES                      TO NPW31FC.
           MOVE A98-TPVAR                   TO DIS-TPVAR.
           MOVE A98-ABIUT                   TO DIS-ABIUT.
           MOVE A98-NOPER                   TO DIS-NOPER.
           MOVE A98-PROGR                   TO DIS-PROGR.
           MOVE A98-FTPRE                   TO DIS-FTPRE.
           MOVE A98-CDDEB                   TO DIS-CDDEB.
           MOVE A98-RIFCLI                  TO DIS-RIFCLI.
           MOVE A98-IMPOR                   TO DIS-IMPOR.
           MOVE A98-SCADE                   TO DIS-SCADE.
           MOVE A98-SCNEW                   TO DIS-SCNEW.
           MOVE A98-DTOPE                   TO DIS-DTOPE.
           MOVE A98-CDOPE                   TO DIS-CDOPE.
           MOVE WRK-DATA9                   TO DIS-DTINV.
           WRITE REC-DISPOS                 FROM NPW31FC.
           ADD 1                            TO CNT-SCRITTI.
           ADD A98-IMPOR                    TO CNT-IMPOR.
           IF A98-RICHIAMO
              ADD 1                         TO CNT-RICHIAMI
           ELSE
              ADD 1                         TO CNT-PROROGHE.
           MOVE 'I'                         TO A98-STATO.
           MOVE WRK-DATA9                   TO A98-DTINV.
           MOVE SPACES                      TO NPW01RC.
           MOVE NPA98TC                     TO W01-NPDATT.
           MOVE 'UP'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW31B ERRORE AGGIORNAMENTO A98 ' A98-ABIUT
                      '/' A98-NOPER '/' A98-PROGR ' RCODE ' W01-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-A98          THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE DISPOS.
           MOVE CNT-IMPOR                   TO WKS-ED-IMPOR.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW31B - INVIO DISPOSIZIONI RICHIAMO/PROROGA'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DISPOSIZIONI INVIATE .....: ' CNT-SCRITTI.
           DISPLAY '  DI CUI RICHIAMI ........: ' CNT-RICHIAMI.
           DISPLAY '  DI CUI PROROGHE ........: ' CNT-PROROGHE.
           DISPLAY 'IMPORTO DOCUMENTI ........: ' WKS-ED-IMPOR.
           DISPLAY '----------------------------------------------'.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
