       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW40B.
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
      *  NPW40B   ESITI DEL SISTEMA DI INTERSCAMBIO SULLE FATTURE     *
      *           ELETTRONICHE DEL SERVIZIO (EMESSE DA NPW39B):       *
      *            - CARICA IL FILE ESISDI (TRACCIATO NPW40FC): LA    *
      *              NOTIFICA SI RICONDUCE ALLA RIGA A93 DAL NOME DEL *
      *              FILE INVIATO E NE AGGIORNA LO STATO: RICEVUTA DI *
      *              CONSEGNA 'C', SCARTO 'S', MANCATA CONSEGNA 'M';  *
      *              LO SCARTO DI UNA NOTA DI CREDITO RIPRISTINA      *
      *              L'IMPONIBILE STORNATO SULLA FATTURA RETTIFICATA; *
      *            - PROSPETTO DEI DOCUMENTI NON ACCETTATI: IN        *
      *              ATTESA DI ESITO DA PIU' DEI GIORNI DI SCHEDA,    *
      *              SCARTATI E NON ANCORA RIEMESSI (RC 4) E MANCATE  *
      *              CONSEGNE RECENTI DA COMUNICARE ALL'ISTITUTO.     *
      *           NOTIFICHE NON RICONDUCIBILI O ERRATE DANNO RC 8.    *
      *           SCHEDA PARAMETRO: GIORNI DI ATTESA DELL'ESITO IN    *
      *           COLONNA 1, TRE CIFRE (DEFAULT 5)                    *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO126* 151026 PRIMA STESURA - ESITI SDI SUL REGISTRO A93 E PROSPETTO *
USO126*        DELLE FATTURE ELETTRONICHE NON ACCETTATE               *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT ESISDI  ASSIGN        TO UT-S-ESISDI.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  ESISDI
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-ESISDI                   PIC X(120).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O             *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-GGATT            PIC 9(003) VALUE ZERO.
           03  WKS-FILLER               PIC X(077) VALUE SPACES.
       01  SW-FINE-ESI                  PIC 9 VALUE 0.
           88  FINE-ESI                       VALUE 1.
       01  SW-FINE-A93                  PIC 9 VALUE 0.
           88  FINE-A93                       VALUE 1.
       01  WKS-OGGI                     PIC 9(008).
       01  WKS-GGATT                    PIC S9(005) VALUE +5.
       01  WKS-DTLIM                    PIC 9(008).
       01  WKS-NMFIL                    PIC X(030).
       01  WKS-NRDOC                    PIC S9(009) COMP.
       01  WKS-STATO-NEW                PIC X(001).
       01  WKS-IMPON                    PIC S9(13)V99 COMP-3.
       01  WKS-NOTA                     PIC X(030).
      *------------------------------------------------------*
      *   RIGA A93 LETTA DAL CURSORE DEL PROSPETTO            *
      *------------------------------------------------------*
       01  WKS-RIGA-A93.
           03  WKS-CODIT                PIC X(003) VALUE 'A93'.
           03  WKS-KEYGE                PIC X(032).
           03  WKS-RESTO                PIC X(200).
       01  WKS-ABIUT                    PIC X(005).
       01  WKS-PERIO-X                  PIC X(006).
       01  WKS-ANRIF-X                  PIC X(004).
       01  WKS-NRRIF-X                  PIC X(007).
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-ESITI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CONSEGNE             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCARTI               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-MANCATE              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RIPETUTI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ERRATI               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IN-ATTESA            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-DA-RIEMET            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-DA-COMUNIC           PIC 9(007) COMP-3 VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPW40FC.
       COPY  NPW01RC.
       COPY  NPW08RC.
       COPY  NPA93TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL
                DECLARE CUR-A93 CURSOR FOR
                SELECT DAT_KEYGE,
                       DAT_RESTO
                FROM   NPDATT
                WHERE  DAT_CODIT = 'A93'
                  AND  SUBSTR(DAT_RESTO,81,1) IN ('I', 'S', 'M')
                ORDER BY DAT_KEYGE
                WITH UR
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-ESITO           THRU B0000-END
              UNTIL FINE-ESI.
           CLOSE ESISDI.
           PERFORM C0000-PROSPETTO          THRU C0000-END.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI: DATA LIMITE DELL'ATTESA DELL'ESITO  **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW40B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-SKP-GGATT.
           CLOSE SKPARAM.
           IF WKS-SKP-GGATT NUMERIC
              AND WKS-SKP-GGATT GREATER ZERO
              MOVE WKS-SKP-GGATT            TO WKS-GGATT.
           ACCEPT COBOL-DATE       FROM DATE.
           MOVE COBDATE-MM         TO WRK-MESE.
           MOVE COBDATE-GG         TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA
           ELSE
              MOVE '20'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA.
           MOVE WRK-DATA9                   TO WKS-OGGI.
           MOVE SPACES                      TO NPW08RC.
           MOVE 04                          TO W08-RTIPO.
           MOVE WKS-OGGI                    TO W08-RDATA.
           COMPUTE W08-RGGG = ZERO - WKS-GGATT.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              DISPLAY 'NPW40B ERRORE CALENDARIO SUL ' WKS-OGGI
                      ' - RCODE ' W08-RCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE W08-RDATA                   TO WKS-DTLIM.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW40B - ESITI SDI DELLE FATTURE ELETTRONICHE'
                   ' DEL ' WKS-OGGI.
           DISPLAY '----------------------------------------------'.
           OPEN INPUT ESISDI.
           PERFORM R0010-LEGGI-ESISDI       THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-ESISDI.
           READ ESISDI INTO NPW40FC
              AT END SET FINE-ESI           TO TRUE.
       R0010-END.
           EXIT.
      **************************************************************
      ** UNA NOTIFICA: RIGA A93 DAL NOME DEL FILE, NUOVO STATO SE **
      ** IL DOCUMENTO E' ANCORA IN ATTESA DI ESITO                **
      **************************************************************
       B0000-UN-ESITO.
           ADD 1                            TO CNT-ESITI.
           IF ESI-TPESI EQUAL 'RC'
              MOVE 'C'                      TO WKS-STATO-NEW
           ELSE
           IF ESI-TPESI EQUAL 'NS'
              MOVE 'S'                      TO WKS-STATO-NEW
           ELSE
           IF ESI-TPESI EQUAL 'MC'
              MOVE 'M'                      TO WKS-STATO-NEW
           ELSE
              MOVE 'TIPO DI NOTIFICA ERRATO'
                                            TO WKS-NOTA
              PERFORM B0090-ERRATO          THRU B0090-END
              GO TO B0010-AVANZA.
           IF ESI-DTESI NOT NUMERIC
              MOVE 'DATA DELLA NOTIFICA ERRATA' TO WKS-NOTA
              PERFORM B0090-ERRATO          THRU B0090-END
              GO TO B0010-AVANZA.
           PERFORM B0100-CERCA-A93          THRU B0100-END.
           IF WKS-NOTA NOT EQUAL SPACES
              PERFORM B0090-ERRATO          THRU B0090-END
              GO TO B0010-AVANZA.
           IF A93-STATO NOT EQUAL 'I'
              ADD 1                         TO CNT-RIPETUTI
              DISPLAY 'NPW40B FILE ' ESI-NMFIL ' NOTIFICA '
                      ESI-TPESI ' IGNORATA: DOCUMENTO GIA'' IN '
                      'STATO ' A93-STATO
              IF WKS-RC LESS 4
                 MOVE 4                     TO WKS-RC
              END-IF
              GO TO B0010-AVANZA.
           MOVE WKS-STATO-NEW               TO A93-STATO.
           MOVE ESI-DTESI                   TO A93-DTESI.
           MOVE ESI-IDSDI                   TO A93-IDSDI.
           IF A93-STATO EQUAL 'C'
              MOVE SPACES                   TO A93-MOTSC
           ELSE
              MOVE ESI-MOTIV                TO A93-MOTSC.
           MOVE SPACES                      TO NPW01RC.
           MOVE NPA93TC                     TO W01-NPDATT.
           MOVE 'UP'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 'ERRORE AGGIORNAMENTO A93'
                                            TO WKS-NOTA
              PERFORM B0090-ERRATO          THRU B0090-END
              GO TO B0010-AVANZA.
           DISPLAY 'NPW40B ' A93-TPDOC ' ' A93-NRFAT '/' A93-ANNO
                   ' ISTITUTO ' A93-ABIUT ' NOTIFICA ' ESI-TPESI
                   ' STATO ' A93-STATO.
           IF A93-STATO EQUAL 'C'
              ADD 1                         TO CNT-CONSEGNE.
           IF A93-STATO EQUAL 'M'
              ADD 1                         TO CNT-MANCATE.
           IF A93-STATO EQUAL 'S'
              ADD 1                         TO CNT-SCARTI
              DISPLAY '       MOTIVO ' ESI-MOTIV
              IF A93-TPDOC EQUAL 'TD04'
                 PERFORM B0200-RIPRISTINA   THRU B0200-END.
       B0010-AVANZA.
           PERFORM R0010-LEGGI-ESISDI       THRU R0010-END.
       B0000-END.
           EXIT.
       B0090-ERRATO.
           ADD 1                            TO CNT-ERRATI.
           DISPLAY 'NPW40B FILE ' ESI-NMFIL ' NOTIFICA ' ESI-TPESI
                   ' SCARTATA: ' WKS-NOTA.
           MOVE 8                           TO WKS-RC.
       B0090-END.
           EXIT.
      **************************************************************
      ** RIGA A93 DEL FILE INVIATO: CHIAVE DAL NOME DEL FILE      **
      ** (WKS-NOTA VALORIZZATA SE NON RICONDUCIBILE)              **
      **************************************************************
       B0100-CERCA-A93.
           MOVE SPACES                      TO WKS-NOTA.
           MOVE ESI-NMFIL                   TO WKS-NMFIL.
           EXEC SQL
                SELECT DAT_KEYGE
                  INTO :WKS-KEYGE
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A93'
                   AND SUBSTR(DAT_RESTO,51,30) = :WKS-NMFIL
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              MOVE 'FILE NON PRESENTE A REGISTRO'
                                            TO WKS-NOTA
              GO TO B0100-END.
           IF SQLCODE EQUAL -811
              MOVE 'FILE PRESENTE PIU'' VOLTE' TO WKS-NOTA
              GO TO B0100-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW40B ERRORE RICERCA REGISTRO A93 '
                      SQLCODE
              MOVE 'ERRORE LETTURA A93'     TO WKS-NOTA
              GO TO B0100-END.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A93'                       TO W01-DAT-CODIT.
           MOVE WKS-KEYGE                   TO W01-DAT-KEYGE.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 'ERRORE LETTURA A93'     TO WKS-NOTA
              GO TO B0100-END.
           MOVE W01-NPDATT                  TO NPA93TC.
       B0100-END.
           EXIT.
      **************************************************************
      ** SCARTO DI UNA NOTA DI CREDITO: L'IMPONIBILE TORNA DA     **
      ** STORNARE SULLA FATTURA RETTIFICATA                       **
      **************************************************************
       B0200-RIPRISTINA.
           MOVE A93-IMPON                   TO WKS-IMPON.
           MOVE A93-ABIUT                   TO WKS-ABIUT.
           MOVE SPACES                      TO NPW01RC.
           MOVE A93-ANRIF                   TO A93-ANNO.
           MOVE A93-NRRIF                   TO A93-NRFAT.
           MOVE A93-KEY                     TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA93TC
      *       LA LETTURA RICADE SULL'ISTITUTO 99999 SE MANCA LA RIGA
              IF A93-ABIUT NOT EQUAL WKS-ABIUT
                 MOVE 'GE'                  TO W01-RCODE
              END-IF
           END-IF.
           IF W01-RCODE EQUAL SPACES
              IF WKS-IMPON GREATER A93-IMSTO
                 MOVE ZERO                  TO A93-IMSTO
              ELSE
                 SUBTRACT WKS-IMPON         FROM A93-IMSTO
              END-IF
              MOVE NPA93TC                  TO W01-NPDATT
              MOVE 'UP'                     TO W01-FUNZI
              PERFORM W0001-RICHIAMO        THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW40B ERRORE RIPRISTINO STORNO SULLA FATTURA '
                      A93-NRFAT '/' A93-ANNO ' ISTITUTO ' WKS-ABIUT
                      ' RCODE ' W01-RCODE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 8                        TO WKS-RC
              GO TO B0200-END.
           MOVE WKS-IMPON                   TO WKS-ED-IMPOR.
           DISPLAY '       RIPRISTINATO ' WKS-ED-IMPOR
                   ' DA STORNARE SULLA FATTURA '
                   A93-NRFAT '/' A93-ANNO.
       B0200-END.
           EXIT.
      **************************************************************
      ** PROSPETTO DEI DOCUMENTI NON ACCETTATI                    **
      **************************************************************
       C0000-PROSPETTO.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW40B - DOCUMENTI NON ACCETTATI (ATTESA OLTRE '
                   WKS-GGATT ' GIORNI, DAL ' WKS-DTLIM ')'.
           DISPLAY '----------------------------------------------'.
           EXEC SQL OPEN CUR-A93 END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW40B ERRORE APERTURA CURSORE A93 '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0020-LEGGI-A93          THRU R0020-END.
           PERFORM C0010-UN-DOCUMENTO       THRU C0010-END
              UNTIL FINE-A93.
           EXEC SQL CLOSE CUR-A93 END-EXEC.
       C0000-END.
           EXIT.
       R0020-LEGGI-A93.
           EXEC SQL
                FETCH CUR-A93
                INTO  :WKS-KEYGE,
                      :WKS-RESTO
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-A93                  TO TRUE
              GO TO R0020-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW40B ERRORE LETTURA CURSORE A93 '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE WKS-RIGA-A93                TO NPA93TC.
       R0020-END.
           EXIT.
      **************************************************************
      ** UN DOCUMENTO: IN ATTESA DA PRIMA DELLA DATA LIMITE,      **
      ** SCARTATO SENZA UN DOCUMENTO SOSTITUTIVO VALIDO, MANCATA  **
      ** CONSEGNA NOTIFICATA DOPO LA DATA LIMITE                  **
      **************************************************************
       C0010-UN-DOCUMENTO.
           MOVE SPACES                      TO WKS-NOTA.
           IF A93-STATO EQUAL 'I'
              AND A93-DTFAT LESS WKS-DTLIM
              MOVE 'IN ATTESA DI ESITO'     TO WKS-NOTA
              ADD 1                         TO CNT-IN-ATTESA.
           IF A93-STATO EQUAL 'S'
              PERFORM C0020-SOSTITUTIVO     THRU C0020-END
              IF WKS-NRDOC EQUAL ZERO
                 MOVE 'SCARTATO - DA RIEMETTERE' TO WKS-NOTA
                 ADD 1                      TO CNT-DA-RIEMET.
           IF A93-STATO EQUAL 'M'
              AND A93-DTESI NOT LESS WKS-DTLIM
              MOVE 'MANCATA CONSEGNA - AVVISARE'
                                            TO WKS-NOTA
              ADD 1                         TO CNT-DA-COMUNIC.
           IF WKS-NOTA EQUAL SPACES
              GO TO C0010-AVANZA.
           MOVE A93-IMTOT                   TO WKS-ED-IMPOR.
           DISPLAY A93-ABIUT ' ' A93-TPDOC ' ' A93-NRFAT '/' A93-ANNO
                   ' DEL ' A93-DTFAT ' ' WKS-ED-IMPOR ' '
                   WKS-NOTA ' ' A93-NMFIL.
           IF A93-STATO NOT EQUAL 'I'
              DISPLAY '                 ESITO DEL ' A93-DTESI ' '
                      A93-MOTSC.
       C0010-AVANZA.
           PERFORM R0020-LEGGI-A93          THRU R0020-END.
       C0010-END.
           EXIT.
      **************************************************************
      ** DOCUMENTO SOSTITUTIVO DI UNO SCARTATO: FATTURA NON       **
      ** SCARTATA DELLO STESSO ISTITUTO E PERIODO, O NOTA DI      **
      ** CREDITO NON SCARTATA SULLA STESSA FATTURA                **
      **************************************************************
       C0020-SOSTITUTIVO.
           MOVE ZERO                        TO WKS-NRDOC.
           MOVE A93-ABIUT                   TO WKS-ABIUT.
           IF A93-TPDOC EQUAL 'TD01'
              MOVE A93-PERIO                TO WKS-PERIO-X
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WKS-NRDOC
                     FROM NPDATT
                    WHERE DAT_CODIT = 'A93'
                      AND SUBSTR(DAT_KEYGE,1,5) = :WKS-ABIUT
                      AND SUBSTR(DAT_RESTO,1,4) = 'TD01'
                      AND SUBSTR(DAT_RESTO,5,6) = :WKS-PERIO-X
                      AND SUBSTR(DAT_RESTO,81,1) <> 'S'
                   WITH UR
              END-EXEC
           ELSE
              MOVE A93-ANRIF                TO WKS-ANRIF-X
              MOVE A93-NRRIF                TO WKS-NRRIF-X
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WKS-NRDOC
                     FROM NPDATT
                    WHERE DAT_CODIT = 'A93'
                      AND SUBSTR(DAT_KEYGE,1,5) = :WKS-ABIUT
                      AND SUBSTR(DAT_RESTO,1,4) = 'TD04'
                      AND SUBSTR(DAT_RESTO,102,4) = :WKS-ANRIF-X
                      AND SUBSTR(DAT_RESTO,106,7) = :WKS-NRRIF-X
                      AND SUBSTR(DAT_RESTO,81,1) <> 'S'
                   WITH UR
              END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW40B ERRORE RICERCA SOSTITUTIVO ISTITUTO '
                      WKS-ABIUT ' ' SQLCODE
              MOVE ZERO                     TO WKS-NRDOC
              MOVE 8                        TO WKS-RC.
       C0020-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW40B - ESITI SDI DELLE FATTURE ELETTRONICHE'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NOTIFICHE LETTE ..........: ' CNT-ESITI.
           DISPLAY 'RICEVUTE DI CONSEGNA .....: ' CNT-CONSEGNE.
           DISPLAY 'NOTIFICHE DI SCARTO ......: ' CNT-SCARTI.
           DISPLAY 'MANCATE CONSEGNE .........: ' CNT-MANCATE.
           DISPLAY 'NOTIFICHE GIA'' REGISTRATE : ' CNT-RIPETUTI.
           DISPLAY 'NOTIFICHE SCARTATE .......: ' CNT-ERRATI.
           DISPLAY 'DOCUMENTI IN ATTESA ......: ' CNT-IN-ATTESA.
           DISPLAY 'DOCUMENTI DA RIEMETTERE ..: ' CNT-DA-RIEMET.
           DISPLAY 'MANCATE CONSEGNE RECENTI .: ' CNT-DA-COMUNIC.
           DISPLAY '----------------------------------------------'.
           IF WKS-RC LESS 4
              AND (CNT-IN-ATTESA GREATER ZERO
                   OR CNT-DA-RIEMET GREATER ZERO)
              MOVE 4                        TO WKS-RC.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
      *--------------------------------------------------------
      * RICHIAMO ROUTINE NPW08P
      *--------------------------------------------------------
       W0008-RICHIAMO.
           MOVE 'NPW08P'            TO WRK-MODULO.
           MOVE NPW08RC             TO WRK-NP0500.
           MOVE NPG01RC             TO WRK-NPG01-0500.
           CALL WRK-MODULO USING WRK-1150.
           MOVE WRK-NP0500          TO NPW08RC.
           MOVE WRK-NPG01-0500      TO NPG01RC.
       W0008-END.
           EXIT.
           COPY NPW01RR.
