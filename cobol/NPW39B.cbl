       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW39B.
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
      *  NPW39B   EMISSIONE DELLE FATTURE ELETTRONICHE (FATTURAPA)    *
      *           DEL SERVIZIO ALLE BANCHE ADERENTI:                  *
      *            - DALL'ESTRATTO FATTUR DI NPW19B UNA FATTURA TD01  *
      *              PER ISTITUTO, UNA LINEA PER TIPO PRESENTAZIONE   *
      *              CON VOLUME, PREZZO A81 E SCONTO DI SCAGLIONE;    *
      *            - DAL FILE RETTIF UNA NOTA DI CREDITO TD04 PER     *
      *              ISTITUTO E FATTURA RETTIFICATA, CONTROLLATA SUL  *
      *              REGISTRO (FATTURA ESISTENTE, NON SCARTATA, CON   *
      *              IMPONIBILE NON ANCORA STORNATO SUFFICIENTE);     *
      *            - NUMERAZIONE PROGRESSIVA NELL'ANNO SUL REGISTRO   *
      *              A93 DI NPDATT (STATO 'I' IN ATTESA DI ESITO);    *
      *            - DATI DEL CEDENTE, ALIQUOTA IVA E PROGRESSIVO DI  *
      *              INVIO DALLA RIGA A94, DATI DEL CESSIONARIO E     *
      *              CODICE DESTINATARIO DALLA RIGA A01 DELL'ISTITUTO;*
      *            - UN DOCUMENTO XML FPR12 PER FATTURA SUL FLUSSO    *
      *              FATXML PER IL CANALE SDI (TRACCIATO NPW39FC).    *
      *           UN PERIODO GIA' FATTURATO A UN ISTITUTO (FATTURA    *
      *           NON SCARTATA) NON VIENE RIFATTURATO (RC 4); DATI    *
      *           FISCALI MANCANTI O RETTIFICHE ERRATE DANNO RC 8.    *
      *           SCHEDA PARAMETRO: PERIODO FATTURATO AAAAMM IN       *
      *           COLONNA 1 (DEFAULT IL MESE PRECEDENTE) E DATA       *
      *           FATTURA AAAAMMGG IN COLONNA 7 (DEFAULT OGGI)        *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO126* 151026 PRIMA STESURA - FATTURE ELETTRONICHE DEL SERVIZIO E    *
USO126*        NOTE DI CREDITO DI RETTIFICA VERSO IL CANALE SDI       *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT FATTUR  ASSIGN        TO UT-S-FATTUR.
           SELECT RETTIF  ASSIGN        TO UT-S-RETTIF.
           SELECT FATXML  ASSIGN        TO UT-S-FATXML.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  FATTUR
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-FATTUR.
           05  FAT-ABIUT                PIC X(005).
           05  FAT-FTPRE                PIC X(002).
           05  FAT-VOLUME               PIC 9(009).
           05  FAT-PREZZO               PIC 9(07)V9(04).
           05  FAT-SCONTO               PIC 9(02)V9(02).
           05  FAT-IMPORTO              PIC 9(13)V9(02).
           05  FAT-DATA                 PIC 9(008).
           05  FILLER                   PIC X(026).
       FD  RETTIF
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-RETTIF                   PIC X(100).
       FD  FATXML
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-FATXML                   PIC X(300).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O             *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-PERIO            PIC 9(006) VALUE ZERO.
           03  WKS-SKP-DTFAT            PIC 9(008) VALUE ZERO.
           03  WKS-FILLER               PIC X(066) VALUE SPACES.
       01  SW-FINE-FAT                  PIC 9 VALUE 0.
           88  FINE-FAT                       VALUE 1.
       01  SW-FINE-RET                  PIC 9 VALUE 0.
           88  FINE-RET                       VALUE 1.
       01  SW-DOC                       PIC X VALUE 'N'.
           88  DOC-EMESSO                     VALUE 'S'.
       01  SW-RIGHE                     PIC X VALUE 'S'.
           88  RIGHE-VALIDE                   VALUE 'S'.
      *------------------------------------------------------*
      *   PERIODO E DATA DELLE FATTURE                        *
      *------------------------------------------------------*
       01  WKS-DATA-LAV.
           03  WKS-LAV-AAAA             PIC 9(004).
           03  WKS-LAV-MM               PIC 9(002).
           03  WKS-LAV-GG               PIC 9(002).
       01  WKS-DATA-LAV-NUM REDEFINES WKS-DATA-LAV
                                        PIC 9(008).
       01  WKS-PERIO                    PIC 9(006).
       01  WKS-PERIO-RED REDEFINES WKS-PERIO.
           03  WKS-PER-AAAA             PIC 9(004).
           03  WKS-PER-MM               PIC 9(002).
       01  WKS-PERIO-X REDEFINES WKS-PERIO
                                        PIC X(006).
       01  WKS-DTFAT                    PIC 9(008).
       01  WKS-ANNO                     PIC 9(004).
       01  WKS-ANNO-X REDEFINES WKS-ANNO
                                        PIC X(004).
       01  WKS-OGGI                     PIC 9(008).
       01  WKS-ULT-NRFAT                PIC S9(009) COMP.
       01  WKS-NRDUP                    PIC S9(009) COMP.
      *------------------------------------------------------*
      *   DESCRIZIONE DELLE LINEE PER TIPO PRESENTAZIONE      *
      *------------------------------------------------------*
       01  TAB-DESCR.
           05  FILLER                   PIC X(042) VALUE
               '01PRESENTAZIONE EFFETTI CARTACEI          '.
           05  FILLER                   PIC X(042) VALUE
               '02PRESENTAZIONE RICEVUTE BANCARIE         '.
           05  FILLER                   PIC X(042) VALUE
               '04PRESENTAZIONE MAV                       '.
           05  FILLER                   PIC X(042) VALUE
               '05PRESENTAZIONE RID                       '.
           05  FILLER                   PIC X(042) VALUE
               '07PRESENTAZIONE RIA                       '.
           05  FILLER                   PIC X(042) VALUE
               '10PRESENTAZIONE DOCUMENTI                 '.
       01  TAB-DESCR-RED REDEFINES TAB-DESCR.
           05  TDS-ELE OCCURS 6.
               10  TDS-FTPRE            PIC X(002).
               10  TDS-DESCR            PIC X(040).
      *------------------------------------------------------*
      *   DOCUMENTO IN CORSO: TESTATA E LINEE                 *
      *------------------------------------------------------*
       01  WKS-DOC-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-DOC-TPDOC                PIC X(004).
       01  WKS-DOC-NRFAT                PIC 9(007).
       01  WKS-DOC-ANRIF                PIC 9(004).
       01  WKS-DOC-NRRIF                PIC 9(007).
       01  WKS-DOC-DTRIF                PIC 9(008).
       01  WKS-DOC-IMPON                PIC S9(13)V99 COMP-3.
       01  WKS-DOC-IMIVA                PIC S9(13)V99 COMP-3.
       01  WKS-DOC-IMTOT                PIC S9(13)V99 COMP-3.
       01  WKS-DOC-NMFIL                PIC X(030).
       01  WKS-DOC-PRINV                PIC 9(005).
       01  WKS-MAX-RIGHE                PIC S9(04) COMP VALUE +20.
       01  TAB-RIGHE.
           05  TRG-NR                   PIC S9(04) COMP VALUE ZERO.
           05  TRG-RIGA OCCURS 20.
               10  TRG-FTPRE            PIC X(002).
               10  TRG-VOLUME           PIC 9(009).
               10  TRG-PREZZO           PIC 9(07)V9(04).
               10  TRG-SCONTO           PIC 9(02)V9(02).
               10  TRG-IMPORTO          PIC 9(13)V9(02).
               10  TRG-CAUSA            PIC X(050).
      *------------------------------------------------------*
      *   COMPOSIZIONE DELLE RIGHE XML                        *
      *------------------------------------------------------*
       01  WKS-XML-TAG                  PIC X(040).
       01  WKS-XML-VAL                  PIC X(100).
       01  WKS-XML-LIV                  PIC S9(04) COMP VALUE ZERO.
       01  WKS-XML-NRRIG                PIC 9(005).
       01  WKS-LUN-AREA                 PIC X(100).
       01  WKS-LUN                      PIC S9(04) COMP.
       01  WKS-LUN-TAG                  PIC S9(04) COMP.
       01  WKS-ESC                      PIC X(250).
       01  WKS-ESC-I                    PIC S9(04) COMP.
       01  WKS-ESC-P                    PIC S9(04) COMP.
       01  WKS-CAR                      PIC X(001).
       01  WKS-PTR                      PIC S9(04) COMP.
       01  WKS-NUM-VAL                  PIC 9(13)V9(04).
       01  WKS-NUM-X REDEFINES WKS-NUM-VAL
                                        PIC X(017).
       01  WKS-NUM-DEC                  PIC S9(04) COMP.
       01  WKS-NUM-ZERI                 PIC S9(04) COMP.
       01  WKS-NUM-LUN                  PIC S9(04) COMP.
       01  WKS-NUMDOC                   PIC X(020).
       01  WKS-DESCR                    PIC X(100).
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-INDD                     PIC S9(04) COMP VALUE ZERO.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-FATTUR               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-RETTIF               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-FATTURE              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-NOTE                 PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-GIA-FATT             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCARTATI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-FATXML               PIC 9(007) COMP-3 VALUE ZERO.
           05  TOT-FAT-IMPON            PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
           05  TOT-FAT-IMTOT            PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
           05  TOT-NOT-IMPON            PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
           05  TOT-NOT-IMTOT            PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-IMPOR2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPW39VC.
       COPY  NPW39FC.
       COPY  NPW01RC.
       COPY  NPA01TC.
       COPY  NPA93TC.
       COPY  NPA94TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UNA-RIGA-FATTURA   THRU B0000-END
              UNTIL FINE-FAT.
           PERFORM C0090-CHIUDI-FATTURA     THRU C0090-END.
           PERFORM D0000-UNA-RETTIFICA      THRU D0000-END
              UNTIL FINE-RET.
           PERFORM D0090-CHIUDI-NOTA        THRU D0090-END.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW39B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-SKP-PERIO
                                               WKS-SKP-DTFAT.
           CLOSE SKPARAM.
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
           PERFORM A0010-PERIODO            THRU A0010-END.
           PERFORM A0020-LEGGI-A94          THRU A0020-END.
           PERFORM A0030-ULTIMO-NUMERO      THRU A0030-END.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW39B - FATTURE ELETTRONICHE DEL SERVIZIO'
                   ' PERIODO ' WKS-PER-MM '/' WKS-PER-AAAA
                   ' DATA FATTURA ' WKS-DTFAT.
           DISPLAY '----------------------------------------------'.
           OPEN INPUT  FATTUR
                       RETTIF
                OUTPUT FATXML.
           PERFORM R0010-LEGGI-FATTUR       THRU R0010-END.
           PERFORM R0020-LEGGI-RETTIF       THRU R0020-END.
       A0000-END.
           EXIT.
      **************************************************************
      ** PERIODO FATTURATO E DATA FATTURA: DALLA SCHEDA O, IN     **
      ** MANCANZA, IL MESE PRECEDENTE E LA DATA DI OGGI           **
      **************************************************************
       A0010-PERIODO.
           IF WKS-SKP-DTFAT NOT NUMERIC
           OR WKS-SKP-DTFAT EQUAL ZERO
              MOVE WKS-OGGI                 TO WKS-DTFAT
           ELSE
              MOVE WKS-SKP-DTFAT            TO WKS-DTFAT.
           IF WKS-DTFAT GREATER WKS-OGGI
              DISPLAY 'NPW39B DATA FATTURA SUCCESSIVA AD OGGI '
                      'SULLA SCHEDA PARAMETRO: ' WKS-SKP-DTFAT
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF WKS-SKP-PERIO NOT NUMERIC
           OR WKS-SKP-PERIO EQUAL ZERO
              MOVE WKS-DTFAT                TO WKS-DATA-LAV-NUM
              IF WKS-LAV-MM EQUAL 1
                 MOVE 12                    TO WKS-LAV-MM
                 SUBTRACT 1                 FROM WKS-LAV-AAAA
              ELSE
                 SUBTRACT 1                 FROM WKS-LAV-MM
              END-IF
              MOVE WKS-LAV-AAAA             TO WKS-PER-AAAA
              MOVE WKS-LAV-MM               TO WKS-PER-MM
           ELSE
              MOVE WKS-SKP-PERIO            TO WKS-PERIO
              IF WKS-PER-MM LESS 1 OR WKS-PER-MM GREATER 12
                 DISPLAY 'NPW39B PERIODO ERRATO SULLA SCHEDA '
                         'PARAMETRO: ' WKS-SKP-PERIO
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN.
           MOVE WKS-DTFAT                   TO WKS-DATA-LAV-NUM.
           MOVE WKS-LAV-AAAA                TO WKS-ANNO.
       A0010-END.
           EXIT.
      **************************************************************
      ** DATI FISCALI DEL CEDENTE (RIGA A94 DELL'ISTITUTO 99999)  **
      **************************************************************
       A0020-LEGGI-A94.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO NPA94TC.
           MOVE 'A94'                       TO A94-CODIT.
           MOVE '99999'                     TO A94-ABIUT.
           MOVE NPA94TC                     TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW39B RIGA A94 DATI DEL CEDENTE NON TROVATA'
                      ' RCODE ' W01-RCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE W01-NPDATT                  TO NPA94TC.
           IF A94-PIVA EQUAL SPACES
           OR A94-DENOM EQUAL SPACES
           OR A94-INDIR EQUAL SPACES
           OR A94-CAP EQUAL SPACES
           OR A94-COMUN EQUAL SPACES
           OR A94-RGFIS EQUAL SPACES
           OR A94-ALIVA NOT NUMERIC
           OR A94-PRINV NOT NUMERIC
              DISPLAY 'NPW39B RIGA A94 DATI DEL CEDENTE INCOMPLETA'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF A94-ALIVA EQUAL ZERO
              AND A94-NATUR EQUAL SPACES
              DISPLAY 'NPW39B RIGA A94 ALIQUOTA ZERO SENZA NATURA'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       A0020-END.
           EXIT.
      **************************************************************
      ** ULTIMO NUMERO DI FATTURA DELL'ANNO: LE RIGHE A93 NON SI  **
      ** CANCELLANO, IL NUMERO SUCCESSIVO E' IL LORO CONTEGGIO +1 **
      **************************************************************
       A0030-ULTIMO-NUMERO.
           MOVE ZERO                        TO WKS-ULT-NRFAT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WKS-ULT-NRFAT
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A93'
                   AND SUBSTR(DAT_KEYGE,6,4) = :WKS-ANNO-X
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW39B ERRORE CONTEGGIO REGISTRO A93 '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       A0030-END.
           EXIT.
       R0010-LEGGI-FATTUR.
           READ FATTUR
              AT END SET FINE-FAT           TO TRUE.
       R0010-END.
           EXIT.
       R0020-LEGGI-RETTIF.
           READ RETTIF INTO NPW39VC
              AT END SET FINE-RET           TO TRUE.
       R0020-END.
           EXIT.
      **************************************************************
      ** UNA RIGA DELL'ESTRATTO FATTUR: LE RIGHE DI UN ISTITUTO   **
      ** SONO CONTIGUE E FORMANO LE LINEE DELLA SUA FATTURA       **
      **************************************************************
       B0000-UNA-RIGA-FATTURA.
           ADD 1                            TO CNT-FATTUR.
           IF FAT-ABIUT NOT EQUAL WKS-DOC-ABIUT
              PERFORM C0090-CHIUDI-FATTURA  THRU C0090-END
              MOVE FAT-ABIUT                TO WKS-DOC-ABIUT
              MOVE ZERO                     TO TRG-NR
              MOVE 'S'                      TO SW-RIGHE.
           IF FAT-VOLUME EQUAL ZERO
              AND FAT-IMPORTO EQUAL ZERO
              GO TO B0010-AVANZA.
           IF TRG-NR NOT LESS WKS-MAX-RIGHE
              DISPLAY 'NPW39B ISTITUTO ' FAT-ABIUT
                      ' TROPPE RIGHE FATTUR - FATTURA NON EMESSA'
              MOVE 'N'                      TO SW-RIGHE
              GO TO B0010-AVANZA.
           ADD 1                            TO TRG-NR.
           MOVE FAT-FTPRE                   TO TRG-FTPRE  (TRG-NR).
           MOVE FAT-VOLUME                  TO TRG-VOLUME (TRG-NR).
           MOVE FAT-PREZZO                  TO TRG-PREZZO (TRG-NR).
           MOVE FAT-SCONTO                  TO TRG-SCONTO (TRG-NR).
           MOVE FAT-IMPORTO                 TO TRG-IMPORTO (TRG-NR).
           MOVE SPACES                      TO TRG-CAUSA  (TRG-NR).
       B0010-AVANZA.
           PERFORM R0010-LEGGI-FATTUR       THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DELL'ISTITUTO: FATTURA TD01 DEL PERIODO, SE IL  **
      ** PERIODO NON E' GIA' STATO FATTURATO                      **
      **************************************************************
       C0090-CHIUDI-FATTURA.
           IF WKS-DOC-ABIUT EQUAL HIGH-VALUE
              GO TO C0090-END.
           IF NOT RIGHE-VALIDE
              PERFORM C0095-SCARTO          THRU C0095-END
              GO TO C0090-FINE.
           IF TRG-NR EQUAL ZERO
              DISPLAY 'NPW39B ISTITUTO ' WKS-DOC-ABIUT
                      ' NESSUNA RIGA DA FATTURARE'
              GO TO C0090-FINE.
           MOVE ZERO                        TO WKS-NRDUP.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WKS-NRDUP
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A93'
                   AND SUBSTR(DAT_KEYGE,1,5) = :WKS-DOC-ABIUT
                   AND SUBSTR(DAT_RESTO,1,4) = 'TD01'
                   AND SUBSTR(DAT_RESTO,5,6) = :WKS-PERIO-X
                   AND SUBSTR(DAT_RESTO,81,1) <> 'S'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW39B ERRORE CONTROLLO REGISTRO A93 '
                      'ISTITUTO ' WKS-DOC-ABIUT ' ' SQLCODE
              PERFORM C0095-SCARTO          THRU C0095-END
              GO TO C0090-FINE.
           IF WKS-NRDUP GREATER ZERO
              ADD 1                         TO CNT-GIA-FATT
              DISPLAY 'NPW39B ISTITUTO ' WKS-DOC-ABIUT
                      ' PERIODO ' WKS-PERIO ' GIA'' FATTURATO'
                      ' - FATTURA NON EMESSA'
              IF WKS-RC LESS 4
                 MOVE 4                     TO WKS-RC
              END-IF
              GO TO C0090-FINE.
           MOVE 'TD01'                      TO WKS-DOC-TPDOC.
           MOVE ZERO                        TO WKS-DOC-ANRIF
                                               WKS-DOC-NRRIF
                                               WKS-DOC-DTRIF.
           PERFORM C0100-EMETTI-DOCUMENTO   THRU C0100-END.
           IF DOC-EMESSO
              ADD 1                         TO CNT-FATTURE
              ADD WKS-DOC-IMPON             TO TOT-FAT-IMPON
              ADD WKS-DOC-IMTOT             TO TOT-FAT-IMTOT.
       C0090-FINE.
           MOVE HIGH-VALUE                  TO WKS-DOC-ABIUT.
       C0090-END.
           EXIT.
       C0095-SCARTO.
           ADD 1                            TO CNT-SCARTATI.
           MOVE 8                           TO WKS-RC.
       C0095-END.
           EXIT.
      **************************************************************
      ** EMISSIONE DI UN DOCUMENTO (FATTURA O NOTA DI CREDITO):   **
      ** DATI DEL CESSIONARIO, TOTALI, NUMERO E NOME DEL FILE,    **
      ** REGISTRAZIONE A93, PROGRESSIVO A94 E DOCUMENTO XML       **
      **************************************************************
       C0100-EMETTI-DOCUMENTO.
           MOVE 'N'                         TO SW-DOC.
           PERFORM C0110-LEGGI-A01          THRU C0110-END.
           IF W01-RCODE NOT EQUAL SPACES
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              PERFORM C0095-SCARTO          THRU C0095-END
              GO TO C0100-END.
           MOVE ZERO                        TO WKS-DOC-IMPON.
           PERFORM C0120-SOMMA-LINEA        THRU C0120-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TRG-NR.
           COMPUTE WKS-DOC-IMIVA ROUNDED =
              WKS-DOC-IMPON * A94-ALIVA / 100.
           COMPUTE WKS-DOC-IMTOT = WKS-DOC-IMPON + WKS-DOC-IMIVA.
           COMPUTE WKS-DOC-NRFAT = WKS-ULT-NRFAT + 1.
           IF A94-PRINV NOT LESS 99999
              MOVE 1                        TO WKS-DOC-PRINV
           ELSE
              COMPUTE WKS-DOC-PRINV = A94-PRINV + 1.
           MOVE SPACES                      TO WKS-DOC-NMFIL.
           IF A94-CFISC NOT EQUAL SPACES
              STRING 'IT' A94-CFISC         DELIMITED BY SPACE
                     '_' WKS-DOC-PRINV '.xml'
                                            DELIMITED BY SIZE
                INTO WKS-DOC-NMFIL
           ELSE
              STRING 'IT' A94-PIVA          DELIMITED BY SPACE
                     '_' WKS-DOC-PRINV '.xml'
                                            DELIMITED BY SIZE
                INTO WKS-DOC-NMFIL.
           PERFORM C0140-REGISTRA-A93       THRU C0140-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW39B ERRORE REGISTRAZIONE A93 ISTITUTO '
                      WKS-DOC-ABIUT ' NUMERO ' WKS-DOC-NRFAT
                      ' RCODE ' W01-RCODE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              PERFORM C0095-SCARTO          THRU C0095-END
              GO TO C0100-END.
           ADD 1                            TO WKS-ULT-NRFAT.
           PERFORM C0150-PROGRESSIVO-A94    THRU C0150-END.
           PERFORM C0200-SCRIVI-XML         THRU C0200-END.
           MOVE 'S'                         TO SW-DOC.
           MOVE WKS-DOC-IMPON               TO WKS-ED-IMPOR.
           MOVE WKS-DOC-IMTOT               TO WKS-ED-IMPOR2.
           DISPLAY 'NPW39B ' WKS-DOC-TPDOC ' ' WKS-DOC-NRFAT '/'
                   WKS-ANNO ' ISTITUTO ' WKS-DOC-ABIUT
                   ' IMPONIBILE ' WKS-ED-IMPOR
                   ' TOTALE ' WKS-ED-IMPOR2.
           DISPLAY '       FILE ' WKS-DOC-NMFIL.
       C0100-END.
           EXIT.
      **************************************************************
      ** DATI DEL CESSIONARIO: RIGA A01 DELL'ISTITUTO CON PARTITA **
      ** IVA, CODICE DESTINATARIO (O PEC) E SEDE                  **
      **************************************************************
       C0110-LEGGI-A01.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO NPA01TC.
           MOVE 'A01'                       TO A01-CODIT.
           MOVE WKS-DOC-ABIUT               TO A01-ABIUT.
           MOVE WRK-SERVI                   TO A01-SERVI.
           MOVE NPA01TC                     TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW39B ISTITUTO ' WKS-DOC-ABIUT
                      ' RIGA A01 NON TROVATA - ' WKS-DOC-TPDOC
                      ' NON EMESSA'
              GO TO C0110-END.
           MOVE W01-NPDATT                  TO NPA01TC.
      *    LA LETTURA RICADE SULL'ISTITUTO 99999 SE MANCA LA RIGA
           IF A01-ABIUT NOT EQUAL WKS-DOC-ABIUT
              DISPLAY 'NPW39B ISTITUTO ' WKS-DOC-ABIUT
                      ' RIGA A01 NON TROVATA - ' WKS-DOC-TPDOC
                      ' NON EMESSA'
              MOVE 'GE'                     TO W01-RCODE
              GO TO C0110-END.
           IF A01-PIVA EQUAL SPACES
           OR A01-INDIR EQUAL SPACES
           OR A01-CAP EQUAL SPACES
           OR A01-COMUN EQUAL SPACES
           OR A01-CDDES EQUAL SPACES
           OR (A01-CDDES EQUAL '0000000'
               AND A01-PECDS EQUAL SPACES)
              DISPLAY 'NPW39B ISTITUTO ' WKS-DOC-ABIUT
                      ' DATI FISCALI A01 INCOMPLETI - '
                      WKS-DOC-TPDOC ' NON EMESSA'
              MOVE 'DF'                     TO W01-RCODE.
       C0110-END.
           EXIT.
       C0120-SOMMA-LINEA.
           ADD TRG-IMPORTO (WKS-IND)        TO WKS-DOC-IMPON.
       C0120-END.
           EXIT.
      **************************************************************
      ** REGISTRO A93: RIGA DEL DOCUMENTO IN STATO 'I' (INVIATO,  **
      ** IN ATTESA DI ESITO DALLO SDI)                            **
      **************************************************************
       C0140-REGISTRA-A93.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO NPA93TC.
           MOVE 'A93'                       TO A93-CODIT.
           MOVE WKS-DOC-ABIUT               TO A93-ABIUT.
           MOVE WKS-ANNO                    TO A93-ANNO.
           MOVE WKS-DOC-NRFAT               TO A93-NRFAT.
           MOVE WKS-DOC-TPDOC               TO A93-TPDOC.
           MOVE WKS-PERIO                   TO A93-PERIO.
           MOVE WKS-DTFAT                   TO A93-DTFAT.
           MOVE WKS-DOC-IMPON               TO A93-IMPON.
           MOVE WKS-DOC-IMIVA               TO A93-IMIVA.
           MOVE WKS-DOC-IMTOT               TO A93-IMTOT.
           MOVE ZERO                        TO A93-IMSTO.
           MOVE WKS-DOC-NMFIL               TO A93-NMFIL.
           MOVE 'I'                         TO A93-STATO.
           MOVE ZERO                        TO A93-DTESI.
           MOVE WKS-DOC-ANRIF               TO A93-ANRIF.
           MOVE WKS-DOC-NRRIF               TO A93-NRRIF.
           MOVE TRG-NR                      TO A93-NRRIG.
           MOVE NPA93TC                     TO W01-NPDATT.
           MOVE 'IS'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
       C0140-END.
           EXIT.
      **************************************************************
      ** PROGRESSIVO DI INVIO: RISCRITTO SULLA RIGA A94 A OGNI    **
      ** DOCUMENTO, UN FILE GIA' INVIATO NON SI RIPETE            **
      **************************************************************
       C0150-PROGRESSIVO-A94.
           MOVE WKS-DOC-PRINV               TO A94-PRINV.
           MOVE SPACES                      TO NPW01RC.
           MOVE NPA94TC                     TO W01-NPDATT.
           MOVE 'UP'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW39B ERRORE AGGIORNAMENTO PROGRESSIVO A94 '
                      A94-PRINV ' RCODE ' W01-RCODE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 8                        TO WKS-RC.
       C0150-END.
           EXIT.
      **************************************************************
      ** DOCUMENTO XML FPR12: TESTATA (TRASMISSIONE, CEDENTE E    **
      ** CESSIONARIO) E CORPO (DATI GENERALI, LINEE, RIEPILOGO)   **
      **************************************************************
       C0200-SCRIVI-XML.
           MOVE ZERO                        TO WKS-XML-NRRIG
                                               WKS-XML-LIV.
           MOVE SPACES                      TO NPW39FC.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                                            TO XML-TESTO.
           PERFORM W0010-SCRIVI-FATXML      THRU W0010-END.
           MOVE SPACES                      TO NPW39FC.
           STRING '<p:FatturaElettronica versione="FPR12" '
                  'xmlns:ds="http://www.w3.org/2000/09/xmldsig#" '
                  'xmlns:p="http://ivaservizi.agenziaentrate.gov.it'
                  '/docs/xsd/fatture/v1.2" '
                  'xmlns:xsi="http://www.w3.org/2001/'
                  'XMLSchema-instance">'
                                            DELIMITED BY SIZE
             INTO XML-TESTO.
           PERFORM W0010-SCRIVI-FATXML      THRU W0010-END.
           ADD 1                            TO WKS-XML-LIV.
           MOVE 'FatturaElettronicaHeader'  TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           PERFORM C0210-TRASMISSIONE       THRU C0210-END.
           PERFORM C0220-CEDENTE            THRU C0220-END.
           PERFORM C0230-CESSIONARIO        THRU C0230-END.
           MOVE 'FatturaElettronicaHeader'  TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'FatturaElettronicaBody'    TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           PERFORM C0240-DATI-GENERALI      THRU C0240-END.
           MOVE 'DatiBeniServizi'           TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           PERFORM C0250-LINEA              THRU C0250-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TRG-NR.
           PERFORM C0260-RIEPILOGO          THRU C0260-END.
           MOVE 'DatiBeniServizi'           TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'FatturaElettronicaBody'    TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE SPACES                      TO NPW39FC.
           MOVE '</p:FatturaElettronica>'   TO XML-TESTO.
           PERFORM W0010-SCRIVI-FATXML      THRU W0010-END.
       C0200-END.
           EXIT.
       C0210-TRASMISSIONE.
           MOVE 'DatiTrasmissione'          TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'IdTrasmittente'            TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'IdPaese'                   TO WKS-XML-TAG.
           MOVE 'IT'                        TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'IdCodice'                  TO WKS-XML-TAG.
           IF A94-CFISC NOT EQUAL SPACES
              MOVE A94-CFISC                TO WKS-XML-VAL
           ELSE
              MOVE A94-PIVA                 TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'IdTrasmittente'            TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'ProgressivoInvio'          TO WKS-XML-TAG.
           MOVE WKS-DOC-PRINV               TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'FormatoTrasmissione'       TO WKS-XML-TAG.
           MOVE 'FPR12'                     TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'CodiceDestinatario'        TO WKS-XML-TAG.
           MOVE A01-CDDES                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           IF A01-CDDES EQUAL '0000000'
              MOVE 'PECDestinatario'        TO WKS-XML-TAG
              MOVE A01-PECDS                TO WKS-XML-VAL
              PERFORM X0010-ELEMENTO        THRU X0010-END.
           MOVE 'DatiTrasmissione'          TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
       C0210-END.
           EXIT.
       C0220-CEDENTE.
           MOVE 'CedentePrestatore'         TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'DatiAnagrafici'            TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'IdFiscaleIVA'              TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'IdPaese'                   TO WKS-XML-TAG.
           MOVE 'IT'                        TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'IdCodice'                  TO WKS-XML-TAG.
           MOVE A94-PIVA                    TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'IdFiscaleIVA'              TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'CodiceFiscale'             TO WKS-XML-TAG.
           MOVE A94-CFISC                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Anagrafica'                TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'Denominazione'             TO WKS-XML-TAG.
           MOVE A94-DENOM                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Anagrafica'                TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'RegimeFiscale'             TO WKS-XML-TAG.
           MOVE A94-RGFIS                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'DatiAnagrafici'            TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'Sede'                      TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'Indirizzo'                 TO WKS-XML-TAG.
           MOVE A94-INDIR                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'CAP'                       TO WKS-XML-TAG.
           MOVE A94-CAP                     TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Comune'                    TO WKS-XML-TAG.
           MOVE A94-COMUN                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Provincia'                 TO WKS-XML-TAG.
           MOVE A94-PROV                    TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Nazione'                   TO WKS-XML-TAG.
           MOVE 'IT'                        TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Sede'                      TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'CedentePrestatore'         TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
       C0220-END.
           EXIT.
       C0230-CESSIONARIO.
           MOVE 'CessionarioCommittente'    TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'DatiAnagrafici'            TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'IdFiscaleIVA'              TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'IdPaese'                   TO WKS-XML-TAG.
           MOVE 'IT'                        TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'IdCodice'                  TO WKS-XML-TAG.
           MOVE A01-PIVA                    TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'IdFiscaleIVA'              TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'CodiceFiscale'             TO WKS-XML-TAG.
           MOVE A01-CFISC                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Anagrafica'                TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'Denominazione'             TO WKS-XML-TAG.
           MOVE A01-DESBA                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Anagrafica'                TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'DatiAnagrafici'            TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'Sede'                      TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'Indirizzo'                 TO WKS-XML-TAG.
           MOVE A01-INDIR                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'CAP'                       TO WKS-XML-TAG.
           MOVE A01-CAP                     TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Comune'                    TO WKS-XML-TAG.
           MOVE A01-COMUN                   TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Provincia'                 TO WKS-XML-TAG.
           MOVE A01-PROV                    TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Nazione'                   TO WKS-XML-TAG.
           MOVE 'IT'                        TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Sede'                      TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           MOVE 'CessionarioCommittente'    TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
       C0230-END.
           EXIT.
      **************************************************************
      ** DATI GENERALI DEL DOCUMENTO; SULLA NOTA DI CREDITO ANCHE **
      ** IL RIFERIMENTO ALLA FATTURA RETTIFICATA                  **
      **************************************************************
       C0240-DATI-GENERALI.
           MOVE 'DatiGenerali'              TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'DatiGeneraliDocumento'     TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'TipoDocumento'             TO WKS-XML-TAG.
           MOVE WKS-DOC-TPDOC               TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Divisa'                    TO WKS-XML-TAG.
           MOVE EURO                        TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Data'                      TO WKS-XML-TAG.
           MOVE WKS-DTFAT                   TO WKS-DATA-LAV-NUM.
           PERFORM X0080-DATA-ISO           THRU X0080-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Numero'                    TO WKS-XML-TAG.
           MOVE WKS-DOC-NRFAT               TO WKS-NUM-VAL.
           MOVE WKS-ANNO                    TO WKS-LAV-AAAA.
           PERFORM X0075-NUMERO-DOC         THRU X0075-END.
           MOVE WKS-NUMDOC                  TO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'ImportoTotaleDocumento'    TO WKS-XML-TAG.
           MOVE WKS-DOC-IMTOT               TO WKS-NUM-VAL.
           MOVE 2                           TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Causale'                   TO WKS-XML-TAG.
           MOVE SPACES                      TO WKS-XML-VAL.
           IF WKS-DOC-TPDOC EQUAL 'TD01'
              STRING 'CORRISPETTIVI DEL SERVIZIO ANTICIPO DOCUMENTI'
                     ' - PERIODO ' WKS-PER-MM '/' WKS-PER-AAAA
                                            DELIMITED BY SIZE
                INTO WKS-XML-VAL
           ELSE
              MOVE WKS-DOC-NRRIF            TO WKS-NUM-VAL
              MOVE WKS-DOC-ANRIF            TO WKS-LAV-AAAA
              PERFORM X0075-NUMERO-DOC      THRU X0075-END
              MOVE SPACES                   TO WKS-XML-VAL
              STRING 'NOTA DI CREDITO A RETTIFICA DELLA FATTURA '
                                            DELIMITED BY SIZE
                     WKS-NUMDOC             DELIMITED BY SPACE
                INTO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'DatiGeneraliDocumento'     TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
           IF WKS-DOC-TPDOC EQUAL 'TD04'
              MOVE 'DatiFattureCollegate'   TO WKS-XML-TAG
              PERFORM X0020-APRI            THRU X0020-END
              MOVE 'IdDocumento'            TO WKS-XML-TAG
              MOVE WKS-DOC-NRRIF            TO WKS-NUM-VAL
              MOVE WKS-DOC-ANRIF            TO WKS-LAV-AAAA
              PERFORM X0075-NUMERO-DOC      THRU X0075-END
              MOVE WKS-NUMDOC               TO WKS-XML-VAL
              PERFORM X0010-ELEMENTO        THRU X0010-END
              MOVE 'Data'                   TO WKS-XML-TAG
              MOVE WKS-DOC-DTRIF            TO WKS-DATA-LAV-NUM
              PERFORM X0080-DATA-ISO        THRU X0080-END
              PERFORM X0010-ELEMENTO        THRU X0010-END
              MOVE 'DatiFattureCollegate'   TO WKS-XML-TAG
              PERFORM X0030-CHIUDI          THRU X0030-END.
           MOVE 'DatiGenerali'              TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
       C0240-END.
           EXIT.
      **************************************************************
      ** UNA LINEA DEL DOCUMENTO: SULLA FATTURA VOLUME, PREZZO    **
      ** UNITARIO A81 E SCONTO DI SCAGLIONE; SULLA NOTA DI        **
      ** CREDITO IL SOLO IMPONIBILE STORNATO                      **
      **************************************************************
       C0250-LINEA.
           MOVE SPACES                      TO WKS-DESCR.
           PERFORM C0255-CERCA-DESCR        THRU C0255-END
              VARYING WKS-INDD FROM 1 BY 1
              UNTIL WKS-INDD GREATER 6.
           IF WKS-DESCR EQUAL SPACES
              STRING 'SERVIZIO TIPO PRESENTAZIONE '
                     TRG-FTPRE (WKS-IND)    DELIMITED BY SIZE
                INTO WKS-DESCR.
           MOVE 'DettaglioLinee'            TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           MOVE 'NumeroLinea'               TO WKS-XML-TAG.
           MOVE WKS-IND                     TO WKS-NUM-VAL.
           MOVE ZERO                        TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Descrizione'               TO WKS-XML-TAG.
           MOVE SPACES                      TO WKS-XML-VAL.
           IF WKS-DOC-TPDOC EQUAL 'TD01'
              STRING WKS-DESCR              DELIMITED BY '  '
                     ' - PERIODO ' WKS-PER-MM '/' WKS-PER-AAAA
                                            DELIMITED BY SIZE
                INTO WKS-XML-VAL
           ELSE
              STRING 'STORNO ' WKS-DESCR    DELIMITED BY '  '
                     ' - '                  DELIMITED BY SIZE
                     TRG-CAUSA (WKS-IND)    DELIMITED BY '  '
                INTO WKS-XML-VAL.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           IF WKS-DOC-TPDOC EQUAL 'TD01'
              MOVE 'Quantita'               TO WKS-XML-TAG
              MOVE TRG-VOLUME (WKS-IND)     TO WKS-NUM-VAL
              MOVE 2                        TO WKS-NUM-DEC
              PERFORM X0070-NUMERO          THRU X0070-END
              PERFORM X0010-ELEMENTO        THRU X0010-END
              MOVE 'PrezzoUnitario'         TO WKS-XML-TAG
              MOVE TRG-PREZZO (WKS-IND)     TO WKS-NUM-VAL
              MOVE 4                        TO WKS-NUM-DEC
              PERFORM X0070-NUMERO          THRU X0070-END
              PERFORM X0010-ELEMENTO        THRU X0010-END
           ELSE
              MOVE 'PrezzoUnitario'         TO WKS-XML-TAG
              MOVE TRG-IMPORTO (WKS-IND)    TO WKS-NUM-VAL
              MOVE 2                        TO WKS-NUM-DEC
              PERFORM X0070-NUMERO          THRU X0070-END
              PERFORM X0010-ELEMENTO        THRU X0010-END.
           IF TRG-SCONTO (WKS-IND) GREATER ZERO
              MOVE 'ScontoMaggiorazione'    TO WKS-XML-TAG
              PERFORM X0020-APRI            THRU X0020-END
              MOVE 'Tipo'                   TO WKS-XML-TAG
              MOVE 'SC'                     TO WKS-XML-VAL
              PERFORM X0010-ELEMENTO        THRU X0010-END
              MOVE 'Percentuale'            TO WKS-XML-TAG
              MOVE TRG-SCONTO (WKS-IND)     TO WKS-NUM-VAL
              MOVE 2                        TO WKS-NUM-DEC
              PERFORM X0070-NUMERO          THRU X0070-END
              PERFORM X0010-ELEMENTO        THRU X0010-END
              MOVE 'ScontoMaggiorazione'    TO WKS-XML-TAG
              PERFORM X0030-CHIUDI          THRU X0030-END.
           MOVE 'PrezzoTotale'              TO WKS-XML-TAG.
           MOVE TRG-IMPORTO (WKS-IND)       TO WKS-NUM-VAL.
           MOVE 2                           TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           PERFORM C0270-ALIQUOTA           THRU C0270-END.
           MOVE 'DettaglioLinee'            TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
       C0250-END.
           EXIT.
       C0255-CERCA-DESCR.
           IF TDS-FTPRE (WKS-INDD) EQUAL TRG-FTPRE (WKS-IND)
              MOVE TDS-DESCR (WKS-INDD)     TO WKS-DESCR.
       C0255-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO PER ALIQUOTA: UNICA ALIQUOTA DEL SERVIZIO      **
      **************************************************************
       C0260-RIEPILOGO.
           MOVE 'DatiRiepilogo'             TO WKS-XML-TAG.
           PERFORM X0020-APRI               THRU X0020-END.
           PERFORM C0270-ALIQUOTA           THRU C0270-END.
           MOVE 'ImponibileImporto'         TO WKS-XML-TAG.
           MOVE WKS-DOC-IMPON               TO WKS-NUM-VAL.
           MOVE 2                           TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           MOVE 'Imposta'                   TO WKS-XML-TAG.
           MOVE WKS-DOC-IMIVA               TO WKS-NUM-VAL.
           MOVE 2                           TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           IF A94-ALIVA GREATER ZERO
              MOVE 'EsigibilitaIVA'         TO WKS-XML-TAG
              MOVE 'I'                      TO WKS-XML-VAL
              PERFORM X0010-ELEMENTO        THRU X0010-END.
           MOVE 'DatiRiepilogo'             TO WKS-XML-TAG.
           PERFORM X0030-CHIUDI             THRU X0030-END.
       C0260-END.
           EXIT.
       C0270-ALIQUOTA.
           MOVE 'AliquotaIVA'               TO WKS-XML-TAG.
           MOVE A94-ALIVA                   TO WKS-NUM-VAL.
           MOVE 2                           TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           PERFORM X0010-ELEMENTO           THRU X0010-END.
           IF A94-ALIVA EQUAL ZERO
              MOVE 'Natura'                 TO WKS-XML-TAG
              MOVE A94-NATUR                TO WKS-XML-VAL
              PERFORM X0010-ELEMENTO        THRU X0010-END.
       C0270-END.
           EXIT.
      **************************************************************
      ** UNA RIGA DI RETTIFICA: LE RIGHE CONSECUTIVE SULLA STESSA **
      ** FATTURA DELLO STESSO ISTITUTO FORMANO UNA NOTA DI CREDITO**
      **************************************************************
       D0000-UNA-RETTIFICA.
           ADD 1                            TO CNT-RETTIF.
           IF RET-ABIUT NOT EQUAL WKS-DOC-ABIUT
           OR RET-ANRIF NOT EQUAL WKS-DOC-ANRIF
           OR RET-NRRIF NOT EQUAL WKS-DOC-NRRIF
              PERFORM D0090-CHIUDI-NOTA     THRU D0090-END
              MOVE RET-ABIUT                TO WKS-DOC-ABIUT
              MOVE RET-ANRIF                TO WKS-DOC-ANRIF
              MOVE RET-NRRIF                TO WKS-DOC-NRRIF
              MOVE ZERO                     TO TRG-NR
              MOVE 'S'                      TO SW-RIGHE.
           IF RET-IMPORTO NOT NUMERIC
           OR RET-IMPORTO EQUAL ZERO
              DISPLAY 'NPW39B RETTIFICA ISTITUTO ' RET-ABIUT
                      ' FATTURA ' RET-NRRIF '/' RET-ANRIF
                      ' SENZA IMPORTO - NOTA NON EMESSA'
              MOVE 'N'                      TO SW-RIGHE
              GO TO D0010-AVANZA.
           IF TRG-NR NOT LESS WKS-MAX-RIGHE
              DISPLAY 'NPW39B RETTIFICA ISTITUTO ' RET-ABIUT
                      ' FATTURA ' RET-NRRIF '/' RET-ANRIF
                      ' TROPPE RIGHE - NOTA NON EMESSA'
              MOVE 'N'                      TO SW-RIGHE
              GO TO D0010-AVANZA.
           ADD 1                            TO TRG-NR.
           MOVE RET-FTPRE                   TO TRG-FTPRE  (TRG-NR).
           IF RET-VOLUME NUMERIC
              MOVE RET-VOLUME               TO TRG-VOLUME (TRG-NR)
           ELSE
              MOVE ZERO                     TO TRG-VOLUME (TRG-NR).
           MOVE ZERO                        TO TRG-PREZZO (TRG-NR)
                                               TRG-SCONTO (TRG-NR).
           MOVE RET-IMPORTO                 TO TRG-IMPORTO (TRG-NR).
           MOVE RET-CAUSA                   TO TRG-CAUSA  (TRG-NR).
       D0010-AVANZA.
           PERFORM R0020-LEGGI-RETTIF       THRU R0020-END.
       D0000-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DELLA RETTIFICA: CONTROLLO DELLA FATTURA A      **
      ** REGISTRO, NOTA DI CREDITO TD04 E STORNO SULLA FATTURA    **
      **************************************************************
       D0090-CHIUDI-NOTA.
           IF WKS-DOC-ABIUT EQUAL HIGH-VALUE
              GO TO D0090-END.
           IF NOT RIGHE-VALIDE
           OR TRG-NR EQUAL ZERO
              PERFORM C0095-SCARTO          THRU C0095-END
              GO TO D0090-FINE.
           PERFORM D0100-FATTURA-ORIGINE    THRU D0100-END.
           IF W01-RCODE NOT EQUAL SPACES
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              PERFORM C0095-SCARTO          THRU C0095-END
              GO TO D0090-FINE.
           MOVE 'TD04'                      TO WKS-DOC-TPDOC.
           PERFORM C0100-EMETTI-DOCUMENTO   THRU C0100-END.
           IF NOT DOC-EMESSO
              GO TO D0090-FINE.
           ADD 1                            TO CNT-NOTE.
           ADD WKS-DOC-IMPON                TO TOT-NOT-IMPON.
           ADD WKS-DOC-IMTOT                TO TOT-NOT-IMTOT.
           PERFORM D0150-STORNA-FATTURA     THRU D0150-END.
       D0090-FINE.
           MOVE HIGH-VALUE                  TO WKS-DOC-ABIUT.
           MOVE ZERO                        TO WKS-DOC-ANRIF
                                               WKS-DOC-NRRIF.
       D0090-END.
           EXIT.
      **************************************************************
      ** FATTURA RETTIFICATA: DEVE ESSERE UNA FATTURA TD01 A      **
      ** REGISTRO, NON SCARTATA, CON IMPONIBILE NON ANCORA        **
      ** STORNATO NON INFERIORE ALLA NOTA                         **
      **************************************************************
       D0100-FATTURA-ORIGINE.
           MOVE ZERO                        TO WKS-DOC-IMPON.
           PERFORM C0120-SOMMA-LINEA        THRU C0120-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TRG-NR.
           PERFORM D0110-LEGGI-A93          THRU D0110-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW39B RETTIFICA ISTITUTO ' WKS-DOC-ABIUT
                      ' FATTURA ' WKS-DOC-NRRIF '/' WKS-DOC-ANRIF
                      ' NON TROVATA A REGISTRO - NOTA NON EMESSA'
              GO TO D0100-END.
           IF A93-TPDOC NOT EQUAL 'TD01'
              DISPLAY 'NPW39B RETTIFICA ISTITUTO ' WKS-DOC-ABIUT
                      ' DOCUMENTO ' WKS-DOC-NRRIF '/' WKS-DOC-ANRIF
                      ' NON E'' UNA FATTURA - NOTA NON EMESSA'
              MOVE 'DF'                     TO W01-RCODE
              GO TO D0100-END.
           IF A93-STATO EQUAL 'S'
              DISPLAY 'NPW39B RETTIFICA ISTITUTO ' WKS-DOC-ABIUT
                      ' FATTURA ' WKS-DOC-NRRIF '/' WKS-DOC-ANRIF
                      ' SCARTATA DALLO SDI - NOTA NON EMESSA'
              MOVE 'DF'                     TO W01-RCODE
              GO TO D0100-END.
           IF WKS-DOC-IMPON GREATER A93-IMPON - A93-IMSTO
              MOVE WKS-DOC-IMPON            TO WKS-ED-IMPOR
              COMPUTE WKS-ED-IMPOR2 = A93-IMPON - A93-IMSTO
              DISPLAY 'NPW39B RETTIFICA ISTITUTO ' WKS-DOC-ABIUT
                      ' FATTURA ' WKS-DOC-NRRIF '/' WKS-DOC-ANRIF
                      ' STORNO ' WKS-ED-IMPOR
                      ' OLTRE IL RESIDUO ' WKS-ED-IMPOR2
                      ' - NOTA NON EMESSA'
              MOVE 'DF'                     TO W01-RCODE
              GO TO D0100-END.
           MOVE A93-DTFAT                   TO WKS-DOC-DTRIF.
       D0100-END.
           EXIT.
       D0110-LEGGI-A93.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO NPA93TC.
           MOVE 'A93'                       TO A93-CODIT.
           MOVE WKS-DOC-ABIUT               TO A93-ABIUT.
           MOVE WKS-DOC-ANRIF               TO A93-ANNO.
           MOVE WKS-DOC-NRRIF               TO A93-NRFAT.
           MOVE NPA93TC                     TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              GO TO D0110-END.
           MOVE W01-NPDATT                  TO NPA93TC.
      *    LA LETTURA RICADE SULL'ISTITUTO 99999 SE MANCA LA RIGA
           IF A93-ABIUT NOT EQUAL WKS-DOC-ABIUT
              MOVE 'GE'                     TO W01-RCODE.
       D0110-END.
           EXIT.
      **************************************************************
      ** STORNO SULLA FATTURA RETTIFICATA: L'IMPONIBILE DELLA     **
      ** NOTA SI AGGIUNGE ALLO STORNATO DELLA RIGA A93            **
      **************************************************************
       D0150-STORNA-FATTURA.
           PERFORM D0110-LEGGI-A93          THRU D0110-END.
           IF W01-RCODE EQUAL SPACES
              ADD WKS-DOC-IMPON             TO A93-IMSTO
              MOVE SPACES                   TO NPW01RC
              MOVE NPA93TC                  TO W01-NPDATT
              MOVE 'UP'                     TO W01-FUNZI
              PERFORM W0001-RICHIAMO        THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW39B ERRORE STORNO SULLA FATTURA '
                      WKS-DOC-NRRIF '/' WKS-DOC-ANRIF
                      ' ISTITUTO ' WKS-DOC-ABIUT
                      ' RCODE ' W01-RCODE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 8                        TO WKS-RC.
       D0150-END.
           EXIT.
      **************************************************************
      ** ELEMENTO XML CON VALORE: <TAG>VALORE</TAG> (UN VALORE    **
      ** VUOTO NON PRODUCE L'ELEMENTO)                            **
      **************************************************************
       X0010-ELEMENTO.
           MOVE WKS-XML-TAG                 TO WKS-LUN-AREA.
           PERFORM X0090-LUNGHEZZA          THRU X0090-END.
           MOVE WKS-LUN                     TO WKS-LUN-TAG.
           PERFORM X0050-ESCAPE             THRU X0050-END.
           IF WKS-ESC-P NOT GREATER 1
              GO TO X0010-FINE.
           MOVE SPACES                      TO NPW39FC.
           COMPUTE WKS-PTR = WKS-XML-LIV + 1.
           STRING '<' WKS-XML-TAG (1:WKS-LUN-TAG) '>'
                  WKS-ESC (1:WKS-ESC-P - 1)
                  '</' WKS-XML-TAG (1:WKS-LUN-TAG) '>'
                                            DELIMITED BY SIZE
             INTO XML-TESTO
             WITH POINTER WKS-PTR.
           PERFORM W0010-SCRIVI-FATXML      THRU W0010-END.
       X0010-FINE.
           MOVE SPACES                      TO WKS-XML-VAL.
       X0010-END.
           EXIT.
      **************************************************************
      ** APERTURA E CHIUSURA DI UN ELEMENTO CON SOTTOELEMENTI     **
      **************************************************************
       X0020-APRI.
           MOVE WKS-XML-TAG                 TO WKS-LUN-AREA.
           PERFORM X0090-LUNGHEZZA          THRU X0090-END.
           MOVE SPACES                      TO NPW39FC.
           COMPUTE WKS-PTR = WKS-XML-LIV + 1.
           STRING '<' WKS-XML-TAG (1:WKS-LUN) '>'
                                            DELIMITED BY SIZE
             INTO XML-TESTO
             WITH POINTER WKS-PTR.
           PERFORM W0010-SCRIVI-FATXML      THRU W0010-END.
           ADD 1                            TO WKS-XML-LIV.
       X0020-END.
           EXIT.
       X0030-CHIUDI.
           SUBTRACT 1                       FROM WKS-XML-LIV.
           MOVE WKS-XML-TAG                 TO WKS-LUN-AREA.
           PERFORM X0090-LUNGHEZZA          THRU X0090-END.
           MOVE SPACES                      TO NPW39FC.
           COMPUTE WKS-PTR = WKS-XML-LIV + 1.
           STRING '</' WKS-XML-TAG (1:WKS-LUN) '>'
                                            DELIMITED BY SIZE
             INTO XML-TESTO
             WITH POINTER WKS-PTR.
           PERFORM W0010-SCRIVI-FATXML      THRU W0010-END.
       X0030-END.
           EXIT.
      **************************************************************
      ** VALORE DELL'ELEMENTO SENZA SPAZI FINALI, CON I CARATTERI **
      ** RISERVATI & < > SOSTITUITI DAI RIFERIMENTI XML           **
      **************************************************************
       X0050-ESCAPE.
           MOVE WKS-XML-VAL                 TO WKS-LUN-AREA.
           PERFORM X0090-LUNGHEZZA          THRU X0090-END.
           MOVE SPACES                      TO WKS-ESC.
           MOVE 1                           TO WKS-ESC-P.
           PERFORM X0055-CARATTERE          THRU X0055-END
              VARYING WKS-ESC-I FROM 1 BY 1
              UNTIL WKS-ESC-I GREATER WKS-LUN.
       X0050-END.
           EXIT.
       X0055-CARATTERE.
           MOVE WKS-XML-VAL (WKS-ESC-I:1)   TO WKS-CAR.
           IF WKS-CAR EQUAL '&'
              STRING '&amp;'                DELIMITED BY SIZE
                INTO WKS-ESC WITH POINTER WKS-ESC-P
              GO TO X0055-END.
           IF WKS-CAR EQUAL '<'
              STRING '&lt;'                 DELIMITED BY SIZE
                INTO WKS-ESC WITH POINTER WKS-ESC-P
              GO TO X0055-END.
           IF WKS-CAR EQUAL '>'
              STRING '&gt;'                 DELIMITED BY SIZE
                INTO WKS-ESC WITH POINTER WKS-ESC-P
              GO TO X0055-END.
           STRING WKS-CAR                   DELIMITED BY SIZE
             INTO WKS-ESC WITH POINTER WKS-ESC-P.
       X0055-END.
           EXIT.
      **************************************************************
      ** IMPORTO IN FORMATO XML: PUNTO DECIMALE, NESSUNO ZERO NON **
      ** SIGNIFICATIVO, WKS-NUM-DEC DECIMALI (ZERO = INTERO)      **
      **************************************************************
       X0070-NUMERO.
           MOVE ZERO                        TO WKS-NUM-ZERI.
           INSPECT WKS-NUM-X (1:13) TALLYING WKS-NUM-ZERI
              FOR LEADING '0'.
           IF WKS-NUM-ZERI GREATER 12
              MOVE 12                       TO WKS-NUM-ZERI.
           COMPUTE WKS-NUM-LUN = 13 - WKS-NUM-ZERI.
           MOVE SPACES                      TO WKS-XML-VAL.
           IF WKS-NUM-DEC EQUAL ZERO
              MOVE WKS-NUM-X (WKS-NUM-ZERI + 1:WKS-NUM-LUN)
                                            TO WKS-XML-VAL
           ELSE
              STRING WKS-NUM-X (WKS-NUM-ZERI + 1:WKS-NUM-LUN)
                     '.' WKS-NUM-X (14:WKS-NUM-DEC)
                                            DELIMITED BY SIZE
                INTO WKS-XML-VAL.
       X0070-END.
           EXIT.
      **************************************************************
      ** NUMERO DEL DOCUMENTO NNN/AAAA (NUMERO IN WKS-NUM-VAL,    **
      ** ANNO IN WKS-LAV-AAAA)                                    **
      **************************************************************
       X0075-NUMERO-DOC.
           MOVE ZERO                        TO WKS-NUM-DEC.
           PERFORM X0070-NUMERO             THRU X0070-END.
           MOVE SPACES                      TO WKS-NUMDOC.
           STRING WKS-XML-VAL               DELIMITED BY SPACE
                  '/' WKS-LAV-AAAA          DELIMITED BY SIZE
             INTO WKS-NUMDOC.
       X0075-END.
           EXIT.
      **************************************************************
      ** DATA IN FORMATO XML AAAA-MM-GG (DA WKS-DATA-LAV-NUM)     **
      **************************************************************
       X0080-DATA-ISO.
           MOVE SPACES                      TO WKS-XML-VAL.
           STRING WKS-LAV-AAAA '-' WKS-LAV-MM '-' WKS-LAV-GG
                                            DELIMITED BY SIZE
             INTO WKS-XML-VAL.
       X0080-END.
           EXIT.
      **************************************************************
      ** LUNGHEZZA DI WKS-LUN-AREA SENZA GLI SPAZI FINALI         **
      **************************************************************
       X0090-LUNGHEZZA.
           PERFORM X0095-INDIETRO           THRU X0095-END
              VARYING WKS-LUN FROM 100 BY -1
              UNTIL WKS-LUN LESS 1
                 OR WKS-LUN-AREA (WKS-LUN:1) NOT EQUAL SPACE.
       X0090-END.
           EXIT.
       X0095-INDIETRO.
           CONTINUE.
       X0095-END.
           EXIT.
       W0010-SCRIVI-FATXML.
           ADD 1                            TO WKS-XML-NRRIG.
           MOVE WKS-DOC-NMFIL               TO XML-NMFIL.
           MOVE WKS-XML-NRRIG               TO XML-NRRIG.
           WRITE REC-FATXML                 FROM NPW39FC.
           ADD 1                            TO CNT-FATXML.
       W0010-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE FATTUR
                 RETTIF
                 FATXML.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW39B - FATTURE ELETTRONICHE DEL SERVIZIO'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'RIGHE FATTUR LETTE .......: ' CNT-FATTUR.
           DISPLAY 'RIGHE RETTIF LETTE .......: ' CNT-RETTIF.
           DISPLAY 'FATTURE EMESSE ...........: ' CNT-FATTURE.
           MOVE TOT-FAT-IMPON               TO WKS-ED-IMPOR.
           MOVE TOT-FAT-IMTOT               TO WKS-ED-IMPOR2.
           DISPLAY '   IMPONIBILE ' WKS-ED-IMPOR
                   ' TOTALE ' WKS-ED-IMPOR2.
           DISPLAY 'NOTE DI CREDITO EMESSE ...: ' CNT-NOTE.
           MOVE TOT-NOT-IMPON               TO WKS-ED-IMPOR.
           MOVE TOT-NOT-IMTOT               TO WKS-ED-IMPOR2.
           DISPLAY '   IMPONIBILE ' WKS-ED-IMPOR
                   ' TOTALE ' WKS-ED-IMPOR2.
           DISPLAY 'PERIODI GIA'' FATTURATI ...: ' CNT-GIA-FATT.
           DISPLAY 'DOCUMENTI NON EMESSI .....: ' CNT-SCARTATI.
           DISPLAY 'RIGHE XML SCRITTE ........: ' CNT-FATXML.
           DISPLAY 'ULTIMO PROGRESSIVO INVIO .: ' A94-PRINV.
           DISPLAY '----------------------------------------------'.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
