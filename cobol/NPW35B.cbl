       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW35B.
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
      *  NPW35B   LIQUIDAZIONE TRIMESTRALE AL CLIENTE DI INTERESSI    *
      *           SUGLI ANTICIPI E COMMISSIONI DI INCASSO: GIRA SUI   *
      *           DOCUMENTI DEL REGISTRO NPREGT DEL TRIMESTRE, IN     *
      *           ORDINE ISTITUTO / CLIENTE PRESENTATORE, CON LE      *
      *           CONDIZIONI DEL CLIENTE (RIGA A80 DEL CLIENTE O, IN  *
      *           MANCANZA, RIGA A80 DI ISTITUTO). PER OGNI CLIENTE:  *
      *            - INTERESSI A NUMERI GIORNALIERI SUGLI ANTICIPI    *
      *              EROGATI (NPW28B), DALLA VALUTA DELL'ANTICIPO     *
      *              ALLA VALUTA DELLA SCADENZA (PRIMO GIORNO         *
      *              LAVORATIVO, NPW08R RTIPO 03) O ALLA DATA DI      *
      *              INSOLUTO O RICHIAMO, LIMITATI AL TRIMESTRE       *
      *              (GIORNI CIVILI CON NPW08R RTIPO 01, DIVISORE     *
      *              36500);                                          *
      *            - COMMISSIONE PER DOCUMENTO PRESENTATO NEL         *
      *              TRIMESTRE, SECONDO IL TIPO PRESENTAZIONE;        *
      *            - SPESA PER OGNI INSOLUTO DEL TRIMESTRE (DOCUMENTI *
      *              PORTATI IN STATO 'I' DA NPW18B);                 *
      *            - TEG = (INTERESSI + COMMISSIONI + SPESE) * 36500  *
      *              / NUMERI, CONFRONTATO CON LA SOGLIA USURA DELLA  *
      *              CATEGORIA (RIGHE T37 'SOGLIEUSURA' DI NPTUS13B): *
      *              TASSO O TEG SOPRA SOGLIA = NESSUN ADDEBITO.      *
      *           ESTRATTO DI LIQUIDAZIONE (NPW35FC) SUL FILE ESTLIQ  *
      *           E SCRITTURE DI ADDEBITO AL CLIENTE SUL FLUSSO       *
      *           ADDEBI (CAUSALI INT, COM, INS) CON VALUTA DI FINE   *
      *           TRIMESTRE.                                          *
      *           SCHEDA PARAMETRO: DATA DI FINE TRIMESTRE AAAAMMGG   *
      *           IN COLONNA 1 (DEFAULT IL TRIMESTRE APPENA CHIUSO),  *
      *           CATEGORIA USURA DI DEFAULT IN COLONNA 9 PER LE      *
      *           CONDIZIONI A80 CHE NON LA INDICANO                  *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO122* 151026 PRIMA STESURA - LIQUIDAZIONE TRIMESTRALE AL CLIENTE    *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT ESTLIQ  ASSIGN        TO UT-S-ESTLIQ.
           SELECT ADDEBI  ASSIGN        TO UT-S-ADDEBI.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  ESTLIQ
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-ESTLIQ                   PIC X(200).
       FD  ADDEBI
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-ADDEBI.
           05  ADD-ABIUT                PIC X(005).
           05  ADD-PRFIL                PIC X(005).
           05  ADD-CDDEB                PIC X(011).
           05  ADD-NOPER                PIC 9(015).
           05  ADD-SEGNO                PIC X(001).
      *        'D' = DARE (ADDEBITO AL CLIENTE)
           05  ADD-CAUSA                PIC X(003).
      *        'INT' = INTERESSI  'COM' = COMMISSIONI  'INS' = SPESE
      *        INSOLUTI
           05  ADD-IMPOR                PIC 9(13)V9(02).
           05  ADD-DTCON                PIC 9(008).
           05  ADD-DTVAL                PIC 9(008).
           05  ADD-FTPRE                PIC X(002).
           05  ADD-RIFCLI               PIC X(016).
           05  FILLER                   PIC X(011).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O              *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-DTFIN            PIC 9(008) VALUE ZERO.
           03  WKS-SKP-CTUSU            PIC X(010) VALUE SPACES.
           03  WKS-FILLER               PIC X(062) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  SW-LISTINO                   PIC X VALUE 'N'.
           88  LISTINO-TROVATO                VALUE 'S'.
      *------------------------------------------------------*
      *   TRIMESTRE DI LIQUIDAZIONE                           *
      *------------------------------------------------------*
       01  WKS-DATA-LAV.
           03  WKS-LAV-AAAA             PIC 9(004).
           03  WKS-LAV-MM               PIC 9(002).
           03  WKS-LAV-GG               PIC 9(002).
       01  WKS-DATA-LAV-NUM REDEFINES WKS-DATA-LAV
                                        PIC 9(008).
       01  WKS-TRIM                     PIC 9(001).
       01  WKS-GG-FINE                  PIC 9(002).
       01  WKS-QINI                     PIC 9(008).
       01  WKS-QFIN                     PIC 9(008).
       01  WKS-DTSEL                    PIC 9(008).
       01  WKS-G-QINI                   PIC S9(005) COMP-3.
       01  WKS-G-QFIN                   PIC S9(005) COMP-3.
       01  WKS-RIF-LIQ.
           05  FILLER                   PIC X(010) VALUE 'LIQ.TRIM. '.
           05  WKS-RIF-AAAAMM           PIC 9(006).
      *------------------------------------------------------*
      *   CONVERSIONE DATA / GIORNO CIVILE (NPW08R RTIPO 01)  *
      *------------------------------------------------------*
       01  WKS-GGG-DATA                 PIC 9(008).
       01  WKS-GGG                      PIC S9(005) COMP-3.
       01  SW-GGG-ERRATO                PIC X VALUE 'N'.
           88  GGG-ERRATO                     VALUE 'S'.
      *------------------------------------------------------*
      *   CONDIZIONI DEL CLIENTE IN CORSO (A80)               *
      *------------------------------------------------------*
       01  WKS-LISTINO.
           05  WKS-LIS-TPTAS            PIC X(001).
           05  WKS-LIS-TSRIF            PIC 9(03)V9(03).
           05  WKS-LIS-TASSO            PIC 9(03)V9(03).
           05  WKS-LIS-COMDO            PIC 9(05)V9(02) OCCURS 9.
           05  WKS-LIS-COINS            PIC 9(05)V9(02).
           05  WKS-LIS-CTUSU            PIC X(010).
       01  WKS-TASAN                    PIC 9(03)V9(03).
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
       01  WKS-SOGLIA                   PIC 9(003)V9(02).
       01  WKS-SOGLIA-90                PIC 9(003)V9(02).
       01  WKS-TEG                      PIC 9(003)V9(02).
       01  WKS-ESITO                    PIC X(001).
      *------------------------------------------------------*
      *   CLIENTE IN CORSO E SUOI TOTALI                      *
      *------------------------------------------------------*
       01  WKS-CLI-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-CLI-CDDEB                PIC X(011) VALUE HIGH-VALUE.
       01  WKS-CLI-DESCR                PIC X(040).
       01  WKS-CLI-NRDET                PIC 9(007) COMP-3.
       01  WKS-CLI-NUMERI               PIC S9(16)V99 COMP-3.
       01  WKS-CLI-INTER                PIC S9(13)V99 COMP-3.
       01  WKS-CLI-NRDOC                PIC 9(007) COMP-3.
       01  WKS-CLI-COMMI                PIC S9(13)V99 COMP-3.
       01  WKS-CLI-NRINS                PIC 9(007) COMP-3.
       01  WKS-CLI-SPINS                PIC S9(13)V99 COMP-3.
       01  WKS-CLI-TOTAL                PIC S9(13)V99 COMP-3.
      *------------------------------------------------------*
      *   DOCUMENTO IN CORSO                                  *
      *------------------------------------------------------*
       01  WKS-NOPER.
           05  WKS-NOPER-FIL            PIC X(005).
           05  WKS-NOPER-UNO            PIC X(010).
       01  WKS-NOPER-NUM REDEFINES WKS-NOPER
                                        PIC 9(015).
       01  WKS-FT-NUM                   PIC 9(002).
       01  WKS-DT-INIZ                  PIC 9(008).
       01  WKS-DT-FINE                  PIC 9(008).
       01  WKS-G-INIZ                   PIC S9(005) COMP-3.
       01  WKS-G-FINE                   PIC S9(005) COMP-3.
       01  WKS-DOC-DTDAL                PIC 9(008).
       01  WKS-DOC-DTAL                 PIC 9(008).
       01  WKS-DOC-GIORNI               PIC S9(005) COMP-3.
       01  WKS-DOC-NUMERI               PIC S9(16)V99 COMP-3.
       01  WKS-DOC-COMMI                PIC S9(05)V99 COMP-3.
       01  WKS-DOC-SPINS                PIC S9(05)V99 COMP-3.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CLIENTI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-LIS            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ADDEBITATI           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-VICINI               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SOPRA                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-SOGLIA         PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ESTRATTO             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCRITTURE            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-INTER                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
           05  CNT-COMMI                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
           05  CNT-SPINS                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-IMPOR2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-TASSO                 PIC ZZ9,999.
       01  WKS-ED-TEG                   PIC ZZ9,99.
       01  WKS-ED-SOGLIA                PIC ZZ9,99.
       COPY  NPW01RC.
       COPY  NPA79TC.
       COPY  NPA80TC.
       COPY  NPW08RC.
       COPY  NPW35FC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL
                DECLARE CUR-LIQ CURSOR FOR
                SELECT REG_ABIUT,
                       REG_NOPER,
                       REG_FTPRE,
                       REG_SCADE,
                       REG_RIFCLI,
                       REG_DTINS,
                       REG_CDDEB,
                       REG_STANT,
                       REG_IMANT,
                       REG_DTANT,
                       REG_STATO,
                       REG_DTSTA
                FROM   NPREGT
                WHERE  REG_CDDEB <> ' '
                  AND ((REG_STANT  = 'A'
                        AND REG_DTANT <= :WKS-QFIN
                        AND REG_SCADE >= :WKS-DTSEL)
                   OR  (REG_DTINS BETWEEN :WKS-QINI AND :WKS-QFIN)
                   OR  (REG_STATO  = 'I'
                        AND REG_DTSTA BETWEEN :WKS-QINI
                                          AND :WKS-QFIN))
                ORDER BY REG_ABIUT, REG_CDDEB, REG_NOPER
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-DOCUMENTO       THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0190-CHIUDI-CLIENTE     THRU C0190-END.
           EXEC SQL CLOSE CUR-LIQ END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW35B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-SKP-DTFIN.
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
           PERFORM A0010-TRIMESTRE          THRU A0010-END.
           DISPLAY 'NPW35B LIQUIDAZIONE TRIMESTRALE DAL ' WKS-QINI
                   ' AL ' WKS-QFIN ' - CATEGORIA USURA DI DEFAULT '
                   WKS-SKP-CTUSU.
           OPEN OUTPUT ESTLIQ
                       ADDEBI.
           EXEC SQL OPEN CUR-LIQ END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW35B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
      **************************************************************
      ** TRIMESTRE: FINE DALLA SCHEDA (ULTIMO GIORNO DI MARZO,    **
      ** GIUGNO, SETTEMBRE O DICEMBRE) O IL TRIMESTRE CHIUSO PRIMA**
      ** DI OGGI; INIZIO IL PRIMO GIORNO DEL TRIMESTRE. I         **
      ** DOCUMENTI SI SELEZIONANO CON SCADENZA DAL PRIMO GIORNO   **
      ** DEL MESE PRECEDENTE, PER LE VALUTE SPOSTATE DAI FESTIVI  **
      **************************************************************
       A0010-TRIMESTRE.
           IF WKS-SKP-DTFIN NOT NUMERIC
           OR WKS-SKP-DTFIN EQUAL ZERO
              MOVE WRK-DATA9                TO WKS-DATA-LAV-NUM
              SUBTRACT 1                    FROM WKS-LAV-MM
              DIVIDE WKS-LAV-MM BY 3    GIVING WKS-TRIM
              MULTIPLY WKS-TRIM BY 3    GIVING WKS-LAV-MM
              IF WKS-LAV-MM EQUAL ZERO
                 MOVE 12                    TO WKS-LAV-MM
                 SUBTRACT 1                 FROM WKS-LAV-AAAA
              END-IF
              PERFORM A0015-FINE-MESE       THRU A0015-END
              MOVE WKS-GG-FINE              TO WKS-LAV-GG
           ELSE
              MOVE WKS-SKP-DTFIN            TO WKS-DATA-LAV-NUM
              PERFORM A0015-FINE-MESE       THRU A0015-END
              IF WKS-GG-FINE EQUAL ZERO
                 OR WKS-LAV-GG NOT EQUAL WKS-GG-FINE
                 DISPLAY 'NPW35B DATA DI FINE TRIMESTRE ERRATA '
                         'SULLA SCHEDA PARAMETRO: ' WKS-SKP-DTFIN
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN.
           MOVE WKS-DATA-LAV-NUM            TO WKS-QFIN.
           MOVE WKS-LAV-AAAA                TO WKS-RIF-AAAAMM (1:4).
           MOVE WKS-LAV-MM                  TO WKS-RIF-AAAAMM (5:2).
           SUBTRACT 2                       FROM WKS-LAV-MM.
           MOVE 1                           TO WKS-LAV-GG.
           MOVE WKS-DATA-LAV-NUM            TO WKS-QINI.
           SUBTRACT 1                       FROM WKS-LAV-MM.
           IF WKS-LAV-MM EQUAL ZERO
              MOVE 12                       TO WKS-LAV-MM
              SUBTRACT 1                    FROM WKS-LAV-AAAA.
           MOVE WKS-DATA-LAV-NUM            TO WKS-DTSEL.
           MOVE WKS-QINI                    TO WKS-GGG-DATA.
           PERFORM W0020-GIORNO             THRU W0020-END.
           MOVE WKS-GGG                     TO WKS-G-QINI.
           MOVE WKS-QFIN                    TO WKS-GGG-DATA.
           PERFORM W0020-GIORNO             THRU W0020-END.
           IF GGG-ERRATO
              DISPLAY 'NPW35B ERRORE CALENDARIO SUL TRIMESTRE '
                      WKS-QINI ' ' WKS-QFIN
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
      *    IL GIORNO DI FINE TRIMESTRE MATURA INTERESSI
           COMPUTE WKS-G-QFIN = WKS-GGG + 1.
       A0010-END.
           EXIT.
      **************************************************************
      ** ULTIMO GIORNO DEL MESE DI FINE TRIMESTRE (ZERO SE IL     **
      ** MESE NON CHIUDE UN TRIMESTRE)                            **
      **************************************************************
       A0015-FINE-MESE.
           MOVE ZERO                        TO WKS-GG-FINE.
           IF WKS-LAV-MM EQUAL 3 OR WKS-LAV-MM EQUAL 12
              MOVE 31                       TO WKS-GG-FINE.
           IF WKS-LAV-MM EQUAL 6 OR WKS-LAV-MM EQUAL 9
              MOVE 30                       TO WKS-GG-FINE.
       A0015-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-LIQ
                INTO  :REG-ABIUT,
                      :REG-NOPER,
                      :REG-FTPRE,
                      :REG-SCADE,
                      :REG-RIFCLI,
                      :REG-DTINS,
                      :REG-CDDEB,
                      :REG-STANT,
                      :REG-IMANT,
                      :REG-DTANT,
                      :REG-STATO,
                      :REG-DTSTA
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW35B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UN DOCUMENTO: AL CAMBIO DI CLIENTE SI     **
      ** CHIUDE LA LIQUIDAZIONE PRECEDENTE E SI APRE LA NUOVA     **
      **************************************************************
       B0000-UN-DOCUMENTO.
           ADD 1                            TO CNT-LETTI.
           IF REG-ABIUT NOT EQUAL WKS-CLI-ABIUT
           OR REG-CDDEB NOT EQUAL WKS-CLI-CDDEB
              PERFORM C0190-CHIUDI-CLIENTE  THRU C0190-END
              PERFORM C0100-APRI-CLIENTE    THRU C0100-END.
           IF NOT LISTINO-TROVATO
              GO TO B0090-AVANZA.
           MOVE REG-NOPER                   TO WKS-NOPER-NUM.
           MOVE ZERO                        TO WKS-DOC-DTDAL
                                               WKS-DOC-DTAL
                                               WKS-DOC-GIORNI
                                               WKS-DOC-NUMERI
                                               WKS-DOC-COMMI
                                               WKS-DOC-SPINS.
           PERFORM C0200-INTERESSI          THRU C0200-END.
           PERFORM C0300-COMMISSIONI        THRU C0300-END.
           IF WKS-DOC-GIORNI EQUAL ZERO
              AND WKS-DOC-COMMI EQUAL ZERO
              AND WKS-DOC-SPINS EQUAL ZERO
              GO TO B0090-AVANZA.
           MOVE SPACES                      TO NPW35FC.
           MOVE 'D'                         TO LIQ-TPREC.
           PERFORM W0010-CHIAVE             THRU W0010-END.
           MOVE WKS-NOPER-NUM               TO LIQ-D-NOPER.
           MOVE REG-FTPRE                   TO LIQ-D-FTPRE.
           MOVE REG-RIFCLI                  TO LIQ-D-RIFCLI.
           MOVE ZERO                        TO LIQ-D-IMANT.
           IF WKS-DOC-GIORNI GREATER ZERO
              MOVE REG-IMANT                TO LIQ-D-IMANT.
           MOVE WKS-DOC-DTDAL               TO LIQ-D-DTDAL.
           MOVE WKS-DOC-DTAL                TO LIQ-D-DTAL.
           MOVE WKS-DOC-GIORNI              TO LIQ-D-GIORNI.
           MOVE WKS-DOC-NUMERI              TO LIQ-D-NUMERI.
           MOVE WKS-DOC-COMMI               TO LIQ-D-COMMI.
           MOVE WKS-DOC-SPINS               TO LIQ-D-SPINS.
           PERFORM W0015-SCRIVI-ESTRATTO    THRU W0015-END.
           ADD 1                            TO WKS-CLI-NRDET.
           ADD WKS-DOC-NUMERI               TO WKS-CLI-NUMERI.
           ADD WKS-DOC-COMMI                TO WKS-CLI-COMMI.
           ADD WKS-DOC-SPINS                TO WKS-CLI-SPINS.
       B0090-AVANZA.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** NUOVO CLIENTE: CONDIZIONI A80, DESCRIZIONE DAL           **
      ** CASTELLETTO A79 E TESTA DELL'ESTRATTO                    **
      **************************************************************
       C0100-APRI-CLIENTE.
           MOVE REG-ABIUT                   TO WKS-CLI-ABIUT.
           MOVE REG-CDDEB                   TO WKS-CLI-CDDEB.
           MOVE ZERO                        TO WKS-CLI-NRDET
                                               WKS-CLI-NUMERI
                                               WKS-CLI-INTER
                                               WKS-CLI-NRDOC
                                               WKS-CLI-COMMI
                                               WKS-CLI-NRINS
                                               WKS-CLI-SPINS
                                               WKS-CLI-TOTAL.
           ADD 1                            TO CNT-CLIENTI.
           PERFORM C0110-LISTINO            THRU C0110-END.
           IF NOT LISTINO-TROVATO
              ADD 1                         TO CNT-SENZA-LIS
              DISPLAY 'NPW35B CLIENTE ' REG-ABIUT '/' REG-CDDEB
                      ' SENZA CONDIZIONI A80, NON LIQUIDATO'
              MOVE 4                        TO WKS-RC
              GO TO C0100-END.
           PERFORM C0150-DESCRIZIONE        THRU C0150-END.
           MOVE SPACES                      TO NPW35FC.
           MOVE 'T'                         TO LIQ-TPREC.
           PERFORM W0010-CHIAVE             THRU W0010-END.
           MOVE WKS-CLI-DESCR               TO LIQ-T-DESCR.
           MOVE WKS-LIS-TPTAS               TO LIQ-T-TPTAS.
           MOVE WKS-TASAN                   TO LIQ-T-TASSO.
           MOVE WKS-LIS-CTUSU               TO LIQ-T-CTUSU.
           MOVE WRK-DATA9                   TO LIQ-T-DTELA.
           PERFORM W0015-SCRIVI-ESTRATTO    THRU W0015-END.
       C0100-END.
           EXIT.
      **************************************************************
      ** CONDIZIONI DEL CLIENTE: LA RIGA A80 DI ISTITUTO (CLIENTE **
      ** A SPAZI, CON IL RIPIEGO DI NPW01R SULL'ABI 99999) DA' IL **
      ** TASSO DI RIFERIMENTO E LE CONDIZIONI STANDARD; LA RIGA   **
      ** DEL CLIENTE, SE IN VIGORE NEL TRIMESTRE, LE SOSTITUISCE  **
      **************************************************************
       C0110-LISTINO.
           MOVE 'N'                         TO SW-LISTINO.
           MOVE SPACES                      TO WKS-LISTINO.
           MOVE ZERO                        TO WKS-LIS-TSRIF.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A80'                       TO W01-DAT-CODIT.
           MOVE REG-ABIUT                   TO W01-DAT-KEYGE (1:5).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA80TC
              IF A80-CDDEB EQUAL SPACES
                 PERFORM C0115-CARICA-A80   THRU C0115-END
              END-IF
           ELSE
              PERFORM C0118-ERRORE-A80      THRU C0118-END.
           IF LISTINO-TROVATO
              MOVE A80-TSRIF                TO WKS-LIS-TSRIF.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A80'                       TO W01-DAT-CODIT.
           MOVE REG-ABIUT                   TO W01-DAT-KEYGE (1:5).
           MOVE REG-CDDEB                   TO W01-DAT-KEYGE (6:11).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA80TC
              IF A80-ABIUT EQUAL REG-ABIUT
                 AND A80-CDDEB EQUAL REG-CDDEB
                 PERFORM C0115-CARICA-A80   THRU C0115-END
              END-IF
           ELSE
              PERFORM C0118-ERRORE-A80      THRU C0118-END.
           IF NOT LISTINO-TROVATO
              GO TO C0110-END.
           IF WKS-LIS-TPTAS EQUAL 'S'
              COMPUTE WKS-TASAN = WKS-LIS-TSRIF + WKS-LIS-TASSO
           ELSE
              MOVE WKS-LIS-TASSO            TO WKS-TASAN.
           IF WKS-LIS-CTUSU EQUAL SPACES
              MOVE WKS-SKP-CTUSU            TO WKS-LIS-CTUSU.
       C0110-END.
           EXIT.
      *    RIGA IN VIGORE ENTRO LA FINE DEL TRIMESTRE E FORMALMENTE
      *    CORRETTA: SOSTITUISCE LE CONDIZIONI GIA' CARICATE
       C0115-CARICA-A80.
           IF A80-DTVIG NOT NUMERIC
           OR A80-DTVIG GREATER WKS-QFIN
              GO TO C0115-END.
           IF A80-TASSO NOT NUMERIC
           OR A80-TSRIF NOT NUMERIC
           OR A80-COINS NOT NUMERIC
              DISPLAY 'NPW35B RIGA A80 ERRATA ' A80-ABIUT
                      '/' A80-CDDEB ', IGNORATA'
              MOVE 8                        TO WKS-RC
              GO TO C0115-END.
           MOVE A80-TPTAS                   TO WKS-LIS-TPTAS.
           MOVE A80-TASSO                   TO WKS-LIS-TASSO.
           MOVE A80-COINS                   TO WKS-LIS-COINS.
           MOVE A80-CTUSU                   TO WKS-LIS-CTUSU.
           PERFORM C0116-COMMISSIONE        THRU C0116-END
              VARYING WKS-FT-NUM FROM 1 BY 1
              UNTIL WKS-FT-NUM GREATER 9.
           MOVE 'S'                         TO SW-LISTINO.
       C0115-END.
           EXIT.
       C0116-COMMISSIONE.
           IF A80-COMDO (WKS-FT-NUM) NUMERIC
              MOVE A80-COMDO (WKS-FT-NUM)
                                 TO WKS-LIS-COMDO (WKS-FT-NUM)
           ELSE
              MOVE ZERO          TO WKS-LIS-COMDO (WKS-FT-NUM).
       C0116-END.
           EXIT.
       C0118-ERRORE-A80.
           IF W01-RCODE NOT EQUAL 'GE'
              DISPLAY 'NPW35B ERRORE LETTURA A80 ' REG-ABIUT
                      ' ' REG-CDDEB ' RCODE ' W01-RCODE
              MOVE 8                        TO WKS-RC.
           MOVE SPACES                      TO W01-RCODE
                                               NPG01RC.
       C0118-END.
           EXIT.
      **************************************************************
      ** DESCRIZIONE DEL CLIENTE: DAL CASTELLETTO A79             **
      ** DELL'ISTITUTO, ALTRIMENTI 'CLIENTE' E IL CODICE          **
      **************************************************************
       C0150-DESCRIZIONE.
           MOVE SPACES                      TO WKS-CLI-DESCR.
           STRING 'CLIENTE ' REG-CDDEB DELIMITED BY SIZE
                                          INTO WKS-CLI-DESCR.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A79'                       TO W01-DAT-CODIT.
           MOVE REG-ABIUT                   TO W01-DAT-KEYGE (1:5).
           MOVE REG-CDDEB                   TO W01-DAT-KEYGE (6:11).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA79TC
              IF A79-ABIUT EQUAL REG-ABIUT
                 AND A79-CDDEB EQUAL REG-CDDEB
                 AND A79-DESCR NOT EQUAL SPACES
                 MOVE A79-DESCR             TO WKS-CLI-DESCR
              END-IF
           ELSE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC.
       C0150-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DEL CLIENTE: INTERESSI SUI NUMERI, TEG E SOGLIA **
      ** USURA, SINTESI DELL'ESTRATTO E SCRITTURE DI ADDEBITO     **
      **************************************************************
       C0190-CHIUDI-CLIENTE.
           IF WKS-CLI-ABIUT EQUAL HIGH-VALUE
              GO TO C0190-END.
           IF NOT LISTINO-TROVATO
              GO TO C0190-AZZERA.
           COMPUTE WKS-CLI-INTER ROUNDED =
                   WKS-CLI-NUMERI * WKS-TASAN / 36500.
           COMPUTE WKS-CLI-TOTAL = WKS-CLI-INTER + WKS-CLI-COMMI
                                                 + WKS-CLI-SPINS.
           PERFORM C0160-SOGLIA             THRU C0160-END.
           MOVE SPACES                      TO NPW35FC.
           MOVE 'S'                         TO LIQ-TPREC.
           PERFORM W0010-CHIAVE             THRU W0010-END.
           MOVE WKS-CLI-NUMERI              TO LIQ-S-NUMERI.
           MOVE WKS-TASAN                   TO LIQ-S-TASSO.
           MOVE WKS-CLI-INTER               TO LIQ-S-INTER.
           MOVE WKS-CLI-NRDOC               TO LIQ-S-NRDOC.
           MOVE WKS-CLI-COMMI               TO LIQ-S-COMMI.
           MOVE WKS-CLI-NRINS               TO LIQ-S-NRINS.
           MOVE WKS-CLI-SPINS               TO LIQ-S-SPINS.
           MOVE WKS-CLI-TOTAL               TO LIQ-S-TOTAL.
           MOVE WKS-TEG                     TO LIQ-S-TEG.
           MOVE WKS-SOGLIA                  TO LIQ-S-SOGLIA.
           MOVE WKS-ESITO                   TO LIQ-S-ESITO.
           PERFORM W0015-SCRIVI-ESTRATTO    THRU W0015-END.
           MOVE WKS-TASAN                   TO WKS-ED-TASSO.
           MOVE WKS-TEG                     TO WKS-ED-TEG.
           MOVE WKS-SOGLIA                  TO WKS-ED-SOGLIA.
           MOVE WKS-CLI-TOTAL               TO WKS-ED-IMPOR.
           DISPLAY 'NPW35B CLIENTE ' WKS-CLI-ABIUT '/' WKS-CLI-CDDEB
                   ' TASSO ' WKS-ED-TASSO ' TEG ' WKS-ED-TEG
                   ' SOGLIA ' WKS-ED-SOGLIA ' ESITO ' WKS-ESITO
                   ' ADDEBITO ' WKS-ED-IMPOR.
           IF WKS-ESITO EQUAL 'U'
              DISPLAY 'NPW35B   SOPRA SOGLIA USURA, LIQUIDAZIONE '
                      'NON ADDEBITATA'
              GO TO C0190-AZZERA.
           MOVE SPACES                      TO REC-ADDEBI.
           MOVE WKS-CLI-ABIUT               TO ADD-ABIUT.
           MOVE WKS-CLI-CDDEB               TO ADD-CDDEB.
           MOVE ZERO                        TO ADD-NOPER.
           MOVE 'D'                         TO ADD-SEGNO.
           MOVE WRK-DATA9                   TO ADD-DTCON.
           MOVE WKS-QFIN                    TO ADD-DTVAL.
           MOVE WKS-RIF-LIQ                 TO ADD-RIFCLI.
           IF WKS-CLI-INTER GREATER ZERO
              MOVE 'INT'                    TO ADD-CAUSA
              MOVE WKS-CLI-INTER            TO ADD-IMPOR
              PERFORM W0030-SCRIVI-ADDEBITO THRU W0030-END.
           IF WKS-CLI-COMMI GREATER ZERO
              MOVE 'COM'                    TO ADD-CAUSA
              MOVE WKS-CLI-COMMI            TO ADD-IMPOR
              PERFORM W0030-SCRIVI-ADDEBITO THRU W0030-END.
           IF WKS-CLI-SPINS GREATER ZERO
              MOVE 'INS'                    TO ADD-CAUSA
              MOVE WKS-CLI-SPINS            TO ADD-IMPOR
              PERFORM W0030-SCRIVI-ADDEBITO THRU W0030-END.
           ADD 1                            TO CNT-ADDEBITATI.
           ADD WKS-CLI-INTER                TO CNT-INTER.
           ADD WKS-CLI-COMMI                TO CNT-COMMI.
           ADD WKS-CLI-SPINS                TO CNT-SPINS.
       C0190-AZZERA.
           MOVE HIGH-VALUE                  TO WKS-CLI-ABIUT
                                               WKS-CLI-CDDEB.
           MOVE 'N'                         TO SW-LISTINO.
       C0190-END.
           EXIT.
      **************************************************************
      ** SOGLIA USURA DELLA CATEGORIA (RIGA T37 'SOGLIEUSURA'     **
      ** SOTTO L'ABI 99999) E CONFRONTO CON TASSO E TEG DEL       **
      ** TRIMESTRE; SENZA NUMERI (NESSUN ANTICIPO IN ESSERE)      **
      ** IL TEG E' ZERO                                           **
      **************************************************************
       C0160-SOGLIA.
           MOVE ZERO                        TO WKS-SOGLIA
                                               WKS-TEG.
           MOVE SPACES                      TO WKS-ESITO.
           IF WKS-CLI-NUMERI GREATER ZERO
              COMPUTE WKS-TEG ROUNDED =
                      WKS-CLI-TOTAL * 36500 / WKS-CLI-NUMERI
                 ON SIZE ERROR
                    MOVE 999,99             TO WKS-TEG
              END-COMPUTE.
           IF WKS-LIS-CTUSU NOT EQUAL SPACES
              MOVE SPACES                   TO NPW01RC
              MOVE SPACES                   TO WKS-NPT38TC
              MOVE 'T37'                    TO WKS-T38-CODIT
              MOVE '99999'                  TO WKS-T38-ABIUT
              MOVE 'SOGLIEUSURA '           TO WKS-T38-TPROC
              MOVE WKS-LIS-CTUSU            TO WKS-T38-FUNZI
              MOVE WKS-T38-KEY              TO W01-NPDATT
              MOVE 'RE'                     TO W01-FUNZI
              PERFORM W0001-RICHIAMO        THRU W0001-END
              IF W01-RCODE EQUAL SPACES
                 MOVE W01-NPDATT            TO WKS-NPT38TC
                 IF WKS-T38-SOGLIA NUMERIC
                    MOVE WKS-T38-SOGLIA     TO WKS-SOGLIA
                 END-IF
              ELSE
                 MOVE SPACES                TO W01-RCODE
                                               NPG01RC.
           IF WKS-SOGLIA EQUAL ZERO
              MOVE 'N'                      TO WKS-ESITO
              ADD 1                         TO CNT-SENZA-SOGLIA
              MOVE 4                        TO WKS-RC
              GO TO C0160-END.
           COMPUTE WKS-SOGLIA-90 ROUNDED = WKS-SOGLIA * 0,9.
           IF WKS-TASAN NOT LESS WKS-SOGLIA
           OR WKS-TEG NOT LESS WKS-SOGLIA
              MOVE 'U'                      TO WKS-ESITO
              ADD 1                         TO CNT-SOPRA
              MOVE 4                        TO WKS-RC
              GO TO C0160-END.
           IF WKS-TASAN NOT LESS WKS-SOGLIA-90
           OR WKS-TEG NOT LESS WKS-SOGLIA-90
              MOVE 'V'                      TO WKS-ESITO
              ADD 1                         TO CNT-VICINI.
       C0160-END.
           EXIT.
      **************************************************************
      ** INTERESSI DEL DOCUMENTO ANTICIPATO: DALLA VALUTA         **
      ** DELL'ANTICIPO ALLA VALUTA DELLA SCADENZA, O ALLA DATA DI **
      ** INSOLUTO O RICHIAMO SE PRECEDENTE, DENTRO IL TRIMESTRE   **
      **************************************************************
       C0200-INTERESSI.
           IF REG-STANT NOT EQUAL 'A'
           OR REG-IMANT NOT GREATER ZERO
           OR REG-DTANT EQUAL ZERO
           OR REG-DTANT GREATER WKS-QFIN
              GO TO C0200-END.
           MOVE SPACES                      TO NPW08RC.
           MOVE 03                          TO W08-RTIPO.
           MOVE REG-SCADE                   TO W08-RDATA.
           MOVE REG-ABIUT                   TO W08-ABIUT.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              DISPLAY 'NPW35B OPER ' REG-ABIUT '/' WKS-NOPER-NUM
                      ' SCADENZA ' REG-SCADE ' NON RICODIFICATA, '
                      'VALUTA ALLA SCADENZA'
              MOVE 4                        TO WKS-RC
              MOVE SPACES                   TO NPG01RC
              MOVE REG-SCADE                TO WKS-DT-FINE
           ELSE
              MOVE W08-RDATA                TO WKS-DT-FINE.
           IF (REG-STATO EQUAL 'I' OR REG-STATO EQUAL 'R')
              AND REG-DTSTA GREATER ZERO
              AND REG-DTSTA LESS WKS-DT-FINE
              MOVE REG-DTSTA                TO WKS-DT-FINE.
           MOVE REG-DTANT                   TO WKS-DT-INIZ.
           IF WKS-DT-INIZ LESS WKS-QINI
              MOVE WKS-QINI                 TO WKS-DT-INIZ.
           IF WKS-DT-FINE NOT GREATER WKS-DT-INIZ
              GO TO C0200-END.
           MOVE WKS-DT-INIZ                 TO WKS-GGG-DATA.
           PERFORM W0020-GIORNO             THRU W0020-END.
           IF GGG-ERRATO
              GO TO C0200-ERRORE.
           MOVE WKS-GGG                     TO WKS-G-INIZ.
           IF WKS-DT-FINE GREATER WKS-QFIN
              MOVE WKS-G-QFIN               TO WKS-G-FINE
              MOVE WKS-QFIN                 TO WKS-DOC-DTAL
           ELSE
              MOVE WKS-DT-FINE              TO WKS-GGG-DATA
                                               WKS-DOC-DTAL
              PERFORM W0020-GIORNO          THRU W0020-END
              IF GGG-ERRATO
                 GO TO C0200-ERRORE
              END-IF
              MOVE WKS-GGG                  TO WKS-G-FINE.
           COMPUTE WKS-DOC-GIORNI = WKS-G-FINE - WKS-G-INIZ.
           IF WKS-DOC-GIORNI NOT GREATER ZERO
              MOVE ZERO                     TO WKS-DOC-GIORNI
                                               WKS-DOC-DTAL
              GO TO C0200-END.
           MOVE WKS-DT-INIZ                 TO WKS-DOC-DTDAL.
           COMPUTE WKS-DOC-NUMERI = REG-IMANT * WKS-DOC-GIORNI.
           GO TO C0200-END.
       C0200-ERRORE.
           DISPLAY 'NPW35B OPER ' REG-ABIUT '/' WKS-NOPER-NUM
                   ' DATE ERRATE ' WKS-GGG-DATA ', INTERESSI NON '
                   'CALCOLATI'
           MOVE 8                           TO WKS-RC.
           MOVE ZERO                        TO WKS-DOC-DTAL.
       C0200-END.
           EXIT.
      **************************************************************
      ** COMMISSIONE SUI DOCUMENTI PRESENTATI NEL TRIMESTRE E     **
      ** SPESA SUGLI INSOLUTI DEL TRIMESTRE                       **
      **************************************************************
       C0300-COMMISSIONI.
           IF REG-DTINS NOT LESS WKS-QINI
              AND REG-DTINS NOT GREATER WKS-QFIN
              AND REG-FTPRE NUMERIC
              MOVE REG-FTPRE                TO WKS-FT-NUM
              IF WKS-FT-NUM GREATER ZERO
                 AND WKS-FT-NUM LESS 10
                 MOVE WKS-LIS-COMDO (WKS-FT-NUM) TO WKS-DOC-COMMI
                 ADD 1                      TO WKS-CLI-NRDOC
              END-IF.
           IF REG-STATO EQUAL 'I'
              AND REG-DTSTA NOT LESS WKS-QINI
              AND REG-DTSTA NOT GREATER WKS-QFIN
              MOVE WKS-LIS-COINS            TO WKS-DOC-SPINS
              ADD 1                         TO WKS-CLI-NRINS.
       C0300-END.
           EXIT.
      **************************************************************
      ** CHIAVE COMUNE DEI RECORD DELL'ESTRATTO                   **
      **************************************************************
       W0010-CHIAVE.
           MOVE WKS-CLI-ABIUT               TO LIQ-ABIUT.
           MOVE WKS-CLI-CDDEB               TO LIQ-CDDEB.
           MOVE WKS-QINI                    TO LIQ-DTINI.
           MOVE WKS-QFIN                    TO LIQ-DTFIN.
       W0010-END.
           EXIT.
       W0015-SCRIVI-ESTRATTO.
           WRITE REC-ESTLIQ                 FROM NPW35FC.
           ADD 1                            TO CNT-ESTRATTO.
       W0015-END.
           EXIT.
       W0030-SCRIVI-ADDEBITO.
           WRITE REC-ADDEBI.
           ADD 1                            TO CNT-SCRITTURE.
       W0030-END.
           EXIT.
      **************************************************************
      ** GIORNO CIVILE DELLA DATA WKS-GGG-DATA (NPW08R RTIPO 01)  **
      **************************************************************
       W0020-GIORNO.
           MOVE 'N'                         TO SW-GGG-ERRATO.
           MOVE SPACES                      TO NPW08RC.
           MOVE 01                          TO W08-RTIPO.
           MOVE WKS-GGG-DATA                TO W08-RDATA.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              MOVE 'S'                      TO SW-GGG-ERRATO
              MOVE SPACES                   TO NPG01RC
              MOVE ZERO                     TO WKS-GGG
           ELSE
              MOVE W08-RGGG                 TO WKS-GGG.
       W0020-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE ESTLIQ
                 ADDEBI.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW35B - LIQUIDAZIONE TRIMESTRALE AL CLIENTE'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DOCUMENTI LETTI ..........: ' CNT-LETTI.
           DISPLAY 'CLIENTI ..................: ' CNT-CLIENTI.
           DISPLAY '  SENZA CONDIZIONI A80 ...: ' CNT-SENZA-LIS.
           DISPLAY '  ADDEBITATI .............: ' CNT-ADDEBITATI.
           DISPLAY '  VICINI ALLA SOGLIA .....: ' CNT-VICINI.
           DISPLAY '  SOPRA SOGLIA, NON ADD. .: ' CNT-SOPRA.
           DISPLAY '  SENZA SOGLIA T37 .......: ' CNT-SENZA-SOGLIA.
           MOVE CNT-INTER                   TO WKS-ED-IMPOR.
           DISPLAY 'INTERESSI ADDEBITATI .....: ' WKS-ED-IMPOR.
           MOVE CNT-COMMI                   TO WKS-ED-IMPOR.
           DISPLAY 'COMMISSIONI ADDEBITATE ...: ' WKS-ED-IMPOR.
           MOVE CNT-SPINS                   TO WKS-ED-IMPOR2.
           DISPLAY 'SPESE INSOLUTI ADDEBITATE : ' WKS-ED-IMPOR2.
           DISPLAY 'RECORD ESTRATTO ..........: ' CNT-ESTRATTO.
           DISPLAY 'SCRITTURE DI ADDEBITO ....: ' CNT-SCRITTURE.
           DISPLAY '----------------------------------------------'.
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
