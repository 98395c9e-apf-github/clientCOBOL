       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW38B.
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
      *  NPW38B   POSIZIONE GIORNALIERA DI REGOLAMENTO INTERBANCARIO  *
      *           PER ISTITUTO E BANCA CONTROPARTE. LA DATA DI        *
      *           REGOLAMENTO E' UN GIORNO LAVORATIVO (NPW08R RTIPO   *
      *           12) E RACCOGLIE GLI EVENTI DAL GIORNO DOPO IL       *
      *           LAVORATIVO PRECEDENTE (NPW08R RTIPO 04), COSI' GLI  *
      *           EVENTI DEI FESTIVI CADONO SUL PRIMO LAVORATIVO.     *
      *           DAL REGISTRO NPREGT, PER LE RIBA E I MAV:           *
      *            - INVIATO   = DOCUMENTI PRESENTATI (REG_DTINS);    *
      *            - RICEVUTO  = INSOLUTI RITORNATI (STATO 'I' DA     *
      *              NPW18B) PIU' RICHIAMI (STATO 'R' DA NPW30R),     *
      *              SULLA DATA DI CAMBIO STATO REG_DTSTA;            *
      *            - NETTO     = INVIATO MENO RICEVUTO;               *
      *           LA CONTROPARTE E' L'ABI DEL DEBITORE REG_ABIDB.     *
      *           FLUSSO REGOLA (NPW38FC) E PROSPETTO SU SYSOUT.      *
      *           QUADRATURA PER ISTITUTO, SU TUTTI I TIPI DI         *
      *           PRESENTAZIONE, DEGLI EVENTI A REGISTRO CONTRO IL    *
      *           MOVIMENTO DEL GIORNO DEI CONTATORI NPCTRT (PRESEN-  *
      *           TAZIONI CTR_NRPRE, INSOLUTI CTR_NRRI1, RICHIAMI E   *
      *           PROROGHE CTR_NRRIC/IMRIC E CTR_NRPRO/IMPRO), CIOE'  *
      *           LA DIFFERENZA FRA I CONTATORI DI OGGI E LA          *
      *           FOTOGRAFIA DEL GIRO PRECEDENTE (RIGA A92 DI NPDATT, *
      *           RISCRITTA A OGNI GIRO). SQUADRATURA = RC 8.         *
      *           SCHEDA PARAMETRO: DATA DI REGOLAMENTO AAAAMMGG IN   *
      *           COLONNA 1 (DEFAULT OGGI). DA ESEGUIRE A FINE        *
      *           GIORNATA, DOPO NPW17B, NPW18B E LA CHIUSURA ONLINE  *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO125* 151026 PRIMA STESURA - POSIZIONE DI REGOLAMENTO INTERBANCARIO *
USO125*        PER CONTROPARTE CON QUADRATURA SUI CONTATORI NPCTRT    *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT REGOLA  ASSIGN        TO UT-S-REGOLA.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  REGOLA
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-REGOLA                   PIC X(150).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O             *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-DTREG            PIC 9(008) VALUE ZERO.
           03  WKS-FILLER               PIC X(072) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  SW-FINE-CTR                  PIC 9 VALUE 0.
           88  FINE-CTR                       VALUE 1.
       01  SW-LAVORATIVO                PIC X VALUE 'N'.
           88  GIORNO-LAVORATIVO              VALUE 'S'.
       01  SW-A92                       PIC X VALUE 'N'.
           88  A92-TROVATA                    VALUE 'S'.
       01  SW-QUADR                     PIC X VALUE SPACES.
           88  QUADRA-OK                      VALUE 'S'.
           88  QUADRA-KO                      VALUE 'N'.
           88  QUADRA-NON-DISP                VALUE 'X'.
      *------------------------------------------------------*
      *   DATA DI REGOLAMENTO E INIZIO DEGLI EVENTI          *
      *------------------------------------------------------*
       01  WKS-OGGI                     PIC 9(008).
       01  WKS-DTREG                    PIC 9(008).
       01  WKS-DTDAL                    PIC 9(008).
       01  WKS-PASSI                    PIC S9(04) COMP VALUE ZERO.
      *------------------------------------------------------*
      *   CONTROPARTE E ISTITUTO IN CORSO                    *
      *------------------------------------------------------*
       01  WKS-CP-CHIAVE.
           05  WKS-CP-ABIUT             PIC X(005) VALUE HIGH-VALUE.
           05  WKS-CP-ABICP             PIC X(005) VALUE HIGH-VALUE.
       01  WKS-REG-CHIAVE.
           05  WKS-REG-ABIUT            PIC X(005).
           05  WKS-REG-ABICP            PIC X(005).
       01  WKS-CP-TOTALI.
           05  WKS-CP-NRINV             PIC 9(007) COMP-3.
           05  WKS-CP-IMINV             PIC S9(13)V99 COMP-3.
           05  WKS-CP-NRINS             PIC 9(007) COMP-3.
           05  WKS-CP-IMINS             PIC S9(13)V99 COMP-3.
           05  WKS-CP-NRRIC             PIC 9(007) COMP-3.
           05  WKS-CP-IMRIC             PIC S9(13)V99 COMP-3.
       01  WKS-BA-TOTALI.
           05  WKS-BA-NRINV             PIC 9(007) COMP-3.
           05  WKS-BA-IMINV             PIC S9(13)V99 COMP-3.
           05  WKS-BA-NRINS             PIC 9(007) COMP-3.
           05  WKS-BA-IMINS             PIC S9(13)V99 COMP-3.
           05  WKS-BA-NRRIC             PIC 9(007) COMP-3.
           05  WKS-BA-IMRIC             PIC S9(13)V99 COMP-3.
       01  WKS-RIG-NRINV                PIC 9(007) COMP-3.
       01  WKS-RIG-IMINV                PIC S9(13)V99 COMP-3.
       01  WKS-RIG-NRINS                PIC 9(007) COMP-3.
       01  WKS-RIG-IMINS                PIC S9(13)V99 COMP-3.
       01  WKS-RIG-NRRIC                PIC 9(007) COMP-3.
       01  WKS-RIG-IMRIC                PIC S9(13)V99 COMP-3.
       01  WKS-RIG-IMRIV                PIC S9(13)V99 COMP-3.
       01  WKS-RIG-NETTO                PIC S9(13)V99 COMP-3.
      *------------------------------------------------------*
      *   RIGA DEL CURSORE SUI CONTATORI (PER ISTITUTO)      *
      *------------------------------------------------------*
       01  WKS-CTR-ABIUT                PIC X(005).
       01  WKS-CTR-NRPRE                PIC S9(15) COMP-3.
       01  WKS-CTR-NRINS                PIC S9(15) COMP-3.
       01  WKS-CTR-NRRIC                PIC S9(09) COMP-3.
       01  WKS-CTR-IMRIC                PIC S9(13)V99 COMP-3.
       01  WKS-CTR-NRPRO                PIC S9(09) COMP-3.
       01  WKS-CTR-IMPRO                PIC S9(13)V99 COMP-3.
      *------------------------------------------------------*
      *   T A B E L L A   I S T I T U T I : CONTATORI DI     *
      *   OGGI (NPCTRT) ED EVENTI A REGISTRO DEL GIORNO      *
      *------------------------------------------------------*
       01  WKS-MAX-BANCHE               PIC S9(04) COMP VALUE +300.
       01  WKS-IX                       PIC S9(04) COMP VALUE ZERO.
       01  WKS-TB                       PIC S9(04) COMP VALUE ZERO.
       01  TAB-BANCHE.
           05  TBAN-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TBAN-RIGA OCCURS 300.
               10  TBAN-ABIUT           PIC X(005).
               10  TBAN-SW-CTR          PIC X(001).
               10  TBAN-CTR-NRPRE       PIC S9(15) COMP-3.
               10  TBAN-CTR-NRINS       PIC S9(15) COMP-3.
               10  TBAN-CTR-NRRIC       PIC S9(09) COMP-3.
               10  TBAN-CTR-IMRIC       PIC S9(13)V99 COMP-3.
               10  TBAN-CTR-NRPRO       PIC S9(09) COMP-3.
               10  TBAN-CTR-IMPRO       PIC S9(13)V99 COMP-3.
               10  TBAN-REG-NRPRE       PIC S9(09) COMP-3.
               10  TBAN-REG-NRINS       PIC S9(09) COMP-3.
               10  TBAN-REG-NRRIC       PIC S9(09) COMP-3.
               10  TBAN-REG-IMRIC       PIC S9(13)V99 COMP-3.
               10  TBAN-REG-NRPRO       PIC S9(09) COMP-3.
               10  TBAN-REG-IMPRO       PIC S9(13)V99 COMP-3.
      *------------------------------------------------------*
      *   MOVIMENTO DEL GIORNO DEI CONTATORI                 *
      *------------------------------------------------------*
       01  WKS-DLT-NRPRE                PIC S9(15) COMP-3.
       01  WKS-DLT-NRINS                PIC S9(15) COMP-3.
       01  WKS-DLT-NRRIC                PIC S9(09) COMP-3.
       01  WKS-DLT-IMRIC                PIC S9(13)V99 COMP-3.
       01  WKS-DLT-NRPRO                PIC S9(09) COMP-3.
       01  WKS-DLT-IMPRO                PIC S9(13)V99 COMP-3.
       01  WKS-NOTA                     PIC X(060).
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CONTROPARTI          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ISTITUTI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-QUADRATI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SQUADRATI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-NON-DISP             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-REGOLA               PIC 9(007) COMP-3 VALUE ZERO.
           05  TOT-IMINV                PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
           05  TOT-IMRIV                PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-IMPOR2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-IMPOR3                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WKS-ED-NUMER                 PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9-.
       01  WKS-ED-NUMER2                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9-.
       COPY  NPW38FC.
       COPY  NPW01RC.
       COPY  NPW08RC.
       COPY  NPA92TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL INCLUDE NPCTRT END-EXEC.
           EXEC SQL
                DECLARE CUR-CTR CURSOR FOR
                SELECT CTR_ABIUT,
                       COALESCE(SUM(CTR_NRPRE), 0),
                       COALESCE(SUM(CTR_NRRI1), 0),
                       COALESCE(SUM(CTR_NRRIC), 0),
                       COALESCE(SUM(CTR_IMRIC), 0),
                       COALESCE(SUM(CTR_NRPRO), 0),
                       COALESCE(SUM(CTR_IMPRO), 0)
                FROM   NPCTRT
                GROUP BY CTR_ABIUT
                ORDER BY CTR_ABIUT
                WITH UR
           END-EXEC.
           EXEC SQL
                DECLARE CUR-REG CURSOR FOR
                SELECT REG_ABIUT,
                       REG_ABIDB,
                       REG_FTPRE,
                       REG_IMPOR,
                       REG_DTINS,
                       REG_STATO,
                       REG_DTSTA
                FROM   NPREGT
                WHERE (REG_DTINS  > :WKS-DTDAL
                  AND  REG_DTINS <= :WKS-DTREG)
                   OR (REG_STATO IN ('I', 'R', 'O')
                  AND  REG_DTSTA  > :WKS-DTDAL
                  AND  REG_DTSTA <= :WKS-DTREG)
                ORDER BY REG_ABIUT, REG_ABIDB
                WITH UR
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-DOCUMENTO       THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0190-CHIUDI-ISTITUTO    THRU C0190-END.
           EXEC SQL CLOSE CUR-REG END-EXEC.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW38B - QUADRATURA CON I CONTATORI NPCTRT'.
           DISPLAY '----------------------------------------------'.
           PERFORM C0500-QUADRA-ISTITUTO    THRU C0500-END
              VARYING WKS-IX FROM 1 BY 1
              UNTIL WKS-IX GREATER TBAN-NR.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW38B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-SKP-DTREG.
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
           IF WKS-SKP-DTREG NOT NUMERIC
              DISPLAY 'NPW38B DATA DI REGOLAMENTO ERRATA SULLA '
                      'SCHEDA PARAMETRO'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF WKS-SKP-DTREG EQUAL ZERO
              MOVE WKS-OGGI                 TO WKS-DTREG
           ELSE
              MOVE WKS-SKP-DTREG            TO WKS-DTREG.
           PERFORM A0010-CONTROLLA-GIORNO   THRU A0010-END.
           IF NOT GIORNO-LAVORATIVO
              DISPLAY 'NPW38B ' WKS-DTREG ' NON E'' UN GIORNO '
                      'LAVORATIVO: NESSUNA POSIZIONE DI REGOLAMENTO'
              MOVE 4                        TO RETURN-CODE
              STOP RUN.
           PERFORM A0020-GIORNO-PRECEDENTE  THRU A0020-END.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW38B - POSIZIONE DI REGOLAMENTO DEL '
                   WKS-DTREG ' (EVENTI DOPO IL ' WKS-DTDAL ')'.
           DISPLAY '----------------------------------------------'.
           PERFORM A0030-CARICA-CONTATORI   THRU A0030-END.
           OPEN OUTPUT REGOLA.
           EXEC SQL OPEN CUR-REG END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW38B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
      **************************************************************
      ** GIORNO LAVORATIVO SUL CALENDARIO NAZIONALE (RTIPO 12,    **
      ** RCODE 6 = FESTIVO)                                       **
      **************************************************************
       A0010-CONTROLLA-GIORNO.
           MOVE 'N'                         TO SW-LAVORATIVO.
           MOVE SPACES                      TO NPW08RC.
           MOVE 12                          TO W08-RTIPO.
           MOVE WKS-DTREG                   TO W08-RDATA.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE EQUAL ZERO
              MOVE 'S'                      TO SW-LAVORATIVO
              GO TO A0010-END.
           IF W08-RCODE NOT EQUAL 6
              DISPLAY 'NPW38B DATA ' WKS-DTREG
                      ' NON TRATTABILE DAL CALENDARIO - RCODE '
                      W08-RCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       A0010-END.
           EXIT.
      **************************************************************
      ** GIORNO LAVORATIVO PRECEDENTE: UN GIORNO INDIETRO ALLA    **
      ** VOLTA (RTIPO 04) FINCHE' NON SI TROVA UN LAVORATIVO      **
      **************************************************************
       A0020-GIORNO-PRECEDENTE.
           MOVE WKS-DTREG                   TO WKS-DTDAL.
           MOVE ZERO                        TO WKS-PASSI.
           MOVE 'N'                         TO SW-LAVORATIVO.
           PERFORM A0025-UN-GIORNO-INDIETRO THRU A0025-END
              UNTIL GIORNO-LAVORATIVO.
       A0020-END.
           EXIT.
       A0025-UN-GIORNO-INDIETRO.
           ADD 1                            TO WKS-PASSI.
           IF WKS-PASSI GREATER 15
              DISPLAY 'NPW38B NESSUN GIORNO LAVORATIVO NEI 15 '
                      'GIORNI PRIMA DEL ' WKS-DTREG
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE SPACES                      TO NPW08RC.
           MOVE 04                          TO W08-RTIPO.
           MOVE WKS-DTDAL                   TO W08-RDATA.
           MOVE -1                          TO W08-RGGG.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              DISPLAY 'NPW38B ERRORE CALENDARIO SUL ' WKS-DTDAL
                      ' - RCODE ' W08-RCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE W08-RDATA                   TO WKS-DTDAL.
           MOVE SPACES                      TO NPW08RC.
           MOVE 12                          TO W08-RTIPO.
           MOVE WKS-DTDAL                   TO W08-RDATA.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE EQUAL ZERO
              MOVE 'S'                      TO SW-LAVORATIVO
              GO TO A0025-END.
           IF W08-RCODE NOT EQUAL 6
              DISPLAY 'NPW38B ERRORE CALENDARIO SUL ' WKS-DTDAL
                      ' - RCODE ' W08-RCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       A0025-END.
           EXIT.
      **************************************************************
      ** CONTATORI NPCTRT DI OGGI SOMMATI PER ISTITUTO SU TUTTE   **
      ** LE FILIALI, CARICATI IN TABELLA IN ORDINE DI ABI         **
      **************************************************************
       A0030-CARICA-CONTATORI.
           INITIALIZE                          TAB-BANCHE.
           EXEC SQL OPEN CUR-CTR END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW38B ERRORE APERTURA CURSORE NPCTRT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM A0035-UN-ISTITUTO-CTR    THRU A0035-END
              UNTIL FINE-CTR.
           EXEC SQL CLOSE CUR-CTR END-EXEC.
       A0030-END.
           EXIT.
       A0035-UN-ISTITUTO-CTR.
           EXEC SQL
                FETCH CUR-CTR
                INTO  :WKS-CTR-ABIUT,
                      :WKS-CTR-NRPRE,
                      :WKS-CTR-NRINS,
                      :WKS-CTR-NRRIC,
                      :WKS-CTR-IMRIC,
                      :WKS-CTR-NRPRO,
                      :WKS-CTR-IMPRO
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-CTR                  TO TRUE
              GO TO A0035-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW38B ERRORE LETTURA CURSORE NPCTRT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF TBAN-NR NOT LESS WKS-MAX-BANCHE
              DISPLAY 'NPW38B TABELLA ISTITUTI PIENA ('
                      WKS-MAX-BANCHE ')'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           ADD 1                            TO TBAN-NR.
           MOVE WKS-CTR-ABIUT               TO TBAN-ABIUT (TBAN-NR).
           MOVE 'S'                         TO TBAN-SW-CTR (TBAN-NR).
           MOVE WKS-CTR-NRPRE           TO TBAN-CTR-NRPRE (TBAN-NR).
           MOVE WKS-CTR-NRINS           TO TBAN-CTR-NRINS (TBAN-NR).
           MOVE WKS-CTR-NRRIC           TO TBAN-CTR-NRRIC (TBAN-NR).
           MOVE WKS-CTR-IMRIC           TO TBAN-CTR-IMRIC (TBAN-NR).
           MOVE WKS-CTR-NRPRO           TO TBAN-CTR-NRPRO (TBAN-NR).
           MOVE WKS-CTR-IMPRO           TO TBAN-CTR-IMPRO (TBAN-NR).
       A0035-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-REG
                INTO  :REG-ABIUT,
                      :REG-ABIDB,
                      :REG-FTPRE,
                      :REG-IMPOR,
                      :REG-DTINS,
                      :REG-STATO,
                      :REG-DTSTA
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW38B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           ADD 1                            TO CNT-LETTI.
       R0010-END.
           EXIT.
      **************************************************************
      ** UN DOCUMENTO CON EVENTI NEL PERIODO: AL CAMBIO DI        **
      ** ISTITUTO O DI CONTROPARTE SI CHIUDONO I TOTALI; TUTTI I  **
      ** TIPI VANNO NELLA QUADRATURA, SOLO RIBA E MAV NELLA       **
      ** POSIZIONE                                                **
      **************************************************************
       B0000-UN-DOCUMENTO.
           MOVE REG-ABIUT                   TO WKS-REG-ABIUT.
           MOVE REG-ABIDB                   TO WKS-REG-ABICP.
           IF WKS-REG-ABIUT NOT EQUAL WKS-CP-ABIUT
              PERFORM C0190-CHIUDI-ISTITUTO THRU C0190-END
              PERFORM C0150-APRI-ISTITUTO   THRU C0150-END
           ELSE
              IF WKS-REG-ABICP NOT EQUAL WKS-CP-ABICP
                 PERFORM C0100-CHIUDI-CONTROPARTE THRU C0100-END
                 MOVE WKS-REG-ABICP         TO WKS-CP-ABICP.
           IF REG-DTINS GREATER WKS-DTDAL
           AND REG-DTINS NOT GREATER WKS-DTREG
              ADD 1                    TO TBAN-REG-NRPRE (WKS-TB)
              IF REG-FTPRE EQUAL RIBA OR REG-FTPRE EQUAL MAV
                 ADD 1                      TO WKS-CP-NRINV
                 ADD REG-IMPOR              TO WKS-CP-IMINV.
           IF REG-DTSTA NOT GREATER WKS-DTDAL
           OR REG-DTSTA GREATER WKS-DTREG
              GO TO B0000-LEGGI.
           IF REG-STATO EQUAL 'I'
              ADD 1                    TO TBAN-REG-NRINS (WKS-TB)
              IF REG-FTPRE EQUAL RIBA OR REG-FTPRE EQUAL MAV
                 ADD 1                      TO WKS-CP-NRINS
                 ADD REG-IMPOR              TO WKS-CP-IMINS.
           IF REG-STATO EQUAL 'R'
              ADD 1                    TO TBAN-REG-NRRIC (WKS-TB)
              ADD REG-IMPOR            TO TBAN-REG-IMRIC (WKS-TB)
              IF REG-FTPRE EQUAL RIBA OR REG-FTPRE EQUAL MAV
                 ADD 1                      TO WKS-CP-NRRIC
                 ADD REG-IMPOR              TO WKS-CP-IMRIC.
           IF REG-STATO EQUAL 'O'
              ADD 1                    TO TBAN-REG-NRPRO (WKS-TB)
              ADD REG-IMPOR            TO TBAN-REG-IMPRO (WKS-TB).
       B0000-LEGGI.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DI UNA CONTROPARTE: RECORD 'D' SE HA MOVIMENTI  **
      **************************************************************
       C0100-CHIUDI-CONTROPARTE.
           IF WKS-CP-NRINV EQUAL ZERO
           AND WKS-CP-NRINS EQUAL ZERO
           AND WKS-CP-NRRIC EQUAL ZERO
              GO TO C0100-AZZERA.
           ADD 1                            TO CNT-CONTROPARTI.
           ADD WKS-CP-NRINV                 TO WKS-BA-NRINV.
           ADD WKS-CP-IMINV                 TO WKS-BA-IMINV.
           ADD WKS-CP-NRINS                 TO WKS-BA-NRINS.
           ADD WKS-CP-IMINS                 TO WKS-BA-IMINS.
           ADD WKS-CP-NRRIC                 TO WKS-BA-NRRIC.
           ADD WKS-CP-IMRIC                 TO WKS-BA-IMRIC.
           MOVE WKS-CP-NRINV                TO WKS-RIG-NRINV.
           MOVE WKS-CP-IMINV                TO WKS-RIG-IMINV.
           MOVE WKS-CP-NRINS                TO WKS-RIG-NRINS.
           MOVE WKS-CP-IMINS                TO WKS-RIG-IMINS.
           MOVE WKS-CP-NRRIC                TO WKS-RIG-NRRIC.
           MOVE WKS-CP-IMRIC                TO WKS-RIG-IMRIC.
           MOVE SPACES                      TO NPW38FC.
           MOVE 'D'                         TO RGL-TPREC.
           MOVE WKS-CP-ABICP                TO RGL-ABICP.
           PERFORM C0120-SCRIVI-RIGA        THRU C0120-END.
           IF WKS-CP-ABICP EQUAL SPACES
              DISPLAY '   CONTROPARTE NON DETERMINATA'
           ELSE
              DISPLAY '   CONTROPARTE ' WKS-CP-ABICP.
           PERFORM C0130-STAMPA-RIGA        THRU C0130-END.
       C0100-AZZERA.
           MOVE ZERO                        TO WKS-CP-NRINV
                                               WKS-CP-IMINV
                                               WKS-CP-NRINS
                                               WKS-CP-IMINS
                                               WKS-CP-NRRIC
                                               WKS-CP-IMRIC.
       C0100-END.
           EXIT.
      **************************************************************
      ** RECORD DI REGOLAMENTO DAI TOTALI WKS-RIG: RICEVUTO E     **
      ** NETTO CON IL SEGNO                                       **
      **************************************************************
       C0120-SCRIVI-RIGA.
           COMPUTE WKS-RIG-IMRIV = WKS-RIG-IMINS + WKS-RIG-IMRIC.
           COMPUTE WKS-RIG-NETTO = WKS-RIG-IMINV - WKS-RIG-IMRIV.
           MOVE WKS-CP-ABIUT                TO RGL-ABIUT.
           MOVE WKS-DTREG                   TO RGL-DTREG.
           MOVE WKS-RIG-NRINV               TO RGL-NRINV.
           MOVE WKS-RIG-IMINV               TO RGL-IMINV.
           MOVE WKS-RIG-NRINS               TO RGL-NRINS.
           MOVE WKS-RIG-IMINS               TO RGL-IMINS.
           MOVE WKS-RIG-NRRIC               TO RGL-NRRIC.
           MOVE WKS-RIG-IMRIC               TO RGL-IMRIC.
           MOVE WKS-RIG-IMRIV               TO RGL-IMRIV.
           IF WKS-RIG-NETTO LESS ZERO
              MOVE '-'                      TO RGL-SEGNO
              COMPUTE RGL-IMNET = ZERO - WKS-RIG-NETTO
           ELSE
              MOVE '+'                      TO RGL-SEGNO
              MOVE WKS-RIG-NETTO            TO RGL-IMNET.
           MOVE WKS-DTDAL                   TO RGL-DTDAL.
           MOVE WKS-OGGI                    TO RGL-DTELA.
           WRITE REC-REGOLA                 FROM NPW38FC.
           ADD 1                            TO CNT-REGOLA.
       C0120-END.
           EXIT.
       C0130-STAMPA-RIGA.
           MOVE WKS-RIG-IMINV               TO WKS-ED-IMPOR.
           DISPLAY '       INVIATO ........: ' WKS-RIG-NRINV
                   ' ' WKS-ED-IMPOR.
           MOVE WKS-RIG-IMINS               TO WKS-ED-IMPOR.
           DISPLAY '       INSOLUTI .......: ' WKS-RIG-NRINS
                   ' ' WKS-ED-IMPOR.
           MOVE WKS-RIG-IMRIC               TO WKS-ED-IMPOR.
           DISPLAY '       RICHIAMI .......: ' WKS-RIG-NRRIC
                   ' ' WKS-ED-IMPOR.
           MOVE WKS-RIG-IMRIV               TO WKS-ED-IMPOR.
           MOVE WKS-RIG-NETTO               TO WKS-ED-IMPOR3.
           DISPLAY '       RICEVUTO .......: ' WKS-ED-IMPOR
                   '   NETTO ' WKS-ED-IMPOR3.
       C0130-END.
           EXIT.
      **************************************************************
      ** NUOVO ISTITUTO: POSIZIONE IN TABELLA (IN CODA SE NON HA  **
      ** RIGHE SU NPCTRT) E AZZERAMENTO DEI TOTALI                **
      **************************************************************
       C0150-APRI-ISTITUTO.
           MOVE WKS-REG-ABIUT               TO WKS-CP-ABIUT.
           MOVE WKS-REG-ABICP               TO WKS-CP-ABICP.
           MOVE ZERO                        TO WKS-BA-NRINV
                                               WKS-BA-IMINV
                                               WKS-BA-NRINS
                                               WKS-BA-IMINS
                                               WKS-BA-NRRIC
                                               WKS-BA-IMRIC.
           MOVE ZERO                        TO WKS-TB.
           PERFORM C0155-CERCA-ISTITUTO     THRU C0155-END
              VARYING WKS-IX FROM 1 BY 1
              UNTIL WKS-IX GREATER TBAN-NR
                 OR WKS-TB GREATER ZERO.
           IF WKS-TB GREATER ZERO
              GO TO C0150-STAMPA.
           IF TBAN-NR NOT LESS WKS-MAX-BANCHE
              DISPLAY 'NPW38B TABELLA ISTITUTI PIENA ('
                      WKS-MAX-BANCHE ')'
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           ADD 1                            TO TBAN-NR.
           MOVE TBAN-NR                     TO WKS-TB.
           MOVE WKS-CP-ABIUT                TO TBAN-ABIUT (WKS-TB).
           MOVE 'N'                         TO TBAN-SW-CTR (WKS-TB).
       C0150-STAMPA.
           DISPLAY 'NPW38B ISTITUTO ' WKS-CP-ABIUT.
       C0150-END.
           EXIT.
       C0155-CERCA-ISTITUTO.
           IF TBAN-ABIUT (WKS-IX) EQUAL WKS-CP-ABIUT
              MOVE WKS-IX                   TO WKS-TB.
       C0155-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DELL'ISTITUTO: ULTIMA CONTROPARTE E TOTALE 'T'  **
      **************************************************************
       C0190-CHIUDI-ISTITUTO.
           IF WKS-CP-ABIUT EQUAL HIGH-VALUE
              GO TO C0190-END.
           PERFORM C0100-CHIUDI-CONTROPARTE THRU C0100-END.
           IF WKS-BA-NRINV EQUAL ZERO
           AND WKS-BA-NRINS EQUAL ZERO
           AND WKS-BA-NRRIC EQUAL ZERO
              GO TO C0190-FINE.
           ADD 1                            TO CNT-ISTITUTI.
           MOVE WKS-BA-NRINV                TO WKS-RIG-NRINV.
           MOVE WKS-BA-IMINV                TO WKS-RIG-IMINV.
           MOVE WKS-BA-NRINS                TO WKS-RIG-NRINS.
           MOVE WKS-BA-IMINS                TO WKS-RIG-IMINS.
           MOVE WKS-BA-NRRIC                TO WKS-RIG-NRRIC.
           MOVE WKS-BA-IMRIC                TO WKS-RIG-IMRIC.
           MOVE SPACES                      TO NPW38FC.
           MOVE 'T'                         TO RGL-TPREC.
           MOVE SPACES                      TO RGL-ABICP.
           PERFORM C0120-SCRIVI-RIGA        THRU C0120-END.
           ADD WKS-RIG-IMINV                TO TOT-IMINV.
           ADD WKS-RIG-IMRIV                TO TOT-IMRIV.
           DISPLAY '   TOTALE ISTITUTO ' WKS-CP-ABIUT.
           PERFORM C0130-STAMPA-RIGA        THRU C0130-END.
       C0190-FINE.
           MOVE HIGH-VALUE                  TO WKS-CP-CHIAVE.
       C0190-END.
           EXIT.
      **************************************************************
      ** QUADRATURA DI UN ISTITUTO: MOVIMENTO DEL GIORNO DEI      **
      ** CONTATORI = CONTATORI DI OGGI MENO LA FOTOGRAFIA BASE    **
      ** A92 (QUELLA DEL GIRO PRECEDENTE, O LA SUA BASE SE SI     **
      ** RIPETE LO STESSO GIORNO); LA FOTOGRAFIA DEVE ESSERE DEL  **
      ** LAVORATIVO PRECEDENTE, ALTRIMENTI LA QUADRATURA NON E'   **
      ** DISPONIBILE. IN CODA SI REGISTRA LA NUOVA FOTOGRAFIA     **
      **************************************************************
       C0500-QUADRA-ISTITUTO.
           MOVE SPACES                      TO WKS-NOTA.
           MOVE 'X'                         TO SW-QUADR.
           MOVE ZERO                        TO WKS-DLT-NRPRE
                                               WKS-DLT-NRINS
                                               WKS-DLT-NRRIC
                                               WKS-DLT-IMRIC
                                               WKS-DLT-NRPRO
                                               WKS-DLT-IMPRO.
           PERFORM C0510-LEGGI-A92          THRU C0510-END.
           IF WKS-NOTA NOT EQUAL SPACES
              GO TO C0500-STAMPA.
           IF NOT A92-TROVATA
              MOVE 'PRIMO GIRO: MANCA LA FOTOGRAFIA DEI CONTATORI'
                                            TO WKS-NOTA
              PERFORM C0530-NUOVA-FOTO      THRU C0530-END
              GO TO C0500-STAMPA.
           IF A92-DTREG (1) GREATER WKS-DTREG
              MOVE 'DATA GIA'' SUPERATA: FOTOGRAFIA NON AGGIORNATA'
                                            TO WKS-NOTA
              GO TO C0500-STAMPA.
           IF A92-DTREG (1) LESS WKS-DTREG
              MOVE A92-FOTO (1)             TO A92-FOTO (2).
           IF A92-DTREG (2) NOT EQUAL WKS-DTDAL
              MOVE 'FOTOGRAFIA BASE NON DEL LAVORATIVO PRECEDENTE: '
                                            TO WKS-NOTA
              MOVE A92-DTREG (2)            TO WKS-NOTA (49:8)
              PERFORM C0530-NUOVA-FOTO      THRU C0530-END
              GO TO C0500-STAMPA.
           COMPUTE WKS-DLT-NRPRE = TBAN-CTR-NRPRE (WKS-IX)
                                 - A92-NRPRE (2).
           COMPUTE WKS-DLT-NRINS = TBAN-CTR-NRINS (WKS-IX)
                                 - A92-NRINS (2).
           COMPUTE WKS-DLT-NRRIC = TBAN-CTR-NRRIC (WKS-IX)
                                 - A92-NRRIC (2).
           COMPUTE WKS-DLT-IMRIC = TBAN-CTR-IMRIC (WKS-IX)
                                 - A92-IMRIC (2).
           COMPUTE WKS-DLT-NRPRO = TBAN-CTR-NRPRO (WKS-IX)
                                 - A92-NRPRO (2).
           COMPUTE WKS-DLT-IMPRO = TBAN-CTR-IMPRO (WKS-IX)
                                 - A92-IMPRO (2).
           PERFORM C0530-NUOVA-FOTO         THRU C0530-END.
           IF WKS-DLT-NRPRE LESS ZERO OR WKS-DLT-NRINS LESS ZERO
           OR WKS-DLT-NRRIC LESS ZERO OR WKS-DLT-IMRIC LESS ZERO
           OR WKS-DLT-NRPRO LESS ZERO OR WKS-DLT-IMPRO LESS ZERO
              MOVE 'CONTATORI AZZERATI DOPO LA FOTOGRAFIA BASE'
                                            TO WKS-NOTA
              GO TO C0500-STAMPA.
           IF WKS-DLT-NRPRE EQUAL TBAN-REG-NRPRE (WKS-IX)
           AND WKS-DLT-NRINS EQUAL TBAN-REG-NRINS (WKS-IX)
           AND WKS-DLT-NRRIC EQUAL TBAN-REG-NRRIC (WKS-IX)
           AND WKS-DLT-IMRIC EQUAL TBAN-REG-IMRIC (WKS-IX)
           AND WKS-DLT-NRPRO EQUAL TBAN-REG-NRPRO (WKS-IX)
           AND WKS-DLT-IMPRO EQUAL TBAN-REG-IMPRO (WKS-IX)
              MOVE 'S'                      TO SW-QUADR
           ELSE
              MOVE 'N'                      TO SW-QUADR.
       C0500-STAMPA.
           PERFORM C0550-STAMPA-QUADRATURA  THRU C0550-END.
       C0500-END.
           EXIT.
      **************************************************************
      ** LETTURA FOTOGRAFIA A92 DELL'ISTITUTO (LA LETTURA RICADE  **
      ** SULL'ISTITUTO 99999 SE MANCA LA RIGA: VALE SOLO LA RIGA  **
      ** DELL'ISTITUTO STESSO)                                    **
      **************************************************************
       C0510-LEGGI-A92.
           MOVE 'N'                         TO SW-A92.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A92'                       TO W01-DAT-CODIT.
           MOVE TBAN-ABIUT (WKS-IX)         TO W01-DAT-KEYGE (1:5).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA92TC
              IF A92-ABIUT EQUAL TBAN-ABIUT (WKS-IX)
                 MOVE 'S'                   TO SW-A92
              END-IF
              GO TO C0510-END.
           IF W01-RCODE EQUAL 'GE'
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              GO TO C0510-END.
           PERFORM C0590-ERRORE-A92         THRU C0590-END.
           MOVE 'ERRORE IN LETTURA DELLA FOTOGRAFIA A92'
                                            TO WKS-NOTA.
       C0510-END.
           EXIT.
      **************************************************************
      ** NUOVA FOTOGRAFIA (1) CON I CONTATORI DI OGGI: UP SE LA   **
      ** RIGA C'ERA, ALTRIMENTI IS CON LA FOTOGRAFIA (2) A ZERO   **
      **************************************************************
       C0530-NUOVA-FOTO.
           IF NOT A92-TROVATA
              MOVE SPACES                   TO NPA92TC
              MOVE 'A92'                    TO A92-CODIT
              MOVE TBAN-ABIUT (WKS-IX)      TO A92-ABIUT
              MOVE ZERO                     TO A92-DTREG (2)
                                               A92-NRPRE (2)
                                               A92-NRINS (2)
                                               A92-NRRIC (2)
                                               A92-IMRIC (2)
                                               A92-NRPRO (2)
                                               A92-IMPRO (2).
           MOVE WKS-DTREG                   TO A92-DTREG (1).
           MOVE TBAN-CTR-NRPRE (WKS-IX)     TO A92-NRPRE (1).
           MOVE TBAN-CTR-NRINS (WKS-IX)     TO A92-NRINS (1).
           MOVE TBAN-CTR-NRRIC (WKS-IX)     TO A92-NRRIC (1).
           MOVE TBAN-CTR-IMRIC (WKS-IX)     TO A92-IMRIC (1).
           MOVE TBAN-CTR-NRPRO (WKS-IX)     TO A92-NRPRO (1).
           MOVE TBAN-CTR-IMPRO (WKS-IX)     TO A92-IMPRO (1).
           MOVE NPA92TC                     TO W01-NPDATT.
           IF A92-TROVATA
              MOVE 'UP'                     TO W01-FUNZI
           ELSE
              MOVE 'IS'                     TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              PERFORM C0590-ERRORE-A92      THRU C0590-END.
       C0530-END.
           EXIT.
       C0550-STAMPA-QUADRATURA.
           DISPLAY 'NPW38B ISTITUTO ' TBAN-ABIUT (WKS-IX).
           IF TBAN-SW-CTR (WKS-IX) NOT EQUAL 'S'
              DISPLAY '       ISTITUTO SENZA RIGHE SU NPCTRT'.
           DISPLAY '                        REGISTRO      '
                   '                 CONTATORI'.
           MOVE TBAN-REG-NRPRE (WKS-IX)     TO WKS-ED-NUMER.
           MOVE WKS-DLT-NRPRE               TO WKS-ED-NUMER2.
           DISPLAY '       PRESENTAZIONI ' WKS-ED-NUMER
                   ' ' WKS-ED-NUMER2.
           MOVE TBAN-REG-NRINS (WKS-IX)     TO WKS-ED-NUMER.
           MOVE WKS-DLT-NRINS               TO WKS-ED-NUMER2.
           DISPLAY '       INSOLUTI      ' WKS-ED-NUMER
                   ' ' WKS-ED-NUMER2.
           MOVE TBAN-REG-NRRIC (WKS-IX)     TO WKS-ED-NUMER.
           MOVE WKS-DLT-NRRIC               TO WKS-ED-NUMER2.
           DISPLAY '       RICHIAMI      ' WKS-ED-NUMER
                   ' ' WKS-ED-NUMER2.
           MOVE TBAN-REG-IMRIC (WKS-IX)     TO WKS-ED-IMPOR.
           MOVE WKS-DLT-IMRIC               TO WKS-ED-IMPOR3.
           DISPLAY '       IMPORTO       ' WKS-ED-IMPOR
                   ' ' WKS-ED-IMPOR3.
           MOVE TBAN-REG-NRPRO (WKS-IX)     TO WKS-ED-NUMER.
           MOVE WKS-DLT-NRPRO               TO WKS-ED-NUMER2.
           DISPLAY '       PROROGHE      ' WKS-ED-NUMER
                   ' ' WKS-ED-NUMER2.
           MOVE TBAN-REG-IMPRO (WKS-IX)     TO WKS-ED-IMPOR.
           MOVE WKS-DLT-IMPRO               TO WKS-ED-IMPOR3.
           DISPLAY '       IMPORTO       ' WKS-ED-IMPOR
                   ' ' WKS-ED-IMPOR3.
           IF QUADRA-OK
              ADD 1                         TO CNT-QUADRATI
              DISPLAY '       QUADRATURA: OK'.
           IF QUADRA-KO
              ADD 1                         TO CNT-SQUADRATI
              MOVE 8                        TO WKS-RC
              DISPLAY '       QUADRATURA: *** SQUADRATO ***'.
           IF QUADRA-NON-DISP
              ADD 1                         TO CNT-NON-DISP
              IF WKS-RC LESS 4
                 MOVE 4                     TO WKS-RC
              END-IF
              DISPLAY '       QUADRATURA NON DISPONIBILE - '
                      WKS-NOTA.
       C0550-END.
           EXIT.
       C0590-ERRORE-A92.
           DISPLAY 'NPW38B ERRORE ' W01-FUNZI ' RIGA A92 ISTITUTO '
                   TBAN-ABIUT (WKS-IX) ' RCODE ' W01-RCODE.
           MOVE 8                           TO WKS-RC.
           MOVE SPACES                      TO W01-RCODE
                                               NPG01RC.
       C0590-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE REGOLA.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW38B - REGOLAMENTO INTERBANCARIO DEL '
                   WKS-DTREG.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DOCUMENTI LETTI ..........: ' CNT-LETTI.
           DISPLAY 'ISTITUTI CON POSIZIONE ...: ' CNT-ISTITUTI.
           DISPLAY 'CONTROPARTI ..............: ' CNT-CONTROPARTI.
           MOVE TOT-IMINV                   TO WKS-ED-IMPOR.
           DISPLAY 'TOTALE INVIATO ...........: ' WKS-ED-IMPOR.
           MOVE TOT-IMRIV                   TO WKS-ED-IMPOR.
           DISPLAY 'TOTALE RICEVUTO ..........: ' WKS-ED-IMPOR.
           DISPLAY 'RECORD DI REGOLAMENTO ....: ' CNT-REGOLA.
           DISPLAY 'ISTITUTI QUADRATI ........: ' CNT-QUADRATI.
           DISPLAY 'ISTITUTI SQUADRATI .......: ' CNT-SQUADRATI.
           DISPLAY 'QUADRATURE NON DISPONIBILI: ' CNT-NON-DISP.
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
