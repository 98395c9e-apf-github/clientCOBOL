       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW41B.
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
      *  NPW41B   DISTRIBUZIONE NOTTURNA DEI REPORT ARCHIVIATI SU     *
      *           NPREPT ALLE BANCHE ADERENTI:                        *
      *            - CARICA LE CONFERME DI RICEZIONE DELLE BANCHE E   *
      *              GLI ESITI NEGATIVI DEL CANALE (FILE CONREP,      *
      *              TRACCIATO NPW41CC) SULLO STATO DI CONSEGNA B02;  *
      *            - DIVIDE PER ISTITUTO I REPORT ARCHIVIATI NEL      *
      *              GIORNO E, SECONDO LA TABELLA DI DISTRIBUZIONE    *
      *              B01 (ISTITUTO E REPORT ID, CON DEFAULT SULL'ABI  *
      *              99999), SCRIVE UN PACCHETTO DI CONSEGNA PER      *
      *              ISTITUTO CON INDICE (FLUSSO DISTRI, TRACCIATO    *
      *              NPW41FC) E REGISTRA LO STATO DI CONSEGNA B02;    *
      *              UN REPORT GIA' INVIATO NON SI RIPETE, SALVO IL   *
      *              REINVIO RICHIESTO PER UN ISTITUTO SULLA SCHEDA;  *
      *            - PROSPETTO DEI REPORT NON CONSEGNATI, NON         *
      *              CONFERMATI NEI TERMINI O MAI DISTRIBUITI NEI     *
      *              GIORNI DI VERIFICA (RC 4).                       *
      *           SCHEDA PARAMETRO: DATA DEI REPORT AAAAMMGG IN       *
      *           COLONNA 1 (DEFAULT OGGI), ISTITUTO DA REINVIARE IN  *
      *           COLONNA 9 (SPAZI = TUTTI, SENZA REINVIO), GIORNI DI *
      *           VERIFICA DEI MAI DISTRIBUITI IN COLONNA 14, TRE     *
      *           CIFRE (DEFAULT 7)                                   *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO127* 151026 PRIMA STESURA - DISTRIBUZIONE DEI REPORT ARCHIVIATI    *
USO127*        PER ISTITUTO CON STATO DI CONSEGNA E CONFERME          *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT CONREP  ASSIGN        TO UT-S-CONREP.
           SELECT DISTRI  ASSIGN        TO UT-S-DISTRI.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  CONREP
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-CONREP                   PIC X(080).
       FD  DISTRI
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-DISTRI                   PIC X(200).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O             *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-DTELA            PIC 9(008) VALUE ZERO.
           03  WKS-SKP-ABIUT            PIC X(005) VALUE SPACES.
           03  WKS-SKP-GGVER            PIC 9(003) VALUE ZERO.
           03  WKS-FILLER               PIC X(064) VALUE SPACES.
       01  SW-FINE-CON                  PIC 9 VALUE 0.
           88  FINE-CON                       VALUE 1.
       01  SW-FINE-IND                  PIC 9 VALUE 0.
           88  FINE-IND                       VALUE 1.
       01  SW-FINE-RIG                  PIC 9 VALUE 0.
           88  FINE-RIG                       VALUE 1.
       01  SW-FINE-B02                  PIC 9 VALUE 0.
           88  FINE-B02                       VALUE 1.
       01  SW-FINE-MAN                  PIC 9 VALUE 0.
           88  FINE-MAN                       VALUE 1.
       01  SW-REINVIO                   PIC X VALUE 'N'.
           88  REINVIO                        VALUE 'S'.
       01  SW-B01                       PIC X VALUE 'N'.
           88  B01-PREVISTA                   VALUE 'S'.
       01  SW-B02                       PIC X VALUE 'N'.
           88  B02-TROVATA                    VALUE 'S'.
      *------------------------------------------------------*
      *   DATE DI LAVORO E FILTRI DEI CURSORI                 *
      *------------------------------------------------------*
       01  WKS-OGGI                     PIC 9(008).
       01  WKS-DTELA                    PIC 9(008).
       01  WKS-GGVER                    PIC S9(005) VALUE +7.
       01  WKS-DTVER                    PIC 9(008).
       01  WKS-ABI-DA                   PIC X(005).
       01  WKS-ABI-A                    PIC X(005).
       01  WKS-NR-RIGHE                 PIC S9(009) COMP.
       01  WKS-CUR-ABIUT                PIC X(005).
       01  WKS-CUR-PGMNM                PIC X(008).
       01  WKS-CUR-REPID                PIC X(008).
       01  WKS-CUR-DTELA                PIC 9(008).
       01  WKS-NOTA                     PIC X(030).
      *------------------------------------------------------*
      *   CONFERME: RIGHE B02 DEL PACCHETTO DA AGGIORNARE     *
      *------------------------------------------------------*
       01  WKS-CON-CHIAVE               PIC X(013).
       01  WKS-CON-PGM-DA               PIC X(008).
       01  WKS-CON-PGM-A                PIC X(008).
       01  WKS-CON-REP-DA               PIC X(008).
       01  WKS-CON-REP-A                PIC X(008).
       01  WKS-KEYGE                    PIC X(032).
       01  WKS-RESTO                    PIC X(200).
       01  WKS-MAX-CHIAVI               PIC S9(04) COMP VALUE +300.
       01  TAB-CHIAVI.
           05  TCH-NR                   PIC S9(04) COMP VALUE ZERO.
           05  TCH-KEYGE OCCURS 300     PIC X(032).
      *------------------------------------------------------*
      *   PACCHETTO DELL'ISTITUTO IN CORSO: VOCI DI INDICE    *
      *------------------------------------------------------*
       01  WKS-PAC-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-PAC-NMPAC                PIC X(030).
       01  WKS-PAC-NRINV                PIC 9(003).
       01  WKS-PAC-NRREP                PIC 9(005).
       01  WKS-PAC-NRRIG                PIC 9(009).
       01  WKS-MAX-REPORT               PIC S9(04) COMP VALUE +300.
       01  TAB-REPORT.
           05  TRP-NR                   PIC S9(04) COMP VALUE ZERO.
           05  TRP-RIGA OCCURS 300.
               10  TRP-PGMNM            PIC X(008).
               10  TRP-REPID            PIC X(008).
               10  TRP-NRRIG            PIC 9(007).
               10  TRP-CANAL            PIC X(002).
               10  TRP-FORMA            PIC X(003).
               10  TRP-DESTI            PIC X(050).
               10  TRP-GGCON            PIC 9(003).
               10  TRP-NRINV            PIC 9(003).
               10  TRP-B02              PIC X(001).
      *            'S' = RIGA B02 GIA' PRESENTE (REINVIO)
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-CONFERME             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-NEGATIVI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CON-ERRATE           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-REPORT               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-NON-PREVISTI         PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-GIA-INVIATI          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-PACCHETTI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-INVIATI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-DISTRI               PIC 9(009) COMP-3 VALUE ZERO.
           05  CNT-NON-CONSEGN          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-NON-CONFERM          PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-MAI-DISTRIB          PIC 9(007) COMP-3 VALUE ZERO.
       COPY  NPW41CC.
       COPY  NPW41FC.
       COPY  NPW01RC.
       COPY  NPW08RC.
       COPY  NPB01TC.
       COPY  NPB02TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREPT END-EXEC.
      *------------------------------------------------------*
      * REPORT DEL GIORNO PER ISTITUTO (ESCLUSI I REPORT NON  *
      * DI ISTITUTO, ABI A SPAZI O 99999)                     *
      *------------------------------------------------------*
           EXEC SQL
                DECLARE CUR-INDICE CURSOR FOR
                SELECT REP_ABIUT, REP_PGMNM, REP_REPID, COUNT(*)
                FROM   NPREPT
                WHERE  REP_DTELA = :WKS-DTELA
                  AND  REP_ABIUT BETWEEN :WKS-ABI-DA AND :WKS-ABI-A
                  AND  REP_ABIUT NOT IN ('     ', '99999')
                GROUP BY REP_ABIUT, REP_PGMNM, REP_REPID
                ORDER BY REP_ABIUT, REP_PGMNM, REP_REPID
                WITH UR
           END-EXEC.
      *------------------------------------------------------*
      * RIGHE DI UN REPORT IN ORDINE DI PROGRESSIVO           *
      *------------------------------------------------------*
           EXEC SQL
                DECLARE CUR-RIGHE CURSOR FOR
                SELECT REP_SEQ, REP_TESTO
                FROM   NPREPT
                WHERE  REP_PGMNM = :WKS-CUR-PGMNM
                  AND  REP_ABIUT = :WKS-CUR-ABIUT
                  AND  REP_DTELA = :WKS-DTELA
                  AND  REP_REPID = :WKS-CUR-REPID
                ORDER BY REP_SEQ
                WITH UR
           END-EXEC.
      *------------------------------------------------------*
      * RIGHE B02 TOCCATE DA UNA CONFERMA                     *
      *------------------------------------------------------*
           EXEC SQL
                DECLARE CUR-CONFERMA CURSOR FOR
                SELECT DAT_KEYGE
                FROM   NPDATT
                WHERE  DAT_CODIT = 'B02'
                  AND  SUBSTR(DAT_KEYGE,1,13) = :WKS-CON-CHIAVE
                  AND  SUBSTR(DAT_KEYGE,14,8) BETWEEN :WKS-CON-PGM-DA
                                                  AND :WKS-CON-PGM-A
                  AND  SUBSTR(DAT_KEYGE,22,8) BETWEEN :WKS-CON-REP-DA
                                                  AND :WKS-CON-REP-A
                ORDER BY DAT_KEYGE
                WITH UR
           END-EXEC.
      *------------------------------------------------------*
      * PROSPETTO: REPORT INVIATI E NON CONFERMATI O NON      *
      * CONSEGNATI                                            *
      *------------------------------------------------------*
           EXEC SQL
                DECLARE CUR-STATO CURSOR FOR
                SELECT DAT_KEYGE, DAT_RESTO
                FROM   NPDATT
                WHERE  DAT_CODIT = 'B02'
                  AND  SUBSTR(DAT_RESTO,93,1) IN ('I', 'E')
                ORDER BY DAT_KEYGE
                WITH UR
           END-EXEC.
      *------------------------------------------------------*
      * PROSPETTO: REPORT DEI GIORNI DI VERIFICA, DA          *
      * CONFRONTARE CON LO STATO DI CONSEGNA                  *
      *------------------------------------------------------*
           EXEC SQL
                DECLARE CUR-MANCANTI CURSOR FOR
                SELECT DISTINCT REP_ABIUT, REP_DTELA,
                       REP_PGMNM, REP_REPID
                FROM   NPREPT
                WHERE  REP_DTELA BETWEEN :WKS-DTVER AND :WKS-DTELA
                  AND  REP_ABIUT NOT IN ('     ', '99999')
                ORDER BY REP_ABIUT, REP_DTELA, REP_PGMNM, REP_REPID
                WITH UR
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UNA-CONFERMA       THRU B0000-END
              UNTIL FINE-CON.
           CLOSE CONREP.
           PERFORM C0000-DISTRIBUZIONE      THRU C0000-END.
           PERFORM D0000-PROSPETTO          THRU D0000-END.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI: DATA DEI REPORT, ISTITUTO DA        **
      ** REINVIARE E INIZIO DEI GIORNI DI VERIFICA                **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW41B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-SKP-DTELA
                                               WKS-SKP-GGVER.
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
           IF WKS-SKP-DTELA NOT NUMERIC
           OR WKS-SKP-DTELA EQUAL ZERO
              MOVE WKS-OGGI                 TO WKS-DTELA
           ELSE
              MOVE WKS-SKP-DTELA            TO WKS-DTELA.
           IF WKS-SKP-ABIUT EQUAL SPACES
              MOVE LOW-VALUE                TO WKS-ABI-DA
              MOVE HIGH-VALUE               TO WKS-ABI-A
           ELSE
              MOVE 'S'                      TO SW-REINVIO
              MOVE WKS-SKP-ABIUT            TO WKS-ABI-DA
                                               WKS-ABI-A.
           IF WKS-SKP-GGVER NUMERIC
              AND WKS-SKP-GGVER GREATER ZERO
              MOVE WKS-SKP-GGVER            TO WKS-GGVER.
           MOVE SPACES                      TO NPW08RC.
           MOVE 04                          TO W08-RTIPO.
           MOVE WKS-DTELA                   TO W08-RDATA.
           COMPUTE W08-RGGG = ZERO - WKS-GGVER.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE CALENDARIO SUL ' WKS-DTELA
                      ' - RCODE ' W08-RCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE W08-RDATA                   TO WKS-DTVER.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW41B - DISTRIBUZIONE REPORT DEL ' WKS-DTELA.
           IF REINVIO
              DISPLAY 'NPW41B REINVIO ALL''ISTITUTO ' WKS-SKP-ABIUT.
           DISPLAY '----------------------------------------------'.
           OPEN INPUT  CONREP
                OUTPUT DISTRI.
           PERFORM R0010-LEGGI-CONREP       THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-CONREP.
           READ CONREP INTO NPW41CC
              AT END SET FINE-CON           TO TRUE.
       R0010-END.
           EXIT.
      **************************************************************
      ** UNA CONFERMA: LE RIGHE B02 DEL REPORT (O DI TUTTO IL     **
      ** PACCHETTO) PASSANO A CONFERMATO O NON CONSEGNATO         **
      **************************************************************
       B0000-UNA-CONFERMA.
           MOVE SPACES                      TO WKS-NOTA.
           IF CON-TPREC NOT EQUAL 'C'
              AND CON-TPREC NOT EQUAL 'E'
              MOVE 'TIPO RECORD ERRATO'     TO WKS-NOTA.
           IF CON-ABIUT EQUAL SPACES
           OR CON-DTELA NOT NUMERIC
           OR CON-DTESI NOT NUMERIC
              MOVE 'CHIAVE O DATA ERRATA'   TO WKS-NOTA.
           IF WKS-NOTA NOT EQUAL SPACES
              PERFORM B0090-ERRATA          THRU B0090-END
              GO TO B0010-AVANZA.
           MOVE SPACES                      TO WKS-CON-CHIAVE.
           STRING CON-ABIUT CON-DTELA       DELIMITED BY SIZE
             INTO WKS-CON-CHIAVE.
           IF CON-PGMNM EQUAL SPACES
              MOVE LOW-VALUE                TO WKS-CON-PGM-DA
              MOVE HIGH-VALUE               TO WKS-CON-PGM-A
           ELSE
              MOVE CON-PGMNM                TO WKS-CON-PGM-DA
                                               WKS-CON-PGM-A.
           IF CON-REPID EQUAL SPACES
              MOVE LOW-VALUE                TO WKS-CON-REP-DA
              MOVE HIGH-VALUE               TO WKS-CON-REP-A
           ELSE
              MOVE CON-REPID                TO WKS-CON-REP-DA
                                               WKS-CON-REP-A.
           PERFORM B0100-CARICA-CHIAVI      THRU B0100-END.
           IF TCH-NR EQUAL ZERO
              MOVE 'REPORT NON INVIATO'     TO WKS-NOTA
              PERFORM B0090-ERRATA          THRU B0090-END
              GO TO B0010-AVANZA.
           PERFORM B0200-AGGIORNA-B02       THRU B0200-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TCH-NR.
       B0010-AVANZA.
           PERFORM R0010-LEGGI-CONREP       THRU R0010-END.
       B0000-END.
           EXIT.
       B0090-ERRATA.
           ADD 1                            TO CNT-CON-ERRATE.
           DISPLAY 'NPW41B CONFERMA ' CON-TPREC ' ISTITUTO '
                   CON-ABIUT ' DEL ' CON-DTELA ' ' CON-PGMNM
                   ' ' CON-REPID ' SCARTATA: ' WKS-NOTA.
           MOVE 8                           TO WKS-RC.
       B0090-END.
           EXIT.
      **************************************************************
      ** CHIAVI DELLE RIGHE B02 TOCCATE DALLA CONFERMA, CARICATE  **
      ** PRIMA DI AGGIORNARE PER NON MUOVERE IL CURSORE           **
      **************************************************************
       B0100-CARICA-CHIAVI.
           MOVE ZERO                        TO TCH-NR.
           MOVE 0                           TO SW-FINE-B02.
           EXEC SQL OPEN CUR-CONFERMA END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE APERTURA CURSORE B02 '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM B0110-UNA-CHIAVE         THRU B0110-END
              UNTIL FINE-B02.
           EXEC SQL CLOSE CUR-CONFERMA END-EXEC.
       B0100-END.
           EXIT.
       B0110-UNA-CHIAVE.
           EXEC SQL
                FETCH CUR-CONFERMA
                INTO  :WKS-KEYGE
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-B02                  TO TRUE
              GO TO B0110-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE LETTURA CURSORE B02 '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           IF TCH-NR NOT LESS WKS-MAX-CHIAVI
              DISPLAY 'NPW41B CONFERMA ISTITUTO ' CON-ABIUT
                      ' DEL ' CON-DTELA ' OLTRE ' WKS-MAX-CHIAVI
                      ' REPORT - ECCEDENZA NON AGGIORNATA'
              MOVE 8                        TO WKS-RC
              SET FINE-B02                  TO TRUE
              GO TO B0110-END.
           ADD 1                            TO TCH-NR.
           MOVE WKS-KEYGE                   TO TCH-KEYGE (TCH-NR).
       B0110-END.
           EXIT.
       B0200-AGGIORNA-B02.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'B02'                       TO W01-DAT-CODIT.
           MOVE TCH-KEYGE (WKS-IND)         TO W01-DAT-KEYGE.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              GO TO B0210-ERRORE.
           MOVE W01-NPDATT                  TO NPB02TC.
           IF CON-TPREC EQUAL 'C'
              MOVE 'C'                      TO B02-STATO
              MOVE CON-DTESI                TO B02-DTCON
              MOVE SPACES                   TO B02-MOTIV
              ADD 1                         TO CNT-CONFERME
           ELSE
              MOVE 'E'                      TO B02-STATO
              MOVE CON-MOTIV                TO B02-MOTIV
              ADD 1                         TO CNT-NEGATIVI.
           MOVE NPB02TC                     TO W01-NPDATT.
           MOVE 'UP'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              GO TO B0200-END.
       B0210-ERRORE.
           DISPLAY 'NPW41B ERRORE ' W01-FUNZI ' RIGA B02 '
                   TCH-KEYGE (WKS-IND) ' RCODE ' W01-RCODE.
           MOVE SPACES                      TO W01-RCODE
                                               NPG01RC.
           MOVE 8                           TO WKS-RC.
       B0200-END.
           EXIT.
      **************************************************************
      ** DISTRIBUZIONE DEI REPORT DEL GIORNO: UN PACCHETTO PER    **
      ** ISTITUTO AL CAMBIO DI ABI                                **
      **************************************************************
       C0000-DISTRIBUZIONE.
           EXEC SQL OPEN CUR-INDICE END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE APERTURA CURSORE NPREPT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0020-LEGGI-INDICE       THRU R0020-END.
           PERFORM C0010-UN-REPORT          THRU C0010-END
              UNTIL FINE-IND.
           PERFORM C0190-CHIUDI-PACCHETTO   THRU C0190-END.
           EXEC SQL CLOSE CUR-INDICE END-EXEC.
       C0000-END.
           EXIT.
       R0020-LEGGI-INDICE.
           EXEC SQL
                FETCH CUR-INDICE
                INTO  :WKS-CUR-ABIUT,
                      :WKS-CUR-PGMNM,
                      :WKS-CUR-REPID,
                      :WKS-NR-RIGHE
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-IND                  TO TRUE
              GO TO R0020-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE LETTURA CURSORE NPREPT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0020-END.
           EXIT.
      **************************************************************
      ** UN REPORT DELL'ISTITUTO: ENTRA NEL PACCHETTO SE PREVISTO **
      ** DALLA TABELLA B01 E NON ANCORA INVIATO (O SE REINVIO)    **
      **************************************************************
       C0010-UN-REPORT.
           IF WKS-CUR-ABIUT NOT EQUAL WKS-PAC-ABIUT
              PERFORM C0190-CHIUDI-PACCHETTO THRU C0190-END
              MOVE WKS-CUR-ABIUT            TO WKS-PAC-ABIUT
              MOVE ZERO                     TO TRP-NR
                                               WKS-PAC-NRINV.
           ADD 1                            TO CNT-REPORT.
           MOVE WKS-DTELA                   TO WKS-CUR-DTELA.
           PERFORM C0100-LEGGI-B01          THRU C0100-END.
           IF NOT B01-PREVISTA
              ADD 1                         TO CNT-NON-PREVISTI
              GO TO C0020-AVANZA.
           PERFORM C0110-LEGGI-B02          THRU C0110-END.
           IF B02-TROVATA
              AND NOT REINVIO
              ADD 1                         TO CNT-GIA-INVIATI
              GO TO C0020-AVANZA.
           IF TRP-NR NOT LESS WKS-MAX-REPORT
              DISPLAY 'NPW41B ISTITUTO ' WKS-CUR-ABIUT ' OLTRE '
                      WKS-MAX-REPORT ' REPORT - ' WKS-CUR-PGMNM
                      ' ' WKS-CUR-REPID ' NON DISTRIBUITO'
              MOVE 8                        TO WKS-RC
              GO TO C0020-AVANZA.
           ADD 1                            TO TRP-NR.
           MOVE WKS-CUR-PGMNM               TO TRP-PGMNM (TRP-NR).
           MOVE WKS-CUR-REPID               TO TRP-REPID (TRP-NR).
           MOVE WKS-NR-RIGHE                TO TRP-NRRIG (TRP-NR).
           MOVE B01-CANAL                   TO TRP-CANAL (TRP-NR).
           MOVE B01-FORMA                   TO TRP-FORMA (TRP-NR).
           MOVE B01-DESTI                   TO TRP-DESTI (TRP-NR).
           MOVE B01-GGCON                   TO TRP-GGCON (TRP-NR).
           IF B02-TROVATA
              MOVE 'S'                      TO TRP-B02 (TRP-NR)
              MOVE B02-NRINV                TO TRP-NRINV (TRP-NR)
           ELSE
              MOVE 'N'                      TO TRP-B02 (TRP-NR)
              MOVE ZERO                     TO TRP-NRINV (TRP-NR).
           IF TRP-NRINV (TRP-NR) GREATER WKS-PAC-NRINV
              MOVE TRP-NRINV (TRP-NR)       TO WKS-PAC-NRINV.
       C0020-AVANZA.
           PERFORM R0020-LEGGI-INDICE       THRU R0020-END.
       C0010-END.
           EXIT.
      **************************************************************
      ** DISTRIBUZIONE PREVISTA PER ISTITUTO E REPORT ID (CON IL  **
      ** RIPIEGO DI NPW01R SULL'ABI 99999); 'N' SULL'ISTITUTO     **
      ** ESCLUDE IL REPORT                                        **
      **************************************************************
       C0100-LEGGI-B01.
           MOVE 'N'                         TO SW-B01.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO NPB01TC.
           MOVE 'B01'                       TO B01-CODIT.
           MOVE WKS-CUR-ABIUT               TO B01-ABIUT.
           MOVE WKS-CUR-REPID               TO B01-REPID.
           MOVE NPB01TC                     TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              IF W01-RCODE NOT EQUAL 'GE'
                 DISPLAY 'NPW41B ERRORE LETTURA B01 ISTITUTO '
                         WKS-CUR-ABIUT ' REPORT ' WKS-CUR-REPID
                         ' RCODE ' W01-RCODE
                 MOVE 8                     TO WKS-RC
              END-IF
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              GO TO C0100-END.
           MOVE W01-NPDATT                  TO NPB01TC.
           IF B01-DA-DISTRIBUIRE
              MOVE 'S'                      TO SW-B01.
       C0100-END.
           EXIT.
      **************************************************************
      ** STATO DI CONSEGNA DEL REPORT (ISTITUTO, DATA, PROGRAMMA  **
      ** E REPORT ID IN WKS-CUR-...)                              **
      **************************************************************
       C0110-LEGGI-B02.
           MOVE 'N'                         TO SW-B02.
           MOVE SPACES                      TO NPW01RC.
           MOVE SPACES                      TO NPB02TC.
           MOVE 'B02'                       TO B02-CODIT.
           MOVE WKS-CUR-ABIUT               TO B02-ABIUT.
           MOVE WKS-CUR-DTELA               TO B02-DTELA.
           MOVE WKS-CUR-PGMNM               TO B02-PGMNM.
           MOVE WKS-CUR-REPID               TO B02-REPID.
           MOVE NPB02TC                     TO W01-NPDATT.
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              IF W01-RCODE NOT EQUAL 'GE'
                 DISPLAY 'NPW41B ERRORE LETTURA B02 ISTITUTO '
                         WKS-CUR-ABIUT ' REPORT ' WKS-CUR-REPID
                         ' RCODE ' W01-RCODE
                 MOVE 8                     TO WKS-RC
              END-IF
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              GO TO C0110-END.
           MOVE W01-NPDATT                  TO NPB02TC.
      *    LA LETTURA RICADE SULL'ISTITUTO 99999 SE MANCA LA RIGA
           IF B02-ABIUT EQUAL WKS-CUR-ABIUT
              MOVE 'S'                      TO SW-B02.
       C0110-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DELL'ISTITUTO: PACCHETTO CON TESTATA, INDICE,   **
      ** RIGHE DEI REPORT E CODA; STATO DI CONSEGNA B02           **
      **************************************************************
       C0190-CHIUDI-PACCHETTO.
           IF WKS-PAC-ABIUT EQUAL HIGH-VALUE
              GO TO C0190-END.
           IF TRP-NR EQUAL ZERO
              GO TO C0190-FINE.
           ADD 1                            TO WKS-PAC-NRINV.
           MOVE TRP-NR                      TO WKS-PAC-NRREP.
           MOVE ZERO                        TO WKS-PAC-NRRIG.
           MOVE SPACES                      TO WKS-PAC-NMPAC.
           STRING 'NPREP.' WKS-PAC-ABIUT '.' WKS-DTELA '.'
                  WKS-PAC-NRINV             DELIMITED BY SIZE
             INTO WKS-PAC-NMPAC.
           MOVE SPACES                      TO NPW41FC.
           MOVE 'H'                         TO DIS-TPREC.
           MOVE WKS-PAC-NRREP               TO DIS-H-NRREP.
           MOVE WKS-PAC-NRINV               TO DIS-H-NRINV.
           MOVE WKS-OGGI                    TO DIS-H-DTINV.
           PERFORM W0010-SCRIVI-DISTRI      THRU W0010-END.
           PERFORM C0200-INDICE             THRU C0200-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TRP-NR.
           PERFORM C0300-RIGHE-REPORT       THRU C0300-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TRP-NR.
           MOVE SPACES                      TO NPW41FC.
           MOVE 'T'                         TO DIS-TPREC.
           MOVE WKS-PAC-NRREP               TO DIS-T-NRREP.
           MOVE WKS-PAC-NRRIG               TO DIS-T-NRRIG.
           PERFORM W0010-SCRIVI-DISTRI      THRU W0010-END.
           PERFORM C0400-REGISTRA-B02       THRU C0400-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TRP-NR.
           ADD 1                            TO CNT-PACCHETTI.
           ADD TRP-NR                       TO CNT-INVIATI.
           DISPLAY 'NPW41B ISTITUTO ' WKS-PAC-ABIUT ' PACCHETTO '
                   WKS-PAC-NMPAC ' REPORT ' WKS-PAC-NRREP
                   ' RIGHE ' WKS-PAC-NRRIG.
       C0190-FINE.
           MOVE HIGH-VALUE                  TO WKS-PAC-ABIUT.
       C0190-END.
           EXIT.
       C0200-INDICE.
           MOVE SPACES                      TO NPW41FC.
           MOVE 'I'                         TO DIS-TPREC.
           MOVE TRP-PGMNM (WKS-IND)         TO DIS-I-PGMNM.
           MOVE TRP-REPID (WKS-IND)         TO DIS-I-REPID.
           MOVE TRP-NRRIG (WKS-IND)         TO DIS-I-NRRIG.
           MOVE TRP-CANAL (WKS-IND)         TO DIS-I-CANAL.
           MOVE TRP-FORMA (WKS-IND)         TO DIS-I-FORMA.
           MOVE TRP-DESTI (WKS-IND)         TO DIS-I-DESTI.
           PERFORM W0010-SCRIVI-DISTRI      THRU W0010-END.
       C0200-END.
           EXIT.
      **************************************************************
      ** RIGHE DI UN REPORT DEL PACCHETTO DA NPREPT               **
      **************************************************************
       C0300-RIGHE-REPORT.
           MOVE WKS-PAC-ABIUT               TO WKS-CUR-ABIUT.
           MOVE TRP-PGMNM (WKS-IND)         TO WKS-CUR-PGMNM.
           MOVE TRP-REPID (WKS-IND)         TO WKS-CUR-REPID.
           MOVE 0                           TO SW-FINE-RIG.
           EXEC SQL OPEN CUR-RIGHE END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE APERTURA CURSORE RIGHE '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM C0310-UNA-RIGA           THRU C0310-END
              UNTIL FINE-RIG.
           EXEC SQL CLOSE CUR-RIGHE END-EXEC.
       C0300-END.
           EXIT.
       C0310-UNA-RIGA.
           EXEC SQL
                FETCH CUR-RIGHE
                INTO  :RPO-SEQ,
                      :RPO-TESTO
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-RIG                  TO TRUE
              GO TO C0310-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE LETTURA CURSORE RIGHE '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE SPACES                      TO NPW41FC.
           MOVE 'R'                         TO DIS-TPREC.
           MOVE WKS-CUR-PGMNM               TO DIS-R-PGMNM.
           MOVE WKS-CUR-REPID               TO DIS-R-REPID.
           MOVE RPO-SEQ                     TO DIS-R-SEQ.
           MOVE RPO-TESTO                   TO DIS-R-TESTO.
           PERFORM W0010-SCRIVI-DISTRI      THRU W0010-END.
           ADD 1                            TO WKS-PAC-NRRIG.
       C0310-END.
           EXIT.
      **************************************************************
      ** STATO DI CONSEGNA: INVIATO, CON LA SCADENZA DELLA        **
      ** CONFERMA IN GIORNI LAVORATIVI DELL'ISTITUTO (RTIPO 18)   **
      **************************************************************
       C0400-REGISTRA-B02.
           MOVE SPACES                      TO NPB02TC.
           MOVE 'B02'                       TO B02-CODIT.
           MOVE WKS-PAC-ABIUT               TO B02-ABIUT.
           MOVE WKS-DTELA                   TO B02-DTELA.
           MOVE TRP-PGMNM (WKS-IND)         TO B02-PGMNM.
           MOVE TRP-REPID (WKS-IND)         TO B02-REPID.
           MOVE TRP-CANAL (WKS-IND)         TO B02-CANAL.
           MOVE TRP-FORMA (WKS-IND)         TO B02-FORMA.
           MOVE TRP-DESTI (WKS-IND)         TO B02-DESTI.
           MOVE TRP-NRRIG (WKS-IND)         TO B02-NRRIG.
           MOVE WKS-PAC-NMPAC               TO B02-NMPAC.
           MOVE 'I'                         TO B02-STATO.
           MOVE WKS-OGGI                    TO B02-DTINV.
           MOVE ZERO                        TO B02-DTSCA
                                               B02-DTCON.
           COMPUTE B02-NRINV = TRP-NRINV (WKS-IND) + 1.
           IF TRP-GGCON (WKS-IND) GREATER ZERO
              MOVE SPACES                   TO NPW08RC
              MOVE 18                       TO W08-RTIPO
              MOVE WKS-OGGI                 TO W08-RDATA
              MOVE TRP-GGCON (WKS-IND)      TO W08-RGGG
              MOVE WKS-PAC-ABIUT            TO W08-ABIUT
              PERFORM W0008-RICHIAMO        THRU W0008-END
              IF W08-RCODE EQUAL ZERO
                 MOVE W08-RDATA             TO B02-DTSCA
              ELSE
                 DISPLAY 'NPW41B ERRORE CALENDARIO ISTITUTO '
                         WKS-PAC-ABIUT ' - RCODE ' W08-RCODE
                         ' - CONFERMA SENZA SCADENZA'
                 MOVE SPACES                TO NPG01RC
                 IF WKS-RC LESS 4
                    MOVE 4                  TO WKS-RC.
           MOVE SPACES                      TO NPW01RC.
           MOVE NPB02TC                     TO W01-NPDATT.
           IF TRP-B02 (WKS-IND) EQUAL 'S'
              MOVE 'UP'                     TO W01-FUNZI
           ELSE
              MOVE 'IS'                     TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW41B ERRORE ' W01-FUNZI ' RIGA B02 ISTITUTO '
                      WKS-PAC-ABIUT ' REPORT ' B02-PGMNM ' '
                      B02-REPID ' RCODE ' W01-RCODE
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 8                        TO WKS-RC.
       C0400-END.
           EXIT.
      **************************************************************
      ** PROSPETTO DEI REPORT NON CONSEGNATI, NON CONFERMATI NEI  **
      ** TERMINI E MAI DISTRIBUITI NEI GIORNI DI VERIFICA         **
      **************************************************************
       D0000-PROSPETTO.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW41B - REPORT NON CONSEGNATI O NON CONFERMATI'.
           DISPLAY '----------------------------------------------'.
           MOVE 0                           TO SW-FINE-B02.
           EXEC SQL OPEN CUR-STATO END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE APERTURA CURSORE STATO '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM D0010-UNO-STATO          THRU D0010-END
              UNTIL FINE-B02.
           EXEC SQL CLOSE CUR-STATO END-EXEC.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW41B - REPORT MAI DISTRIBUITI DAL ' WKS-DTVER
                   ' AL ' WKS-DTELA.
           DISPLAY '----------------------------------------------'.
           EXEC SQL OPEN CUR-MANCANTI END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE APERTURA CURSORE MANCANTI '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM D0100-UN-MANCANTE        THRU D0100-END
              UNTIL FINE-MAN.
           EXEC SQL CLOSE CUR-MANCANTI END-EXEC.
       D0000-END.
           EXIT.
       D0010-UNO-STATO.
           EXEC SQL
                FETCH CUR-STATO
                INTO  :WKS-KEYGE,
                      :WKS-RESTO
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-B02                  TO TRUE
              GO TO D0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE LETTURA CURSORE STATO '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE SPACES                      TO NPB02TC.
           STRING 'B02' WKS-KEYGE WKS-RESTO DELIMITED BY SIZE
             INTO NPB02TC.
           IF B02-STATO EQUAL 'E'
              ADD 1                         TO CNT-NON-CONSEGN
              DISPLAY B02-ABIUT ' ' B02-DTELA ' ' B02-PGMNM ' '
                      B02-REPID ' NON CONSEGNATO ' B02-NMPAC
              DISPLAY '                 ' B02-MOTIV
              GO TO D0010-END.
           IF B02-DTSCA GREATER ZERO
              AND B02-DTSCA LESS WKS-OGGI
              ADD 1                         TO CNT-NON-CONFERM
              DISPLAY B02-ABIUT ' ' B02-DTELA ' ' B02-PGMNM ' '
                      B02-REPID ' NON CONFERMATO ENTRO IL '
                      B02-DTSCA ' ' B02-NMPAC.
       D0010-END.
           EXIT.
      **************************************************************
      ** UN REPORT DEI GIORNI DI VERIFICA: SE PREVISTO DALLA      **
      ** TABELLA B01 DEVE AVERE UNO STATO DI CONSEGNA             **
      **************************************************************
       D0100-UN-MANCANTE.
           EXEC SQL
                FETCH CUR-MANCANTI
                INTO  :WKS-CUR-ABIUT,
                      :WKS-CUR-DTELA,
                      :WKS-CUR-PGMNM,
                      :WKS-CUR-REPID
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-MAN                  TO TRUE
              GO TO D0100-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW41B ERRORE LETTURA CURSORE MANCANTI '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM C0100-LEGGI-B01          THRU C0100-END.
           IF NOT B01-PREVISTA
              GO TO D0100-END.
           PERFORM C0110-LEGGI-B02          THRU C0110-END.
           IF B02-TROVATA
              GO TO D0100-END.
           ADD 1                            TO CNT-MAI-DISTRIB.
           DISPLAY WKS-CUR-ABIUT ' ' WKS-CUR-DTELA ' '
                   WKS-CUR-PGMNM ' ' WKS-CUR-REPID
                   ' MAI DISTRIBUITO - REINVIARE'.
       D0100-END.
           EXIT.
       W0010-SCRIVI-DISTRI.
           MOVE WKS-PAC-ABIUT               TO DIS-ABIUT.
           MOVE WKS-DTELA                   TO DIS-DTELA.
           MOVE WKS-PAC-NMPAC               TO DIS-NMPAC.
           WRITE REC-DISTRI                 FROM NPW41FC.
           ADD 1                            TO CNT-DISTRI.
       W0010-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE DISTRI.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW41B - DISTRIBUZIONE REPORT'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CONFERME DI RICEZIONE ....: ' CNT-CONFERME.
           DISPLAY 'ESITI NEGATIVI DEL CANALE : ' CNT-NEGATIVI.
           DISPLAY 'CONFERME SCARTATE ........: ' CNT-CON-ERRATE.
           DISPLAY 'REPORT DEL GIORNO ........: ' CNT-REPORT.
           DISPLAY 'SENZA DISTRIBUZIONE B01 ..: ' CNT-NON-PREVISTI.
           DISPLAY 'GIA'' INVIATI .............: ' CNT-GIA-INVIATI.
           DISPLAY 'PACCHETTI SCRITTI ........: ' CNT-PACCHETTI.
           DISPLAY 'REPORT INVIATI ...........: ' CNT-INVIATI.
           DISPLAY 'RECORD DISTRI ............: ' CNT-DISTRI.
           DISPLAY 'NON CONSEGNATI ...........: ' CNT-NON-CONSEGN.
           DISPLAY 'NON CONFERMATI NEI TERMINI: ' CNT-NON-CONFERM.
           DISPLAY 'MAI DISTRIBUITI ..........: ' CNT-MAI-DISTRIB.
           DISPLAY '----------------------------------------------'.
           IF WKS-RC LESS 4
              AND (CNT-NON-CONSEGN GREATER ZERO
                   OR CNT-NON-CONFERM GREATER ZERO
                   OR CNT-MAI-DISTRIB GREATER ZERO)
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
