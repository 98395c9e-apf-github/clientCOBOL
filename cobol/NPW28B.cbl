       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW28B.
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
      *  NPW28B   EROGAZIONE ANTICIPI SUL CASTELLETTO: GIRA DOPO IL   *
      *           CARICO DISTINTE NPW17B SUI DOCUMENTI DEL REGISTRO   *
      *           NPREGT NON ANCORA LAVORATI (STATO ANTICIPO SPAZIO), *
      *           IN ORDINE ISTITUTO / CLIENTE PRESENTATORE. PER OGNI *
      *           CLIENTE:                                            *
      *            - CASTELLETTO A79 VALIDO (NON REVOCATO, ACCORDATO  *
      *              POSITIVO, DECORRENZA <= OGGI <= SCADENZA);       *
      *            - UTILIZZO = ANTICIPI SU DOCUMENTI ANCORA IN       *
      *              ESSERE O PROROGATI (NPX52R FUNZIONE UT);         *
      *            - MARGINE = ACCORDATO - UTILIZZO.                  *
      *           DI OGNI DOCUMENTO SI ANTICIPA LA PERCENTUALE DEL    *
      *           CLIENTE (A79-PCANT) O, IN MANCANZA, QUELLA DI       *
      *           ISTITUTO DELLA SCHEDA PARAMETRO, SE RIENTRA NEL     *
      *           MARGINE RESIDUO: STATO 'A', SCRITTURA DI ACCREDITO  *
      *           SUL FLUSSO ACCRED E ACCUMULO NPCTRT (FUNZIONE UK DI *
      *           NPX09R A PACCHETTI UT). ALTRIMENTI IL DOCUMENTO     *
      *           RESTA PRESENTATO NON ANTICIPATO (STATO 'N'): OLTRE  *
      *           IL MARGINE, CLIENTE ASSENTE, CASTELLETTO ASSENTE O  *
      *           NON VALIDO, DOCUMENTO GIA' SCADUTO O NON PIU' IN    *
      *           ESSERE (PAGATO, INSOLUTO, RICHIAMATO).              *
      *           SCHEDA PARAMETRO: PERCENTUALE DI ISTITUTO 9(3)V99   *
      *           IN COLONNA 1 (DEFAULT 080,00)                       *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO117* 151026 PRIMA STESURA - EROGAZIONE ANTICIPI SUL CASTELLETTO    *
USO118* 151026 UTILIZZO DAGLI STATI DEL DOCUMENTO; NON SI ANTICIPANO  *
USO118*        DOCUMENTI NON PIU' IN ESSERE                           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT ACCRED  ASSIGN        TO UT-S-ACCRED.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  ACCRED
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-ACCRED.
           05  ACC-ABIUT                PIC X(005).
           05  ACC-PRFIL                PIC X(005).
           05  ACC-CDDEB                PIC X(011).
           05  ACC-NOPER                PIC 9(015).
           05  ACC-SEGNO                PIC X(001).
      *        'A' = AVERE (ACCREDITO AL CLIENTE)
           05  ACC-CAUSA                PIC X(003).
           05  ACC-IMPOR                PIC 9(13)V9(02).
           05  ACC-DTCON                PIC 9(008).
           05  ACC-DTVAL                PIC 9(008).
           05  ACC-FTPRE                PIC X(002).
           05  ACC-RIFCLI               PIC X(016).
           05  FILLER                   PIC X(011).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O              *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-PCANT-IST            PIC 9(03)V9(02) VALUE ZERO.
           03  WKS-FILLER               PIC X(75) VALUE SPACES.
       01  WKS-PCANT-DEF                PIC 9(03)V9(02) VALUE 80.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  SW-CAST-VALIDO               PIC X VALUE 'N'.
           88  CAST-VALIDO                    VALUE 'S'.
      *------------------------------------------------------*
      *   CLIENTE CORRENTE E SUO CASTELLETTO                  *
      *------------------------------------------------------*
       01  WKS-CLI-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-CLI-CDDEB                PIC X(011) VALUE HIGH-VALUE.
       01  WKS-CLI-MOTIV                PIC X(004) VALUE SPACES.
       01  WKS-ACCOR                    PIC S9(13)V99 COMP-3.
       01  WKS-UTILI                    PIC S9(13)V99 COMP-3.
       01  WKS-MARGINE                  PIC S9(13)V99 COMP-3.
       01  WKS-PCANT                    PIC 9(03)V9(02).
       01  WKS-CLI-NRANT                PIC 9(007) COMP-3.
       01  WKS-CLI-IMANT                PIC S9(13)V99 COMP-3.
       01  WKS-CLI-NRNON                PIC 9(007) COMP-3.
      *------------------------------------------------------*
      *   DOCUMENTO CORRENTE                                  *
      *------------------------------------------------------*
       01  WKS-NOPER.
           05  WKS-NOPER-FIL            PIC X(005).
           05  WKS-NOPER-UNO            PIC X(010).
       01  WKS-NOPER-NUM REDEFINES WKS-NOPER
                                        PIC 9(015).
       01  WKS-IMANT                    PIC S9(13)V99 COMP-3.
       01  WKS-MOTIV                    PIC X(004).
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CLIENTI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ANTICIPATI           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-OLTRE-MARG           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-CLI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SENZA-CAST           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCADUTI              PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-NON-ESSERE           PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IMANT                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WKS-ED-IMPOR2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WKS-ED-IMPOR3                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
       01  WKS-ED-PCANT                 PIC ZZ9,99.
      *------------------------------------------------------*
      *   PACCHETTO AGGIORNAMENTI PER LA FUNZIONE UT          *
      *------------------------------------------------------*
       01  WKS-PACCO-NR                 PIC 9(002) VALUE ZERO.
       01  WKS-PACCO-ABI                PIC X(005) VALUE SPACES.
       COPY  NPW01RC.
       COPY  NPA79TC.
       COPY  NPX09RC.
       COPY  NPX52RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPCTRT END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL
                DECLARE CUR-REG CURSOR FOR
                SELECT REG_ABIUT,
                       REG_NOPER,
                       REG_FTPRE,
                       REG_SCADE,
                       REG_IMPOR,
                       REG_RIFCLI,
                       REG_CDDEB,
USO118                 REG_STATO
                FROM   NPREGT
                WHERE  REG_STANT = ' '
                ORDER BY REG_ABIUT, REG_CDDEB, REG_DTINS, REG_NOPER
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-DOCUMENTO       THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0090-CHIUDI-CLIENTE     THRU C0090-END.
           PERFORM C0500-SVUOTA-PACCO       THRU C0500-END.
           EXEC SQL CLOSE CUR-REG END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW28B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-PCANT-IST.
           CLOSE SKPARAM.
           IF WKS-PCANT-IST NOT NUMERIC
           OR WKS-PCANT-IST EQUAL ZERO
           OR WKS-PCANT-IST GREATER 100
              MOVE WKS-PCANT-DEF            TO WKS-PCANT-IST.
           ACCEPT COBOL-DATE       FROM DATE.
           MOVE COBDATE-MM         TO WRK-MESE.
           MOVE COBDATE-GG         TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA
           ELSE
              MOVE '20'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA.
           MOVE WKS-PCANT-IST               TO WKS-ED-PCANT.
           DISPLAY 'NPW28B EROGAZIONE ANTICIPI AL ' WRK-DATA9
                   ' - PERCENTUALE DI ISTITUTO ' WKS-ED-PCANT.
           OPEN OUTPUT ACCRED.
           EXEC SQL OPEN CUR-REG END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW28B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-REG
                INTO  :REG-ABIUT,
                      :REG-NOPER,
                      :REG-FTPRE,
                      :REG-SCADE,
                      :REG-IMPOR,
                      :REG-RIFCLI,
                      :REG-CDDEB,
USO118                :REG-STATO
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW28B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UN DOCUMENTO: AL CAMBIO DI ISTITUTO O      **
      ** CLIENTE SI RICALCOLANO CASTELLETTO E MARGINE             **
      **************************************************************
       B0000-UN-DOCUMENTO.
           ADD 1                            TO CNT-LETTI.
           IF REG-ABIUT NOT EQUAL WKS-CLI-ABIUT
           OR REG-CDDEB NOT EQUAL WKS-CLI-CDDEB
              PERFORM C0090-CHIUDI-CLIENTE  THRU C0090-END
              PERFORM C0000-NUOVO-CLIENTE   THRU C0000-END.
           MOVE REG-NOPER                   TO WKS-NOPER-NUM.
           MOVE ZERO                        TO WKS-IMANT.
           MOVE WKS-CLI-MOTIV               TO WKS-MOTIV.
USO118     IF REG-STATO NOT EQUAL 'P' AND 'O'
USO118        MOVE 'STAT'                   TO WKS-MOTIV.
           IF WKS-MOTIV EQUAL SPACES
              AND REG-SCADE LESS WRK-DATA9
              MOVE 'SCAD'                   TO WKS-MOTIV.
           IF WKS-MOTIV EQUAL SPACES
              COMPUTE WKS-IMANT ROUNDED =
                 REG-IMPOR * WKS-PCANT / 100
              IF WKS-IMANT GREATER WKS-MARGINE
                 MOVE 'MARG'                TO WKS-MOTIV.
           IF WKS-MOTIV EQUAL SPACES
              PERFORM C0100-ANTICIPA        THRU C0100-END
           ELSE
              PERFORM C0200-NON-ANTICIPA    THRU C0200-END.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** NUOVO CLIENTE: LETTURA DEL CASTELLETTO A79, CONTROLLO DI **
      ** VALIDITA' E CALCOLO DEL MARGINE DISPONIBILE              **
      **************************************************************
       C0000-NUOVO-CLIENTE.
           MOVE REG-ABIUT                   TO WKS-CLI-ABIUT.
           MOVE REG-CDDEB                   TO WKS-CLI-CDDEB.
           MOVE SPACES                      TO WKS-CLI-MOTIV.
           MOVE 'N'                         TO SW-CAST-VALIDO.
           MOVE ZERO                        TO WKS-ACCOR
                                               WKS-UTILI
                                               WKS-MARGINE
                                               WKS-CLI-NRANT
                                               WKS-CLI-IMANT
                                               WKS-CLI-NRNON.
           MOVE WKS-PCANT-IST               TO WKS-PCANT.
           ADD 1                            TO CNT-CLIENTI.
           IF REG-CDDEB EQUAL SPACES
              MOVE 'CLIE'                   TO WKS-CLI-MOTIV
              GO TO C0000-END.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A79'                       TO W01-DAT-CODIT.
           MOVE REG-ABIUT                   TO W01-DAT-KEYGE (1:5).
           MOVE REG-CDDEB                   TO W01-DAT-KEYGE (6:11).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL 'GE'
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC
              MOVE 'CAST'                   TO WKS-CLI-MOTIV
              GO TO C0000-END.
           IF W01-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW28B ERRORE LETTURA A79 ' REG-ABIUT
                      ' ' REG-CDDEB ' RCODE ' W01-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE W01-NPDATT                  TO NPA79TC.
      *    LA LETTURA DI RIPIEGO SULL'ABI 99999 DI NPW01R NON VALE
      *    PER IL CASTELLETTO: IL FIDO E' DELL'ISTITUTO DEL DOCUMENTO
           IF A79-ABIUT NOT EQUAL REG-ABIUT
              MOVE 'CAST'                   TO WKS-CLI-MOTIV
              GO TO C0000-END.
           IF A79-REVOCATO
           OR A79-ACCOR NOT NUMERIC
           OR A79-ACCOR EQUAL ZERO
           OR A79-DTDEC NOT NUMERIC
           OR A79-DTSCA NOT NUMERIC
           OR A79-DTDEC GREATER WRK-DATA9
           OR A79-DTSCA LESS WRK-DATA9
              MOVE 'CAST'                   TO WKS-CLI-MOTIV
              GO TO C0000-END.
           MOVE A79-ACCOR                   TO WKS-ACCOR.
           IF A79-PCANT NUMERIC
              AND A79-PCANT GREATER ZERO
              AND A79-PCANT NOT GREATER 100
              MOVE A79-PCANT                TO WKS-PCANT.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'UT'                        TO X52-FUNZI.
           MOVE REG-ABIUT                   TO X52-ABIUT.
           MOVE REG-CDDEB                   TO X52-CDDEB.
           PERFORM X0052-RICHIAMO           THRU X0052-END.
           IF X52-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW28B ERRORE CALCOLO UTILIZZO ' REG-ABIUT
                      ' ' REG-CDDEB ' RCODE ' X52-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           MOVE X52-IMANT                   TO WKS-UTILI.
           COMPUTE WKS-MARGINE = WKS-ACCOR - WKS-UTILI.
           MOVE 'S'                         TO SW-CAST-VALIDO.
       C0000-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DEL CLIENTE: RIGA DI PROSPETTO                  **
      **************************************************************
       C0090-CHIUDI-CLIENTE.
           IF WKS-CLI-ABIUT EQUAL HIGH-VALUE
              GO TO C0090-END.
           MOVE WKS-ACCOR                   TO WKS-ED-IMPOR.
           MOVE WKS-UTILI                   TO WKS-ED-IMPOR2.
           MOVE WKS-CLI-IMANT               TO WKS-ED-IMPOR3.
           IF CAST-VALIDO
              DISPLAY 'NPW28B ' WKS-CLI-ABIUT ' CLIENTE '
                      WKS-CLI-CDDEB ' ACCORDATO ' WKS-ED-IMPOR
                      ' UTILIZZO ' WKS-ED-IMPOR2
              DISPLAY '       ANTICIPATI ' WKS-CLI-NRANT
                      ' PER ' WKS-ED-IMPOR3
                      ' NON ANTICIPATI ' WKS-CLI-NRNON
           ELSE
              DISPLAY 'NPW28B ' WKS-CLI-ABIUT ' CLIENTE '
                      WKS-CLI-CDDEB ' MOTIVO ' WKS-CLI-MOTIV
                      ' NON ANTICIPATI ' WKS-CLI-NRNON.
       C0090-END.
           EXIT.
      **************************************************************
      ** DOCUMENTO ANTICIPATO: ESITO SU NPREGT, ACCREDITO AL       **
      ** CLIENTE, ACCUMULO NPCTRT E RIDUZIONE DEL MARGINE         **
      **************************************************************
       C0100-ANTICIPA.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'ES'                        TO X52-FUNZI.
           MOVE REG-ABIUT                   TO X52-ABIUT.
           MOVE REG-NOPER                   TO X52-NOPER.
           MOVE 'A'                         TO X52-STANT.
           MOVE WKS-IMANT                   TO X52-IMANT.
           MOVE WRK-DATA9                   TO X52-DTANT.
           PERFORM C0300-ESITO-REGISTRO     THRU C0300-END.
           MOVE SPACES                      TO REC-ACCRED.
           MOVE REG-ABIUT                   TO ACC-ABIUT.
           MOVE WKS-NOPER-FIL               TO ACC-PRFIL.
           MOVE REG-CDDEB                   TO ACC-CDDEB.
           MOVE REG-NOPER                   TO ACC-NOPER.
           MOVE 'A'                         TO ACC-SEGNO.
           MOVE 'ANT'                       TO ACC-CAUSA.
           MOVE WKS-IMANT                   TO ACC-IMPOR.
           MOVE WRK-DATA9                   TO ACC-DTCON
                                               ACC-DTVAL.
           MOVE REG-FTPRE                   TO ACC-FTPRE.
           MOVE REG-RIFCLI                  TO ACC-RIFCLI.
           WRITE REC-ACCRED.
           PERFORM C0400-ACCODA-PACCO       THRU C0400-END.
           SUBTRACT WKS-IMANT             FROM WKS-MARGINE.
           ADD 1                            TO CNT-ANTICIPATI
                                               WKS-CLI-NRANT.
           ADD WKS-IMANT                    TO CNT-IMANT
                                               WKS-CLI-IMANT.
       C0100-END.
           EXIT.
      **************************************************************
      ** DOCUMENTO PRESENTATO NON ANTICIPATO                      **
      **************************************************************
       C0200-NON-ANTICIPA.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'ES'                        TO X52-FUNZI.
           MOVE REG-ABIUT                   TO X52-ABIUT.
           MOVE REG-NOPER                   TO X52-NOPER.
           MOVE 'N'                         TO X52-STANT.
           MOVE ZERO                        TO X52-IMANT.
           MOVE WRK-DATA9                   TO X52-DTANT.
           PERFORM C0300-ESITO-REGISTRO     THRU C0300-END.
           ADD 1                            TO WKS-CLI-NRNON.
           IF WKS-MOTIV EQUAL 'MARG'
              ADD 1                         TO CNT-OLTRE-MARG.
           IF WKS-MOTIV EQUAL 'CLIE'
              ADD 1                         TO CNT-SENZA-CLI.
           IF WKS-MOTIV EQUAL 'CAST'
              ADD 1                         TO CNT-SENZA-CAST.
           IF WKS-MOTIV EQUAL 'SCAD'
              ADD 1                         TO CNT-SCADUTI.
USO118     IF WKS-MOTIV EQUAL 'STAT'
USO118        ADD 1                         TO CNT-NON-ESSERE.
       C0200-END.
           EXIT.
       C0300-ESITO-REGISTRO.
           PERFORM X0052-RICHIAMO           THRU X0052-END.
           IF X52-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW28B ERRORE ESITO ANTICIPO SU NPREGT OPER '
                      REG-NOPER ' RCODE ' X52-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       C0300-END.
           EXIT.
      **************************************************************
      ** ACCODAMENTO NEL PACCHETTO UT (VOCI UK - ANTICIPI); IL    **
      ** PACCHETTO SI SVUOTA AL CAMBIO DI ISTITUTO O A 10 VOCI.   **
      ** ALLA PRIMA VOCE SI LEGGE LA RIGA NPCTRT DELLA FILIALE,   **
      ** CHE PORTA L'OPERATORE RICHIESTO DA NPX09R                **
      **************************************************************
       C0400-ACCODA-PACCO.
           IF WKS-PACCO-NR GREATER ZERO
              AND WKS-PACCO-ABI NOT EQUAL REG-ABIUT
              PERFORM C0500-SVUOTA-PACCO    THRU C0500-END.
           IF WKS-PACCO-NR EQUAL ZERO
              MOVE SPACES                   TO NPX09RC
              MOVE REG-ABIUT                TO CTR-ABIUT
              MOVE WKS-NOPER-FIL            TO CTR-PRFIL
              MOVE NPCTRT                   TO X09-NPCTRT
              MOVE 'RE'                     TO X09-FUNZI
              MOVE 'B'                      TO X09-FOPTB
              PERFORM X0009-RICHIAMO        THRU X0009-END
              IF X09-RCODE NOT EQUAL SPACES
                 DISPLAY 'NPW28B ERRORE LETTURA CONTATORI '
                         REG-ABIUT '/' WKS-NOPER-FIL ' - ' X09-RCODE
                 MOVE 8                     TO WKS-RC
                 MOVE SPACES                TO X09-RCODE
                                               NPG01RC
              ELSE
                 MOVE X09-NPCTRT            TO NPCTRT.
           MOVE REG-ABIUT                   TO WKS-PACCO-ABI.
           ADD 1                            TO WKS-PACCO-NR.
           MOVE WKS-NOPER-FIL     TO X09-T-PRFIL (WKS-PACCO-NR).
           MOVE 'UK'              TO X09-T-FUNZI (WKS-PACCO-NR).
           MOVE 'B'               TO X09-T-FOPTB (WKS-PACCO-NR).
           MOVE REG-FTPRE         TO X09-T-FTPRE (WKS-PACCO-NR).
           MOVE 1                 TO X09-T-QUANT (WKS-PACCO-NR).
           MOVE WKS-IMANT         TO X09-T-IMPOR (WKS-PACCO-NR).
           IF WKS-PACCO-NR NOT LESS 10
              PERFORM C0500-SVUOTA-PACCO    THRU C0500-END.
       C0400-END.
           EXIT.
       C0500-SVUOTA-PACCO.
           IF WKS-PACCO-NR EQUAL ZERO
              GO TO C0500-END.
           MOVE SPACES                      TO X09-FUNZI
                                               X09-RCODE.
           MOVE WKS-PACCO-ABI               TO CTR-ABIUT.
           MOVE NPCTRT                      TO X09-NPCTRT.
           MOVE 'UT'                        TO X09-FUNZI.
           MOVE WKS-PACCO-NR                TO X09-NRUPD.
           PERFORM X0009-RICHIAMO           THRU X0009-END.
           IF X09-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW28B ERRORE AGGIORNAMENTO CONTATORI UT - '
                      X09-RCODE
              MOVE 8                        TO WKS-RC
              MOVE SPACES                   TO X09-RCODE
                                               NPG01RC.
           MOVE ZERO                        TO WKS-PACCO-NR
                                               X09-NRUPD.
       C0500-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE ACCRED.
           MOVE CNT-IMANT                   TO WKS-ED-IMPOR.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW28B - EROGAZIONE ANTICIPI SUL CASTELLETTO'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DOCUMENTI LETTI ..........: ' CNT-LETTI.
           DISPLAY 'CLIENTI ..................: ' CNT-CLIENTI.
           DISPLAY 'DOCUMENTI ANTICIPATI .....: ' CNT-ANTICIPATI.
           DISPLAY 'IMPORTO ANTICIPATO .......: ' WKS-ED-IMPOR.
           DISPLAY 'NON ANTICIPATI:'.
           DISPLAY '  OLTRE IL MARGINE .......: ' CNT-OLTRE-MARG.
           DISPLAY '  SENZA CLIENTE ..........: ' CNT-SENZA-CLI.
           DISPLAY '  SENZA CASTELLETTO VALIDO: ' CNT-SENZA-CAST.
           DISPLAY '  GIA'' SCADUTI ...........: ' CNT-SCADUTI.
USO118     DISPLAY '  NON PIU'' IN ESSERE .....: ' CNT-NON-ESSERE.
           DISPLAY '----------------------------------------------'.
           IF CNT-SENZA-CLI GREATER ZERO
           OR CNT-SENZA-CAST GREATER ZERO
              IF WKS-RC EQUAL ZERO
                 MOVE 4                     TO WKS-RC.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
      *--------------------------------------------------------
      * RICHIAMO ROUTINE NPX09P
      *--------------------------------------------------------
       X0009-RICHIAMO.
           MOVE 'NPX09P'            TO WRK-MODULO.
           MOVE NPX09RC             TO WRK-NP0500.
           MOVE NPG01RC             TO WRK-NPG01-0500.
           CALL WRK-MODULO USING WRK-1150.
           MOVE WRK-NP0500          TO NPX09RC.
           MOVE WRK-NPG01-0500      TO NPG01RC.
       X0009-END.
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
