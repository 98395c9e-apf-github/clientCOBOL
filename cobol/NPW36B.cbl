       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW36B.
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
      *  NPW36B   MONITORAGGIO SETTIMANALE DEI DEBITORI (TRATTARI):   *
      *           GIRA SUI DOCUMENTI DEL REGISTRO NPREGT IN ESSERE O  *
      *           SCADUTI NEGLI ULTIMI 12 MESI, RAGGRUPPATI PER       *
      *           DEBITORE (CODICE FISCALE O PARTITA IVA, IN          *
      *           MANCANZA L'IBAN) SU TUTTI I CLIENTI PRESENTATORI E  *
      *           TUTTI GLI ISTITUTI. PER OGNI DEBITORE:              *
      *            - DOCUMENTI IN ESSERE (STATO 'P' O 'O') E QUOTA    *
      *              ANTICIPATA;                                      *
      *            - DOCUMENTI SCADUTI NEI 12 MESI, INSOLUTI (STATO   *
      *              'I' DA NPW18B), RAPPORTO INSOLUTI SU NUMERO E    *
      *              SU IMPORTO;                                      *
      *            - CLIENTI PRESENTATORI ESPOSTI, CON I DOCUMENTI IN *
      *              ESSERE DI CIASCUNO.                              *
      *           LISTA DEI DEBITORI BLOCCATI (RIGHE A88, CONTROLLATE *
      *           DAL CARICO DISTINTE NPW17B): IL DEBITORE CON        *
      *           ALMENO IL MINIMO DI DOCUMENTI SCADUTI E RAPPORTO    *
      *           INSOLUTI (SU NUMERO) PARI O SUPERIORE ALLA SOGLIA   *
      *           VIENE BLOCCATO; LA RIGA AUTOMATICA SI SBLOCCA       *
      *           QUANDO IL RAPPORTO TORNA SOTTO SOGLIA O IL DEBITORE *
      *           NON HA PIU' DOCUMENTI NEL PERIODO. LE RIGHE         *
      *           MANUALI (NPW21R) NON VENGONO TOCCATE.               *
      *           SCHEDA PARAMETRO: SOGLIA RAPPORTO INSOLUTI 999V99   *
      *           IN COLONNA 1 (DEFAULT 20,00 PER CENTO), MINIMO DI   *
      *           DOCUMENTI SCADUTI 999 IN COLONNA 6 (DEFAULT 5)      *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO123* 151026 PRIMA STESURA - MONITORAGGIO DEBITORI E LISTA BLOCCATI *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O              *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-PCBLO            PIC 9(003)V9(02) VALUE ZERO.
           03  WKS-SKP-MINDO            PIC 9(003) VALUE ZERO.
           03  WKS-FILLER               PIC X(072) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  SW-A88                       PIC X VALUE 'N'.
           88  A88-TROVATA                    VALUE 'S'.
       01  SW-OLTRE                     PIC X VALUE 'N'.
           88  OLTRE-SOGLIA                   VALUE 'S'.
       01  WKS-PCBLO                    PIC 9(003)V9(02).
       01  WKS-MINDO                    PIC 9(003).
       01  WKS-OGGI                     PIC 9(008).
       01  WKS-DT12.
           05  WKS-DT12-AAAA            PIC 9(004).
           05  WKS-DT12-MMGG            PIC 9(004).
       01  WKS-DT12-NUM REDEFINES WKS-DT12
                                        PIC 9(008).
      *------------------------------------------------------*
      *   DEBITORE IN CORSO E SUOI TOTALI                     *
      *------------------------------------------------------*
       01  WKS-CHDEB                    PIC X(027).
       01  WKS-DEB-CHDEB                PIC X(027) VALUE HIGH-VALUE.
       01  WKS-DEB-DSDEB                PIC X(030).
       01  WKS-DEB-NRESS                PIC 9(007) COMP-3.
       01  WKS-DEB-IMESS                PIC S9(15)V99 COMP-3.
       01  WKS-DEB-IMANT                PIC S9(15)V99 COMP-3.
       01  WKS-DEB-NRSCA                PIC 9(007) COMP-3.
       01  WKS-DEB-IMSCA                PIC S9(15)V99 COMP-3.
       01  WKS-DEB-NRINS                PIC 9(007) COMP-3.
       01  WKS-DEB-IMINS                PIC S9(15)V99 COMP-3.
       01  WKS-DEB-PCINS                PIC 9(003)V99.
       01  WKS-DEB-PCIMP                PIC 9(003)V99.
       01  WKS-DEB-NOTA                 PIC X(020).
      *------------------------------------------------------*
      *   CLIENTI PRESENTATORI ESPOSTI SUL DEBITORE           *
      *------------------------------------------------------*
       01  TAB-CLIENTI.
           05  TCLI-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TCLI-ALTRI               PIC S9(04) COMP VALUE ZERO.
           05  TCLI-RIGA OCCURS 50.
               10  TCLI-ABIUT           PIC X(005).
               10  TCLI-CDDEB           PIC X(011).
               10  TCLI-NRESS           PIC 9(007) COMP-3.
               10  TCLI-IMESS           PIC S9(15)V99 COMP-3.
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-TROV                     PIC S9(04) COMP VALUE ZERO.
      *------------------------------------------------------*
      *   RIGHE AUTOMATICHE A88 DA SBLOCCARE A FINE GIRO      *
      *------------------------------------------------------*
       01  TAB-SBLOCCO.
           05  TSBL-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TSBL-CHDEB               PIC X(027) OCCURS 500.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-DEBITORI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-OLTRE                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-BLOCCATI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SBLOCCATI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-MANUALI              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCADUTE              PIC 9(007) COMP-3 VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-IMPOR2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-RAPPO                 PIC ZZ9,99.
       01  WKS-ED-RAPPO2                PIC ZZ9,99.
       COPY  NPW01RC.
       COPY  NPA88TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL
                DECLARE CUR-DEB CURSOR FOR
                SELECT REG_ABIUT,
                       REG_NOPER,
                       REG_IMPOR,
                       REG_SCADE,
                       REG_CDDEB,
                       REG_STANT,
                       REG_IMANT,
                       REG_STATO,
                       REG_IBAN,
                       REG_DSDEB,
                       REG_CFDEB
                FROM   NPREGT
                WHERE (REG_CFDEB <> ' ' OR REG_IBAN <> ' ')
                  AND (REG_STATO IN ('P', 'O')
                   OR  REG_SCADE BETWEEN :WKS-DT12-NUM
                                     AND :WKS-OGGI)
                ORDER BY REG_CFDEB, REG_IBAN, REG_ABIUT, REG_CDDEB
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-DOCUMENTO       THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0190-CHIUDI-DEBITORE    THRU C0190-END.
           EXEC SQL CLOSE CUR-DEB END-EXEC.
           PERFORM C0300-SCADUTE            THRU C0300-END.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW36B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-SKP-PCBLO
                                               WKS-SKP-MINDO.
           CLOSE SKPARAM.
           MOVE 20                          TO WKS-PCBLO.
           MOVE 5                           TO WKS-MINDO.
           IF WKS-SKP-PCBLO NUMERIC
              AND WKS-SKP-PCBLO GREATER ZERO
              MOVE WKS-SKP-PCBLO            TO WKS-PCBLO.
           IF WKS-SKP-MINDO NUMERIC
              AND WKS-SKP-MINDO GREATER ZERO
              MOVE WKS-SKP-MINDO            TO WKS-MINDO.
           ACCEPT COBOL-DATE       FROM DATE.
           MOVE COBDATE-MM         TO WRK-MESE.
           MOVE COBDATE-GG         TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA
           ELSE
              MOVE '20'            TO WRK-SECOLO
              MOVE COBDATE-AA      TO WRK-AA.
           MOVE WRK-DATA9                   TO WKS-OGGI
                                               WKS-DT12-NUM.
           SUBTRACT 1                       FROM WKS-DT12-AAAA.
           MOVE WKS-PCBLO                   TO WKS-ED-RAPPO.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW36B - MONITORAGGIO DEBITORI AL ' WKS-OGGI.
           DISPLAY 'SCADUTI DAL ' WKS-DT12-NUM ' - SOGLIA BLOCCO '
                   WKS-ED-RAPPO ' PCT SU ALMENO ' WKS-MINDO
                   ' DOCUMENTI SCADUTI'.
           DISPLAY '----------------------------------------------'.
           EXEC SQL OPEN CUR-DEB END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW36B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-DEB
                INTO  :REG-ABIUT,
                      :REG-NOPER,
                      :REG-IMPOR,
                      :REG-SCADE,
                      :REG-CDDEB,
                      :REG-STANT,
                      :REG-IMANT,
                      :REG-STATO,
                      :REG-IBAN,
                      :REG-DSDEB,
                      :REG-CFDEB
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW36B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UN DOCUMENTO: AL CAMBIO DI DEBITORE SI    **
      ** CHIUDE IL DEBITORE PRECEDENTE                            **
      **************************************************************
       B0000-UN-DOCUMENTO.
           ADD 1                            TO CNT-LETTI.
           IF REG-CFDEB NOT EQUAL SPACES
              MOVE REG-CFDEB                TO WKS-CHDEB
           ELSE
              MOVE REG-IBAN                 TO WKS-CHDEB.
           IF WKS-CHDEB NOT EQUAL WKS-DEB-CHDEB
              PERFORM C0190-CHIUDI-DEBITORE THRU C0190-END
              PERFORM C0100-APRI-DEBITORE   THRU C0100-END.
           IF WKS-DEB-DSDEB EQUAL SPACES
              MOVE REG-DSDEB                TO WKS-DEB-DSDEB.
           IF REG-STATO EQUAL 'P' OR REG-STATO EQUAL 'O'
              ADD 1                         TO WKS-DEB-NRESS
              ADD REG-IMPOR                 TO WKS-DEB-IMESS
              IF REG-STANT EQUAL 'A'
                 ADD REG-IMANT              TO WKS-DEB-IMANT
              END-IF
              PERFORM C0110-ACCUMULA-CLIENTE THRU C0110-END.
           IF REG-SCADE NOT LESS WKS-DT12-NUM
              AND REG-SCADE NOT GREATER WKS-OGGI
              ADD 1                         TO WKS-DEB-NRSCA
              ADD REG-IMPOR                 TO WKS-DEB-IMSCA
              IF REG-STATO EQUAL 'I'
                 ADD 1                      TO WKS-DEB-NRINS
                 ADD REG-IMPOR              TO WKS-DEB-IMINS
              END-IF.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
       C0100-APRI-DEBITORE.
           MOVE WKS-CHDEB                   TO WKS-DEB-CHDEB.
           MOVE SPACES                      TO WKS-DEB-DSDEB.
           MOVE ZERO                        TO WKS-DEB-NRESS
                                               WKS-DEB-IMESS
                                               WKS-DEB-IMANT
                                               WKS-DEB-NRSCA
                                               WKS-DEB-IMSCA
                                               WKS-DEB-NRINS
                                               WKS-DEB-IMINS
                                               TCLI-NR
                                               TCLI-ALTRI.
           ADD 1                            TO CNT-DEBITORI.
       C0100-END.
           EXIT.
      **************************************************************
      ** ACCUMULO DEI DOCUMENTI IN ESSERE PER CLIENTE PRESENTATORE**
      **************************************************************
       C0110-ACCUMULA-CLIENTE.
           MOVE ZERO                        TO WKS-TROV.
           PERFORM C0115-CERCA-CLIENTE      THRU C0115-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TCLI-NR
                 OR WKS-TROV GREATER ZERO.
           IF WKS-TROV EQUAL ZERO
              IF TCLI-NR LESS 50
                 ADD 1                      TO TCLI-NR
                 MOVE TCLI-NR               TO WKS-TROV
                 MOVE REG-ABIUT             TO TCLI-ABIUT (TCLI-NR)
                 MOVE REG-CDDEB             TO TCLI-CDDEB (TCLI-NR)
                 MOVE ZERO                  TO TCLI-NRESS (TCLI-NR)
                 MOVE ZERO                  TO TCLI-IMESS (TCLI-NR)
              ELSE
                 ADD 1                      TO TCLI-ALTRI
                 GO TO C0110-END.
           ADD 1                            TO TCLI-NRESS (WKS-TROV).
           ADD REG-IMPOR                    TO TCLI-IMESS (WKS-TROV).
       C0110-END.
           EXIT.
       C0115-CERCA-CLIENTE.
           IF TCLI-ABIUT (WKS-IND) EQUAL REG-ABIUT
              AND TCLI-CDDEB (WKS-IND) EQUAL REG-CDDEB
              MOVE WKS-IND                  TO WKS-TROV.
       C0115-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DEL DEBITORE: RAPPORTO INSOLUTI, LISTA DEI      **
      ** BLOCCATI E RIGHE DEL PROSPETTO                           **
      **************************************************************
       C0190-CHIUDI-DEBITORE.
           IF WKS-DEB-CHDEB EQUAL HIGH-VALUE
              GO TO C0190-END.
           MOVE ZERO                        TO WKS-DEB-PCINS
                                               WKS-DEB-PCIMP.
           IF WKS-DEB-NRSCA GREATER ZERO
              COMPUTE WKS-DEB-PCINS ROUNDED =
                      WKS-DEB-NRINS * 100 / WKS-DEB-NRSCA.
           IF WKS-DEB-IMSCA GREATER ZERO
              COMPUTE WKS-DEB-PCIMP ROUNDED =
                      WKS-DEB-IMINS * 100 / WKS-DEB-IMSCA.
           MOVE 'N'                         TO SW-OLTRE.
           IF WKS-DEB-NRSCA NOT LESS WKS-MINDO
              AND WKS-DEB-PCINS NOT LESS WKS-PCBLO
              MOVE 'S'                      TO SW-OLTRE
              ADD 1                         TO CNT-OLTRE.
           MOVE SPACES                      TO WKS-DEB-NOTA.
           PERFORM C0200-LISTA-BLOCCO       THRU C0200-END.
           MOVE WKS-DEB-IMESS               TO WKS-ED-IMPOR.
           MOVE WKS-DEB-IMANT               TO WKS-ED-IMPOR2.
           DISPLAY 'NPW36B DEBITORE ' WKS-DEB-CHDEB ' '
                   WKS-DEB-DSDEB ' ' WKS-DEB-NOTA.
           DISPLAY '       IN ESSERE ' WKS-DEB-NRESS
                   ' IMPORTO ' WKS-ED-IMPOR
                   ' ANTICIPATO ' WKS-ED-IMPOR2.
           MOVE WKS-DEB-IMINS               TO WKS-ED-IMPOR.
           MOVE WKS-DEB-PCINS               TO WKS-ED-RAPPO.
           MOVE WKS-DEB-PCIMP               TO WKS-ED-RAPPO2.
           DISPLAY '       SCADUTI 12 MESI ' WKS-DEB-NRSCA
                   ' INSOLUTI ' WKS-DEB-NRINS
                   ' (' WKS-ED-RAPPO ' PCT)'
                   ' IMPORTO ' WKS-ED-IMPOR
                   ' (' WKS-ED-RAPPO2 ' PCT)'.
           PERFORM C0195-RIGA-CLIENTE       THRU C0195-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TCLI-NR.
           IF TCLI-ALTRI GREATER ZERO
              DISPLAY '       ALTRI DOCUMENTI IN ESSERE SU CLIENTI '
                      'NON ELENCATI: ' TCLI-ALTRI.
           MOVE HIGH-VALUE                  TO WKS-DEB-CHDEB.
       C0190-END.
           EXIT.
       C0195-RIGA-CLIENTE.
           MOVE TCLI-IMESS (WKS-IND)        TO WKS-ED-IMPOR.
           DISPLAY '       CLIENTE ' TCLI-ABIUT (WKS-IND)
                   '/' TCLI-CDDEB (WKS-IND)
                   ' DOCUMENTI ' TCLI-NRESS (WKS-IND)
                   ' IMPORTO ' WKS-ED-IMPOR.
       C0195-END.
           EXIT.
      **************************************************************
      ** LISTA DEI DEBITORI BLOCCATI (A88 SOTTO L'ABI 99999):     **
      ** OLTRE SOGLIA = BLOCCO (NUOVA RIGA O RIGA AUTOMATICA      **
      ** SBLOCCATA); SOTTO SOGLIA CON IL MINIMO DI SCADUTI =      **
      ** SBLOCCO DELLA RIGA AUTOMATICA; SENZA IL MINIMO LA RIGA   **
      ** RESTA COM'E'. LA RIGA MANUALE NON SI TOCCA               **
      **************************************************************
       C0200-LISTA-BLOCCO.
           MOVE 'N'                         TO SW-A88.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A88'                       TO W01-DAT-CODIT.
           MOVE '99999'                     TO W01-DAT-KEYGE (1:5).
           MOVE WKS-DEB-CHDEB               TO W01-DAT-KEYGE (6:27).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA88TC
              MOVE 'S'                      TO SW-A88
           ELSE
              IF W01-RCODE NOT EQUAL 'GE'
                 PERFORM C0290-ERRORE-A88   THRU C0290-END
                 GO TO C0200-END
              ELSE
                 MOVE SPACES                TO W01-RCODE
                                               NPG01RC.
           IF A88-TROVATA AND A88-MANUALE
              ADD 1                         TO CNT-MANUALI
              IF A88-BLOCCATO
                 MOVE 'BLOCCATO (MANUALE)'  TO WKS-DEB-NOTA
              END-IF
              GO TO C0200-END.
           IF NOT A88-TROVATA
              IF NOT OLTRE-SOGLIA
                 GO TO C0200-END
              ELSE
                 MOVE SPACES                TO NPA88TC
                 MOVE 'A88'                 TO A88-CODIT
                 MOVE '99999'               TO A88-ABIUT
                 MOVE WKS-DEB-CHDEB         TO A88-CHDEB
                 MOVE 'A'                   TO A88-ORIGI
                 MOVE 'B'                   TO A88-STATO
                 MOVE WKS-OGGI              TO A88-DTBLO
                 PERFORM C0210-DATI-A88     THRU C0210-END
                 MOVE 'IS'                  TO W01-FUNZI
                 MOVE 'NUOVO BLOCCO'        TO WKS-DEB-NOTA
                 ADD 1                      TO CNT-BLOCCATI
                 GO TO C0200-SCRIVI.
           IF OLTRE-SOGLIA
              IF A88-BLOCCATO
                 MOVE 'BLOCCATO'            TO WKS-DEB-NOTA
              ELSE
                 MOVE 'B'                   TO A88-STATO
                 MOVE WKS-OGGI              TO A88-DTBLO
                 MOVE 'NUOVO BLOCCO'        TO WKS-DEB-NOTA
                 ADD 1                      TO CNT-BLOCCATI
              END-IF
           ELSE
              IF A88-BLOCCATO
                 AND WKS-DEB-NRSCA NOT LESS WKS-MINDO
                 MOVE 'S'                   TO A88-STATO
                 MOVE 'SBLOCCATO'           TO WKS-DEB-NOTA
                 ADD 1                      TO CNT-SBLOCCATI
              ELSE
                 IF A88-BLOCCATO
                    MOVE 'BLOCCATO'         TO WKS-DEB-NOTA.
           PERFORM C0210-DATI-A88           THRU C0210-END.
           MOVE 'UP'                        TO W01-FUNZI.
       C0200-SCRIVI.
           MOVE NPA88TC                     TO W01-NPDATT.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              PERFORM C0290-ERRORE-A88      THRU C0290-END.
       C0200-END.
           EXIT.
       C0210-DATI-A88.
           MOVE WKS-OGGI                    TO A88-DTAGG.
           MOVE WKS-DEB-DSDEB               TO A88-DSDEB.
           MOVE WKS-DEB-NRSCA               TO A88-NRSCA.
           MOVE WKS-DEB-NRINS               TO A88-NRINS.
           MOVE WKS-DEB-PCINS               TO A88-PCINS.
           MOVE WKS-DEB-IMINS               TO A88-IMINS.
       C0210-END.
           EXIT.
       C0290-ERRORE-A88.
           DISPLAY 'NPW36B ERRORE ' W01-FUNZI ' RIGA A88 DEBITORE '
                   WKS-DEB-CHDEB ' RCODE ' W01-RCODE.
           MOVE 8                           TO WKS-RC.
           MOVE 'ERRORE LISTA A88'          TO WKS-DEB-NOTA.
           MOVE SPACES                      TO W01-RCODE
                                               NPG01RC.
       C0290-END.
           EXIT.
      **************************************************************
      ** RIGHE AUTOMATICHE A88 ANCORA BLOCCATE E NON AGGIORNATE   **
      ** IN QUESTO GIRO: IL DEBITORE NON HA PIU' DOCUMENTI IN     **
      ** ESSERE NE' SCADUTI NEI 12 MESI E VIENE SBLOCCATO         **
      **************************************************************
       C0300-SCADUTE.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A88'                       TO W01-DAT-CODIT.
           MOVE 'O1'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           PERFORM C0310-SCORRI-A88         THRU C0310-END
              UNTIL W01-RCODE NOT EQUAL SPACES.
           IF W01-RCODE NOT EQUAL 'GE'
              DISPLAY 'NPW36B ERRORE SCORRIMENTO A88 RCODE '
                      W01-RCODE
              MOVE 8                        TO WKS-RC
              GO TO C0300-END.
           PERFORM C0320-SBLOCCA            THRU C0320-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TSBL-NR.
       C0300-END.
           EXIT.
       C0310-SCORRI-A88.
           MOVE W01-NPDATT                  TO NPA88TC.
           IF A88-AUTOMATICO
              AND A88-BLOCCATO
              AND A88-DTAGG LESS WKS-OGGI
              IF TSBL-NR LESS 500
                 ADD 1                      TO TSBL-NR
                 MOVE A88-CHDEB             TO TSBL-CHDEB (TSBL-NR)
              ELSE
                 DISPLAY 'NPW36B TROPPE RIGHE A88 DA SBLOCCARE, '
                         'RESTA BLOCCATO ' A88-CHDEB
                 MOVE 4                     TO WKS-RC
              END-IF.
           MOVE 'F1'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
       C0310-END.
           EXIT.
       C0320-SBLOCCA.
           MOVE TSBL-CHDEB (WKS-IND)        TO WKS-DEB-CHDEB.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A88'                       TO W01-DAT-CODIT.
           MOVE '99999'                     TO W01-DAT-KEYGE (1:5).
           MOVE WKS-DEB-CHDEB               TO W01-DAT-KEYGE (6:27).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              PERFORM C0290-ERRORE-A88      THRU C0290-END
              GO TO C0320-END.
           MOVE W01-NPDATT                  TO NPA88TC.
           MOVE 'S'                         TO A88-STATO.
           MOVE WKS-OGGI                    TO A88-DTAGG.
           MOVE ZERO                        TO A88-NRSCA
                                               A88-NRINS
                                               A88-PCINS
                                               A88-IMINS.
           MOVE NPA88TC                     TO W01-NPDATT.
           MOVE 'UP'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              PERFORM C0290-ERRORE-A88      THRU C0290-END
              GO TO C0320-END.
           ADD 1                            TO CNT-SCADUTE.
           DISPLAY 'NPW36B DEBITORE ' WKS-DEB-CHDEB ' ' A88-DSDEB
                   ' SBLOCCATO, NESSUN DOCUMENTO NEL PERIODO'.
       C0320-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW36B - MONITORAGGIO DEBITORI'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DOCUMENTI LETTI ..........: ' CNT-LETTI.
           DISPLAY 'DEBITORI .................: ' CNT-DEBITORI.
           DISPLAY '  OLTRE SOGLIA INSOLUTI ..: ' CNT-OLTRE.
           DISPLAY '  NUOVI BLOCCHI ..........: ' CNT-BLOCCATI.
           DISPLAY '  SBLOCCATI ..............: ' CNT-SBLOCCATI.
           DISPLAY '  CON RIGA MANUALE .......: ' CNT-MANUALI.
           DISPLAY 'SBLOCCATI SENZA DOCUMENTI : ' CNT-SCADUTE.
           DISPLAY '----------------------------------------------'.
           IF CNT-BLOCCATI GREATER ZERO
              AND WKS-RC LESS 4
              MOVE 4                        TO WKS-RC.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
