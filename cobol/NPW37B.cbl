       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW37B.
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
      *  NPW37B   DICHIARAZIONE TRIMESTRALE DEL BOLLO VIRTUALE PER    *
      *           ISTITUTO: DAL REGISTRO NPREGT, DOCUMENTI CARICATI   *
      *           NEL TRIMESTRE CON IMPOSTA DI BOLLO (CALCOLATA DA    *
      *           NPW17B SULLE TARIFFE A89), NUMERO E IMPOSTA PER     *
      *           CATEGORIA. PER OGNI ISTITUTO:                       *
      *            - ACCONTO DELL'ANNO (RIGA A91) SCALATO DALLE       *
      *              IMPOSTE DEI TRIMESTRI GIA' DICHIARATI, RESIDUO   *
      *              PORTATO IN DIMINUZIONE DELL'IMPOSTA DEL          *
      *              TRIMESTRE E RIPORTATO AL SUCCESSIVO;             *
      *            - TRIMESTRE REGISTRATO SULLA RIGA A91 (UN NUOVO    *
      *              GIRO SULLO STESSO TRIMESTRE LO SOSTITUISCE);     *
      *            - QUADRATURA DEI PROGRESSIVI: DOCUMENTI E IMPOSTA  *
      *              A REGISTRO CONTRO I CONTATORI CTR_NRBOL E        *
      *              CTR_IMBOL DI NPCTRT SU TUTTE LE FILIALI (UNA     *
      *              SQUADRATURA DA' RC 8, LA DICHIARAZIONE VIENE     *
      *              COMUNQUE PRODOTTA E SEGNALATA).                  *
      *           SCHEDA PARAMETRO: DATA DI FINE TRIMESTRE AAAAMMGG   *
      *           IN COLONNA 1 (DEFAULT IL TRIMESTRE APPENA CHIUSO)   *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO124* 151026 PRIMA STESURA - DICHIARAZIONE TRIMESTRALE BOLLO        *
USO124*        VIRTUALE CON RIPORTO DELL'ACCONTO E QUADRATURA NPCTRT  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SKPARAM ASSIGN        TO UT-S-SKPARAM.
           SELECT DICBOL  ASSIGN        TO UT-S-DICBOL.
       DATA DIVISION.
       FILE SECTION.
       FD  SKPARAM
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-SKPARAM                  PIC X(080).
       FD  DICBOL
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD.
       01  REC-DICBOL                   PIC X(200).
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *          S C H E D A   P A R A M E T R O              *
      *------------------------------------------------------*
       01  WKS-SKPARAM.
           03  WKS-SKP-DTFIN            PIC 9(008) VALUE ZERO.
           03  WKS-FILLER               PIC X(072) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  SW-A91                       PIC X VALUE 'N'.
           88  A91-TROVATA                    VALUE 'S'.
      *------------------------------------------------------*
      *   TRIMESTRE DA DICHIARARE                             *
      *------------------------------------------------------*
       01  WKS-DATA-LAV.
           03  WKS-LAV-AAAA             PIC 9(004).
           03  WKS-LAV-MM               PIC 9(002).
           03  WKS-LAV-GG               PIC 9(002).
       01  WKS-DATA-LAV-NUM REDEFINES WKS-DATA-LAV
                                        PIC 9(008).
       01  WKS-ANNO                     PIC 9(004).
       01  WKS-TRIM                     PIC 9(001).
       01  WKS-GG-FINE                  PIC 9(002).
       01  WKS-QINI                     PIC 9(008).
       01  WKS-QFIN                     PIC 9(008).
       01  WKS-OGGI                     PIC 9(008).
      *------------------------------------------------------*
      *   RIGA DEL CURSORE (ISTITUTO + CATEGORIA)             *
      *------------------------------------------------------*
       01  WKS-CUR-NRDOC                PIC S9(009) COMP.
       01  WKS-CUR-IMBOL                PIC S9(13)V99 COMP-3.
      *------------------------------------------------------*
      *   ISTITUTO IN CORSO E SUOI TOTALI                     *
      *------------------------------------------------------*
       01  WKS-BAN-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-BAN-NRDOC                PIC 9(007) COMP-3.
       01  WKS-BAN-IMBOL                PIC S9(13)V99 COMP-3.
       01  WKS-BAN-ACCON                PIC S9(13)V99 COMP-3.
       01  WKS-BAN-RESPR                PIC S9(13)V99 COMP-3.
       01  WKS-BAN-DOVUT                PIC S9(13)V99 COMP-3.
       01  WKS-BAN-RESAC                PIC S9(13)V99 COMP-3.
       01  WKS-BAN-QUADR                PIC X(001).
       01  WKS-NRREG                    PIC S9(009) COMP.
       01  WKS-IMREG                    PIC S9(13)V99 COMP-3.
       01  WKS-NRCTR                    PIC S9(009) COMP.
       01  WKS-IMCTR                    PIC S9(13)V99 COMP-3.
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
       01  CONTATORI.
           05  CNT-CATEGORIE            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ISTITUTI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SQUADRATI            PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-DICBOL               PIC 9(007) COMP-3 VALUE ZERO.
           05  TOT-NRDOC                PIC 9(009) COMP-3 VALUE ZERO.
           05  TOT-IMBOL                PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
           05  TOT-DOVUT                PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WKS-ED-IMPOR2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPW37FC.
       COPY  NPW01RC.
       COPY  NPA91TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL INCLUDE NPCTRT END-EXEC.
           EXEC SQL
                DECLARE CUR-BOL CURSOR FOR
                SELECT REG_ABIUT,
                       REG_CTBOL,
                       COUNT(*),
                       SUM(REG_IMBOL)
                FROM   NPREGT
                WHERE  REG_CTBOL <> ' '
                  AND  REG_DTINS BETWEEN :WKS-QINI
                                     AND :WKS-QFIN
                GROUP BY REG_ABIUT, REG_CTBOL
                ORDER BY REG_ABIUT, REG_CTBOL
                WITH UR
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UNA-CATEGORIA      THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0190-CHIUDI-ISTITUTO    THRU C0190-END.
           EXEC SQL CLOSE CUR-BOL END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW37B'                    TO WRK-PGMNM.
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
           MOVE WRK-DATA9                   TO WKS-OGGI.
           PERFORM A0010-TRIMESTRE          THRU A0010-END.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW37B - DICHIARAZIONE BOLLO VIRTUALE '
                   WKS-TRIM ' TRIMESTRE ' WKS-ANNO
                   ' (DAL ' WKS-QINI ' AL ' WKS-QFIN ')'.
           DISPLAY '----------------------------------------------'.
           OPEN OUTPUT DICBOL.
           EXEC SQL OPEN CUR-BOL END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW37B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
      **************************************************************
      ** TRIMESTRE: FINE DALLA SCHEDA (ULTIMO GIORNO DI MARZO,    **
      ** GIUGNO, SETTEMBRE O DICEMBRE) O IL TRIMESTRE CHIUSO PRIMA**
      ** DI OGGI; INIZIO IL PRIMO GIORNO DEL TRIMESTRE            **
      **************************************************************
       A0010-TRIMESTRE.
           IF WKS-SKP-DTFIN NOT NUMERIC
           OR WKS-SKP-DTFIN EQUAL ZERO
              MOVE WKS-OGGI                 TO WKS-DATA-LAV-NUM
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
                 DISPLAY 'NPW37B DATA DI FINE TRIMESTRE ERRATA '
                         'SULLA SCHEDA PARAMETRO: ' WKS-SKP-DTFIN
                 MOVE 16                    TO RETURN-CODE
                 STOP RUN.
           MOVE WKS-DATA-LAV-NUM            TO WKS-QFIN.
           MOVE WKS-LAV-AAAA                TO WKS-ANNO.
           DIVIDE WKS-LAV-MM BY 3       GIVING WKS-TRIM.
           SUBTRACT 2                       FROM WKS-LAV-MM.
           MOVE 1                           TO WKS-LAV-GG.
           MOVE WKS-DATA-LAV-NUM            TO WKS-QINI.
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
                FETCH CUR-BOL
                INTO  :REG-ABIUT,
                      :REG-CTBOL,
                      :WKS-CUR-NRDOC,
                      :WKS-CUR-IMBOL
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW37B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** UNA CATEGORIA DI UN ISTITUTO: AL CAMBIO DI ISTITUTO SI   **
      ** CHIUDE LA DICHIARAZIONE DEL PRECEDENTE                   **
      **************************************************************
       B0000-UNA-CATEGORIA.
           IF REG-ABIUT NOT EQUAL WKS-BAN-ABIUT
              PERFORM C0190-CHIUDI-ISTITUTO THRU C0190-END
              PERFORM C0100-APRI-ISTITUTO   THRU C0100-END.
           ADD 1                            TO CNT-CATEGORIE.
           ADD WKS-CUR-NRDOC                TO WKS-BAN-NRDOC.
           ADD WKS-CUR-IMBOL                TO WKS-BAN-IMBOL.
           MOVE SPACES                      TO NPW37FC.
           MOVE 'C'                         TO DIC-TPREC.
           MOVE WKS-BAN-ABIUT               TO DIC-ABIUT.
           MOVE WKS-ANNO                    TO DIC-ANNO.
           MOVE WKS-TRIM                    TO DIC-TRIME.
           MOVE REG-CTBOL                   TO DIC-C-CTBOL.
           MOVE WKS-CUR-NRDOC               TO DIC-C-NRDOC.
           MOVE WKS-CUR-IMBOL               TO DIC-C-IMBOL.
           PERFORM W0010-SCRIVI-DICBOL      THRU W0010-END.
           MOVE WKS-CUR-IMBOL               TO WKS-ED-IMPOR.
           DISPLAY '       CATEGORIA ' REG-CTBOL
                   ' DOCUMENTI ' WKS-CUR-NRDOC
                   ' IMPOSTA ' WKS-ED-IMPOR.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
       C0100-APRI-ISTITUTO.
           MOVE REG-ABIUT                   TO WKS-BAN-ABIUT.
           MOVE ZERO                        TO WKS-BAN-NRDOC
                                               WKS-BAN-IMBOL
                                               WKS-BAN-ACCON
                                               WKS-BAN-RESPR
                                               WKS-BAN-DOVUT
                                               WKS-BAN-RESAC.
           ADD 1                            TO CNT-ISTITUTI.
           DISPLAY 'NPW37B ISTITUTO ' WKS-BAN-ABIUT.
       C0100-END.
           EXIT.
      **************************************************************
      ** CHIUSURA DELL'ISTITUTO: ACCONTO, QUADRATURA E SINTESI    **
      **************************************************************
       C0190-CHIUDI-ISTITUTO.
           IF WKS-BAN-ABIUT EQUAL HIGH-VALUE
              GO TO C0190-END.
           PERFORM C0300-ACCONTO            THRU C0300-END.
           PERFORM C0200-QUADRATURA         THRU C0200-END.
           ADD WKS-BAN-NRDOC                TO TOT-NRDOC.
           ADD WKS-BAN-IMBOL                TO TOT-IMBOL.
           ADD WKS-BAN-DOVUT                TO TOT-DOVUT.
           MOVE SPACES                      TO NPW37FC.
           MOVE 'S'                         TO DIC-TPREC.
           MOVE WKS-BAN-ABIUT               TO DIC-ABIUT.
           MOVE WKS-ANNO                    TO DIC-ANNO.
           MOVE WKS-TRIM                    TO DIC-TRIME.
           MOVE WKS-QINI                    TO DIC-S-DTINI.
           MOVE WKS-QFIN                    TO DIC-S-DTFIN.
           MOVE WKS-BAN-NRDOC               TO DIC-S-NRDOC.
           MOVE WKS-BAN-IMBOL               TO DIC-S-IMBOL.
           MOVE WKS-BAN-ACCON               TO DIC-S-ACCON.
           MOVE WKS-BAN-RESPR               TO DIC-S-RESPR.
           MOVE WKS-BAN-DOVUT               TO DIC-S-DOVUT.
           MOVE WKS-BAN-RESAC               TO DIC-S-RESAC.
           MOVE WKS-NRREG                   TO DIC-S-NRREG.
           MOVE WKS-IMREG                   TO DIC-S-IMREG.
           MOVE WKS-NRCTR                   TO DIC-S-NRCTR.
           MOVE WKS-IMCTR                   TO DIC-S-IMCTR.
           MOVE WKS-BAN-QUADR               TO DIC-S-QUADR.
           MOVE WKS-OGGI                    TO DIC-S-DTELA.
           PERFORM W0010-SCRIVI-DICBOL      THRU W0010-END.
           MOVE WKS-BAN-IMBOL               TO WKS-ED-IMPOR.
           DISPLAY '       TOTALE DOCUMENTI ' WKS-BAN-NRDOC
                   ' IMPOSTA ' WKS-ED-IMPOR.
           MOVE WKS-BAN-ACCON               TO WKS-ED-IMPOR.
           MOVE WKS-BAN-RESPR               TO WKS-ED-IMPOR2.
           DISPLAY '       ACCONTO ANNO ' WKS-ED-IMPOR
                   ' RESIDUO A INIZIO TRIMESTRE ' WKS-ED-IMPOR2.
           MOVE WKS-BAN-DOVUT               TO WKS-ED-IMPOR.
           MOVE WKS-BAN-RESAC               TO WKS-ED-IMPOR2.
           DISPLAY '       DA VERSARE ' WKS-ED-IMPOR
                   ' RESIDUO RIPORTATO ' WKS-ED-IMPOR2.
           MOVE WKS-IMREG                   TO WKS-ED-IMPOR.
           MOVE WKS-IMCTR                   TO WKS-ED-IMPOR2.
           DISPLAY '       PROGRESSIVI REGISTRO ' WKS-NRREG
                   ' ' WKS-ED-IMPOR.
           DISPLAY '       PROGRESSIVI NPCTRT   ' WKS-NRCTR
                   ' ' WKS-ED-IMPOR2.
           IF WKS-BAN-QUADR EQUAL 'S'
              DISPLAY '       QUADRATURA CONTATORI: OK'
           ELSE
              DISPLAY '       QUADRATURA CONTATORI: *** SQUADRATO ***'.
           MOVE HIGH-VALUE                  TO WKS-BAN-ABIUT.
       C0190-END.
           EXIT.
      **************************************************************
      ** QUADRATURA DEI PROGRESSIVI: DOCUMENTI CON BOLLO A        **
      ** REGISTRO CONTRO CONTATORI NPCTRT DI TUTTE LE FILIALI     **
      **************************************************************
       C0200-QUADRATURA.
           MOVE 'N'                         TO WKS-BAN-QUADR.
           MOVE ZERO                        TO WKS-NRREG
                                               WKS-IMREG
                                               WKS-NRCTR
                                               WKS-IMCTR.
           MOVE WKS-BAN-ABIUT               TO REG-ABIUT
                                               CTR-ABIUT.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(SUM(REG_IMBOL), 0)
                  INTO :WKS-NRREG,
                       :WKS-IMREG
                  FROM NPREGT
                 WHERE REG_ABIUT = :REG-ABIUT
                   AND REG_CTBOL <> ' '
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW37B ERRORE PROGRESSIVI NPREGT ISTITUTO '
                      WKS-BAN-ABIUT ' ' SQLCODE
              PERFORM C0210-SQUADRATO       THRU C0210-END
              GO TO C0200-END.
           EXEC SQL
                SELECT COALESCE(SUM(CTR_NRBOL), 0),
                       COALESCE(SUM(CTR_IMBOL), 0)
                  INTO :WKS-NRCTR,
                       :WKS-IMCTR
                  FROM NPCTRT
                 WHERE CTR_ABIUT = :CTR-ABIUT
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW37B ERRORE PROGRESSIVI NPCTRT ISTITUTO '
                      WKS-BAN-ABIUT ' ' SQLCODE
              PERFORM C0210-SQUADRATO       THRU C0210-END
              GO TO C0200-END.
           IF WKS-NRREG NOT EQUAL WKS-NRCTR
           OR WKS-IMREG NOT EQUAL WKS-IMCTR
              PERFORM C0210-SQUADRATO       THRU C0210-END
              GO TO C0200-END.
           MOVE 'S'                         TO WKS-BAN-QUADR.
       C0200-END.
           EXIT.
       C0210-SQUADRATO.
           MOVE 'N'                         TO WKS-BAN-QUADR.
           ADD 1                            TO CNT-SQUADRATI.
           MOVE 8                           TO WKS-RC.
       C0210-END.
           EXIT.
      **************************************************************
      ** ACCONTO DELL'ANNO (RIGA A91 DELL'ISTITUTO): IL RESIDUO   **
      ** E' L'ACCONTO MENO L'IMPOSTA DEI TRIMESTRI PRECEDENTI     **
      ** GIA' DICHIARATI; SCALA L'IMPOSTA DEL TRIMESTRE E IL      **
      ** RIMANENTE SI RIPORTA. SENZA RIGA A91 SI CREA CON ACCONTO **
      ** ZERO. IL TRIMESTRE VIENE REGISTRATO SULLA RIGA           **
      **************************************************************
       C0300-ACCONTO.
           MOVE 'N'                         TO SW-A91.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A91'                       TO W01-DAT-CODIT.
           MOVE WKS-BAN-ABIUT               TO W01-DAT-KEYGE (1:5).
           MOVE WKS-ANNO                    TO W01-DAT-KEYGE (6:4).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA91TC
      *       LA LETTURA RICADE SULL'ISTITUTO 99999 SE MANCA LA RIGA
              IF A91-ABIUT EQUAL WKS-BAN-ABIUT
                 MOVE 'S'                   TO SW-A91
              END-IF
           ELSE
              IF W01-RCODE NOT EQUAL 'GE'
                 PERFORM C0390-ERRORE-A91   THRU C0390-END
                 GO TO C0300-END
              ELSE
                 MOVE SPACES                TO W01-RCODE
                                               NPG01RC.
           IF NOT A91-TROVATA
              MOVE SPACES                   TO NPA91TC
              MOVE 'A91'                    TO A91-CODIT
              MOVE WKS-BAN-ABIUT            TO A91-ABIUT
              MOVE WKS-ANNO                 TO A91-ANNO
              MOVE ZERO                     TO A91-ACCON
                                               A91-RESAC
              PERFORM C0305-AZZERA-TRIMESTRE THRU C0305-END
                 VARYING WKS-IND FROM 1 BY 1
                 UNTIL WKS-IND GREATER 4.
           MOVE A91-ACCON                   TO WKS-BAN-ACCON
                                               WKS-BAN-RESPR.
           PERFORM C0310-TRIMESTRE-PREC     THRU C0310-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND NOT LESS WKS-TRIM.
           IF WKS-BAN-RESPR LESS ZERO
              MOVE ZERO                     TO WKS-BAN-RESPR.
           IF WKS-BAN-IMBOL GREATER WKS-BAN-RESPR
              COMPUTE WKS-BAN-DOVUT = WKS-BAN-IMBOL - WKS-BAN-RESPR
              MOVE ZERO                     TO WKS-BAN-RESAC
           ELSE
              MOVE ZERO                     TO WKS-BAN-DOVUT
              COMPUTE WKS-BAN-RESAC = WKS-BAN-RESPR - WKS-BAN-IMBOL.
           MOVE WKS-BAN-NRDOC               TO A91-NRDOC (WKS-TRIM).
           MOVE WKS-BAN-IMBOL               TO A91-IMBOL (WKS-TRIM).
           MOVE WKS-OGGI                    TO A91-DTDIC (WKS-TRIM).
           MOVE WKS-BAN-RESAC               TO A91-RESAC.
           MOVE NPA91TC                     TO W01-NPDATT.
           IF A91-TROVATA
              MOVE 'UP'                     TO W01-FUNZI
           ELSE
              MOVE 'IS'                     TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              PERFORM C0390-ERRORE-A91      THRU C0390-END.
       C0300-END.
           EXIT.
       C0305-AZZERA-TRIMESTRE.
           MOVE ZERO                        TO A91-NRDOC (WKS-IND)
                                               A91-IMBOL (WKS-IND)
                                               A91-DTDIC (WKS-IND).
       C0305-END.
           EXIT.
       C0310-TRIMESTRE-PREC.
           IF A91-DTDIC (WKS-IND) EQUAL ZERO
              DISPLAY '       ATTENZIONE: ' WKS-IND
                      ' TRIMESTRE ' WKS-ANNO ' NON ANCORA DICHIARATO'
              IF WKS-RC LESS 4
                 MOVE 4                     TO WKS-RC
              END-IF
              GO TO C0310-END.
           SUBTRACT A91-IMBOL (WKS-IND)     FROM WKS-BAN-RESPR.
       C0310-END.
           EXIT.
       C0390-ERRORE-A91.
           DISPLAY 'NPW37B ERRORE ' W01-FUNZI ' RIGA A91 ISTITUTO '
                   WKS-BAN-ABIUT ' ANNO ' WKS-ANNO
                   ' RCODE ' W01-RCODE.
           MOVE 8                           TO WKS-RC.
           MOVE SPACES                      TO W01-RCODE
                                               NPG01RC.
       C0390-END.
           EXIT.
       W0010-SCRIVI-DICBOL.
           WRITE REC-DICBOL                 FROM NPW37FC.
           ADD 1                            TO CNT-DICBOL.
       W0010-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           CLOSE DICBOL.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW37B - DICHIARAZIONE BOLLO VIRTUALE'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'ISTITUTI DICHIARATI ......: ' CNT-ISTITUTI.
           DISPLAY 'RIGHE DI CATEGORIA .......: ' CNT-CATEGORIE.
           DISPLAY 'DOCUMENTI CON BOLLO ......: ' TOT-NRDOC.
           MOVE TOT-IMBOL                   TO WKS-ED-IMPOR.
           DISPLAY 'IMPOSTA DEL TRIMESTRE ....: ' WKS-ED-IMPOR.
           MOVE TOT-DOVUT                   TO WKS-ED-IMPOR.
           DISPLAY 'IMPOSTA DA VERSARE .......: ' WKS-ED-IMPOR.
           DISPLAY 'ISTITUTI SQUADRATI .......: ' CNT-SQUADRATI.
           DISPLAY 'RECORD DICHIARAZIONE .....: ' CNT-DICBOL.
           DISPLAY '----------------------------------------------'.
           MOVE WKS-RC                      TO RETURN-CODE.
       Z0010-END.
           EXIT.
           COPY NPW01RR.
