       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPW29B.
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
      *  NPW29B   GIRO DI SCADENZA DEL REGISTRO PRESENTAZIONI: I      *
      *           DOCUMENTI NPREGT IN ESSERE O PROROGATI ('P' 'O')    *
      *           PASSANO A PAGATO SALVO BUON FINE ('S') QUANDO LA    *
      *           DATA DEL GIRO RAGGIUNGE LA DATA DI REGOLAMENTO:     *
      *            - SCADENZA, PORTATA AL PRIMO GIORNO LAVORATIVO SE  *
      *              FESTIVA (NPW08R RTIPO 03);                       *
      *            - PIU' I GIORNI LAVORATIVI DI TOLLERANZA DEL TIPO  *
      *              PRESENTAZIONE (NPW08R RTIPO 18), DA RIGA A97     *
      *              PER ISTITUTO E TIPO (ANCHE DI DEFAULT SULL'ABI   *
      *              99999) O, IN MANCANZA, DALLA SCHEDA PARAMETRO.   *
      *           IL CAMBIO DI STATO PASSA DA NPX52R (FUNZIONE ST).   *
      *           UN INSOLUTO CHE ARRIVA DOPO LA TOLLERANZA RIPORTA   *
      *           COMUNQUE IL DOCUMENTO IN STATO 'I' (NPW18B).        *
      *           SCHEDA PARAMETRO: GIORNI DI TOLLERANZA DI DEFAULT   *
      *           9(3) IN COLONNA 1 (ASSENTE = NESSUNA TOLLERANZA)    *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO118* 151026 PRIMA STESURA - GIRO DI SCADENZA REGISTRO NPREGT       *
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
           03  WKS-GGTOL-DEF            PIC 9(03) VALUE ZERO.
           03  WKS-FILLER               PIC X(77) VALUE SPACES.
       01  SW-FINE-REG                  PIC 9 VALUE 0.
           88  FINE-REG                       VALUE 1.
       01  WKS-OGGI                     PIC 9(008).
       01  WKS-GGTOL                    PIC 9(003).
       01  WKS-DTREG                    PIC 9(008).
       01  WKS-RC                       PIC S9(04) COMP VALUE ZERO.
      *------------------------------------------------------*
      *   ULTIMA DATA DI REGOLAMENTO CALCOLATA                *
      *------------------------------------------------------*
       01  WKS-ULT-CHIAVE.
           05  WKS-ULT-ABIUT            PIC X(005) VALUE HIGH-VALUE.
           05  WKS-ULT-FTPRE            PIC X(002) VALUE HIGH-VALUE.
           05  WKS-ULT-SCADE            PIC 9(008) VALUE ZERO.
       01  WKS-ULT-DTREG                PIC 9(008) VALUE ZERO.
       01  WKS-ULT-ESITO                PIC X(001) VALUE SPACE.
      *------------------------------------------------------*
      *   TOLLERANZE PER ISTITUTO E TIPO GIA' LETTE (A97)     *
      *------------------------------------------------------*
       01  TAB-TOLL.
           05  TTOL-NR                  PIC S9(04) COMP VALUE ZERO.
           05  TTOL-RIGA OCCURS 200.
               10  TTOL-ABIUT           PIC X(005).
               10  TTOL-FTPRE           PIC X(002).
               10  TTOL-GGTOL           PIC 9(003).
       01  WKS-IND                      PIC S9(04) COMP VALUE ZERO.
       01  WKS-TROV                     PIC S9(04) COMP VALUE ZERO.
      *------------------------------------------------------*
      *   RIEPILOGO PER ISTITUTO E TIPO PRESENTAZIONE         *
      *------------------------------------------------------*
       01  WKS-RIE-ABIUT                PIC X(005) VALUE HIGH-VALUE.
       01  WKS-RIE-FTPRE                PIC X(002) VALUE HIGH-VALUE.
       01  WKS-RIE-NRPAG                PIC 9(007) COMP-3.
       01  WKS-RIE-IMPAG                PIC S9(15)V99 COMP-3.
       01  WKS-RIE-NRATT                PIC 9(007) COMP-3.
       01  CONTATORI.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-PAGATI               PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IN-TOLL              PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-CAMBIATI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-ERR-DATA             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-IMPAG                PIC S9(15)V99 COMP-3
                                                          VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPW01RC.
       COPY  NPW08RC.
       COPY  NPA97TC.
       COPY  NPX52RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE NPREGT END-EXEC.
           EXEC SQL
                DECLARE CUR-SCA CURSOR FOR
                SELECT REG_ABIUT,
                       REG_NOPER,
                       REG_FTPRE,
                       REG_SCADE,
                       REG_IMPOR
                FROM   NPREGT
                WHERE  REG_STATO IN ('P', 'O')
                  AND  REG_SCADE <= :WKS-OGGI
                ORDER BY REG_ABIUT, REG_FTPRE, REG_SCADE, REG_NOPER
           END-EXEC.
      ********************************************************
      *         P R O C E D U R E   D I V I S I O N          *
      ********************************************************
       PROCEDURE DIVISION.
       INIZIO-PGM.
           PERFORM A0000-HOUSE-KEEPING      THRU A0000-END.
           PERFORM B0000-UN-DOCUMENTO       THRU B0000-END
              UNTIL FINE-REG.
           PERFORM C0090-RIGA-RIEPILOGO     THRU C0090-END.
           EXEC SQL CLOSE CUR-SCA END-EXEC.
           EXEC SQL COMMIT END-EXEC.
           PERFORM Z0010-RIEPILOGO          THRU Z0010-END.
       FINE-PGM.
           STOP RUN.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW29B'                    TO WRK-PGMNM.
           INITIALIZE                          CONTATORI.
           OPEN INPUT SKPARAM.
           READ SKPARAM INTO WKS-SKPARAM
              AT END MOVE ZERO              TO WKS-GGTOL-DEF.
           CLOSE SKPARAM.
           IF WKS-GGTOL-DEF NOT NUMERIC
              MOVE ZERO                     TO WKS-GGTOL-DEF.
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
           DISPLAY 'NPW29B GIRO DI SCADENZA AL ' WKS-OGGI
                   ' - TOLLERANZA DI DEFAULT ' WKS-GGTOL-DEF
                   ' GG LAVORATIVI'.
           EXEC SQL OPEN CUR-SCA END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW29B ERRORE APERTURA CURSORE NPREGT '
                      SQLCODE
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       A0000-END.
           EXIT.
       R0010-LEGGI-REG.
           EXEC SQL
                FETCH CUR-SCA
                INTO  :REG-ABIUT,
                      :REG-NOPER,
                      :REG-FTPRE,
                      :REG-SCADE,
                      :REG-IMPOR
           END-EXEC.
           IF SQLCODE EQUAL CENTO
              SET FINE-REG                  TO TRUE
              GO TO R0010-END.
           IF SQLCODE NOT EQUAL ZERO
              DISPLAY 'NPW29B ERRORE LETTURA CURSORE NPREGT '
                      SQLCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
       R0010-END.
           EXIT.
      **************************************************************
      ** TRATTAMENTO DI UN DOCUMENTO SCADUTO: LA DATA DI          **
      ** REGOLAMENTO SI RICALCOLA SOLO AL CAMBIO DI ISTITUTO,     **
      ** TIPO O SCADENZA (IL CURSORE E' IN QUEST'ORDINE)          **
      **************************************************************
       B0000-UN-DOCUMENTO.
           ADD 1                            TO CNT-LETTI.
           IF REG-ABIUT NOT EQUAL WKS-RIE-ABIUT
           OR REG-FTPRE NOT EQUAL WKS-RIE-FTPRE
              PERFORM C0090-RIGA-RIEPILOGO  THRU C0090-END
              MOVE REG-ABIUT                TO WKS-RIE-ABIUT
              MOVE REG-FTPRE                TO WKS-RIE-FTPRE
              MOVE ZERO                     TO WKS-RIE-NRPAG
                                               WKS-RIE-IMPAG
                                               WKS-RIE-NRATT.
           IF REG-ABIUT NOT EQUAL WKS-ULT-ABIUT
           OR REG-FTPRE NOT EQUAL WKS-ULT-FTPRE
           OR REG-SCADE NOT EQUAL WKS-ULT-SCADE
              MOVE REG-ABIUT                TO WKS-ULT-ABIUT
              MOVE REG-FTPRE                TO WKS-ULT-FTPRE
              MOVE REG-SCADE                TO WKS-ULT-SCADE
              PERFORM C0000-DATA-REGOLAMENTO THRU C0000-END.
           IF WKS-ULT-ESITO NOT EQUAL SPACES
              ADD 1                         TO CNT-ERR-DATA
              DISPLAY 'NPW29B OPER ' REG-ABIUT '/' REG-NOPER
                      ' SCADENZA ' REG-SCADE ' NON TRATTABILE'
              GO TO B0090-AVANZA.
           IF WKS-ULT-DTREG GREATER WKS-OGGI
              ADD 1                         TO CNT-IN-TOLL
                                               WKS-RIE-NRATT
              GO TO B0090-AVANZA.
           PERFORM C0100-PAGATO             THRU C0100-END.
       B0090-AVANZA.
           PERFORM R0010-LEGGI-REG          THRU R0010-END.
       B0000-END.
           EXIT.
      **************************************************************
      ** DATA DI REGOLAMENTO: SCADENZA SPOSTATA AL PRIMO GIORNO   **
      ** LAVORATIVO (RTIPO 03) PIU' LA TOLLERANZA IN GIORNI       **
      ** LAVORATIVI (RTIPO 18), CON IL CALENDARIO DELL'ISTITUTO   **
      **************************************************************
       C0000-DATA-REGOLAMENTO.
           MOVE SPACES                      TO WKS-ULT-ESITO.
           MOVE ZERO                        TO WKS-ULT-DTREG.
           PERFORM C0010-TOLLERANZA         THRU C0010-END.
           MOVE SPACES                      TO NPW08RC.
           MOVE 03                          TO W08-RTIPO.
           MOVE REG-SCADE                   TO W08-RDATA.
           MOVE REG-ABIUT                   TO W08-ABIUT.
           PERFORM W0008-RICHIAMO           THRU W0008-END.
           IF W08-RCODE NOT EQUAL ZERO
              MOVE 'E'                      TO WKS-ULT-ESITO
              MOVE SPACES                   TO NPG01RC
              GO TO C0000-END.
           MOVE W08-RDATA                   TO WKS-DTREG.
           IF WKS-GGTOL GREATER ZERO
              MOVE SPACES                   TO NPW08RC
              MOVE 18                       TO W08-RTIPO
              MOVE WKS-DTREG                TO W08-RDATA
              MOVE WKS-GGTOL                TO W08-RGGG
              MOVE REG-ABIUT                TO W08-ABIUT
              PERFORM W0008-RICHIAMO        THRU W0008-END
              IF W08-RCODE NOT EQUAL ZERO
                 MOVE 'E'                   TO WKS-ULT-ESITO
                 MOVE SPACES                TO NPG01RC
                 GO TO C0000-END
              ELSE
                 MOVE W08-RDATA             TO WKS-DTREG.
           MOVE WKS-DTREG                   TO WKS-ULT-DTREG.
       C0000-END.
           EXIT.
      **************************************************************
      ** TOLLERANZA DEL TIPO PRESENTAZIONE: RIGA A97 (CON IL      **
      ** RIPIEGO DI NPW01R SULL'ABI 99999) O SCHEDA PARAMETRO     **
      **************************************************************
       C0010-TOLLERANZA.
           MOVE ZERO                        TO WKS-TROV.
           PERFORM C0015-CERCA-TOLL         THRU C0015-END
              VARYING WKS-IND FROM 1 BY 1
              UNTIL WKS-IND GREATER TTOL-NR
                 OR WKS-TROV GREATER ZERO.
           IF WKS-TROV GREATER ZERO
              MOVE TTOL-GGTOL (WKS-TROV)    TO WKS-GGTOL
              GO TO C0010-END.
           MOVE WKS-GGTOL-DEF               TO WKS-GGTOL.
           MOVE SPACES                      TO NPW01RC.
           MOVE 'A97'                       TO W01-DAT-CODIT.
           MOVE REG-ABIUT                   TO W01-DAT-KEYGE (1:5).
           MOVE REG-FTPRE                   TO W01-DAT-KEYGE (6:2).
           MOVE 'RE'                        TO W01-FUNZI.
           PERFORM W0001-RICHIAMO           THRU W0001-END.
           IF W01-RCODE EQUAL SPACES
              MOVE W01-NPDATT               TO NPA97TC
              IF A97-GGTOL NUMERIC
                 MOVE A97-GGTOL             TO WKS-GGTOL
              END-IF
           ELSE
              IF W01-RCODE NOT EQUAL 'GE'
                 DISPLAY 'NPW29B ERRORE LETTURA A97 ' REG-ABIUT
                         ' ' REG-FTPRE ' RCODE ' W01-RCODE
                 MOVE 8                     TO WKS-RC
              END-IF
              MOVE SPACES                   TO W01-RCODE
                                               NPG01RC.
           IF TTOL-NR LESS 200
              ADD 1                         TO TTOL-NR
              MOVE REG-ABIUT                TO TTOL-ABIUT (TTOL-NR)
              MOVE REG-FTPRE                TO TTOL-FTPRE (TTOL-NR)
              MOVE WKS-GGTOL                TO TTOL-GGTOL (TTOL-NR).
       C0010-END.
           EXIT.
       C0015-CERCA-TOLL.
           IF TTOL-ABIUT (WKS-IND) EQUAL REG-ABIUT
              AND TTOL-FTPRE (WKS-IND) EQUAL REG-FTPRE
              MOVE WKS-IND                  TO WKS-TROV.
       C0015-END.
           EXIT.
      **************************************************************
      ** RIGA DI RIEPILOGO PER ISTITUTO E TIPO PRESENTAZIONE      **
      **************************************************************
       C0090-RIGA-RIEPILOGO.
           IF WKS-RIE-ABIUT EQUAL HIGH-VALUE
              GO TO C0090-END.
           MOVE WKS-RIE-IMPAG               TO WKS-ED-IMPOR.
           DISPLAY 'NPW29B ' WKS-RIE-ABIUT
                   ' TIPO ' WKS-RIE-FTPRE
                   ' PAGATI SBF ' WKS-RIE-NRPAG
                   ' PER ' WKS-ED-IMPOR
                   ' IN TOLLERANZA ' WKS-RIE-NRATT.
       C0090-END.
           EXIT.
      **************************************************************
      ** PASSAGGIO A PAGATO SALVO BUON FINE                       **
      **************************************************************
       C0100-PAGATO.
           MOVE SPACES                      TO NPX52RC.
           MOVE 'ST'                        TO X52-FUNZI.
           MOVE REG-ABIUT                   TO X52-ABIUT.
           MOVE REG-NOPER                   TO X52-NOPER.
           MOVE 'S'                         TO X52-STATO.
           MOVE WKS-OGGI                    TO X52-DTSTA.
           PERFORM X0052-RICHIAMO           THRU X0052-END.
           IF X52-RCODE EQUAL 'TS'
           OR X52-RCODE EQUAL 'NF'
              ADD 1                         TO CNT-CAMBIATI
              MOVE SPACES                   TO X52-RCODE
              GO TO C0100-END.
           IF X52-RCODE NOT EQUAL SPACES
              DISPLAY 'NPW29B ERRORE CAMBIO STATO NPREGT OPER '
                      REG-ABIUT '/' REG-NOPER ' RCODE ' X52-RCODE
              EXEC SQL ROLLBACK END-EXEC
              MOVE 16                       TO RETURN-CODE
              STOP RUN.
           ADD 1                            TO CNT-PAGATI
                                               WKS-RIE-NRPAG.
           ADD REG-IMPOR                    TO CNT-IMPAG
                                               WKS-RIE-IMPAG.
       C0100-END.
           EXIT.
      **************************************************************
      ** RIEPILOGO DEL GIRO                                       **
      **************************************************************
       Z0010-RIEPILOGO.
           MOVE CNT-IMPAG                   TO WKS-ED-IMPOR.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'NPW29B - GIRO DI SCADENZA REGISTRO NPREGT'.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'DOCUMENTI SCADUTI LETTI ..: ' CNT-LETTI.
           DISPLAY 'PASSATI A PAGATO SBF .....: ' CNT-PAGATI.
           DISPLAY 'IMPORTO PAGATO SBF .......: ' WKS-ED-IMPOR.
           DISPLAY 'ANCORA IN TOLLERANZA .....: ' CNT-IN-TOLL.
           DISPLAY 'CAMBIATI NEL FRATTEMPO ...: ' CNT-CAMBIATI.
           DISPLAY 'SCADENZE NON TRATTABILI ..: ' CNT-ERR-DATA.
           DISPLAY '----------------------------------------------'.
           IF CNT-ERR-DATA GREATER ZERO
              IF WKS-RC EQUAL ZERO
                 MOVE 4                     TO WKS-RC.
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
