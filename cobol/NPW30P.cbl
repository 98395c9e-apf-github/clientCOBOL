       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NPW30P.
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
      *  NPW30R    TRANSAZIONE DI RICHIAMO E PROROGA DI UN DOCUMENTO  *
      *            PRESENTATO, CERCATO PER NUMERO OPERAZIONE SUL      *
      *            REGISTRO NPREGT (NPX52R):                          *
      *             - IL DOCUMENTO DEVE ESSERE IN ESSERE O PROROGATO  *
      *               E NON ANCORA SCADUTO;                           *
      *             - LA NUOVA SCADENZA DELLA PROROGA DEVE ESSERE     *
      *               SUCCESSIVA ALLA VECCHIA E LAVORATIVA SUL        *
      *               CALENDARIO DELL'ISTITUTO (NPW08R RTIPO 12);     *
      *             - IL CAMBIO DI STATO ('R' O 'O') VA SUL REGISTRO  *
      *               CON L'OPERATORE DELL'AREA ERRORI;               *
      *             - LA DISPOSIZIONE INTERBANCARIA E' ACCODATA SU    *
      *               UNA RIGA A98 (INVIO CON NPW31B);                *
      *             - NUMERO E IMPORTO VANNO SUI CONTATORI NPCTRT     *
      *               DELLA FILIALE (NPX09R UV, TIPI 11 E 12).        *
      *            ABILITAZIONE OPERATORE A95 COME NPW21R. CHIAMATA   *
      *            DALLO SPORTELLO E DAL CARICO BATCH NPW30B; CON     *
      *            RCODE 'KO' IL CHIAMANTE DEVE FARE ROLLBACK         *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO119* 151026 PRIMA STESURA - RICHIAMO E PROROGA DOCUMENTI           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
       01  WKS-A95-KEYGE       PIC X(032).
       01  WKS-A95-KEYGE-RED REDEFINES WKS-A95-KEYGE.
           05  WKS-A95-CDOPE   PIC X(008).
           05  WKS-A95-ROUFN   PIC X(008).
           05  FILLER          PIC X(016).
       01  WKS-A95-ABILI       PIC X(001).
       01  WKS-A95-CONTA       PIC S9(009) COMP.
       01  WKS-A98-PREFIX.
           05  WKS-A98-ABIUT   PIC X(005).
           05  WKS-A98-NOPER   PIC 9(015).
       01  WKS-A98-CONTA       PIC S9(009) COMP.
       01  WKS-OGGI            PIC 9(008).
       01  WKS-STATO-NEW       PIC X(001).
       01  WKS-CDDEB           PIC X(011).
       01  WKS-NOPER.
           05  WKS-NOPER-FIL   PIC X(005).
           05  WKS-NOPER-UNO   PIC X(010).
       01  WKS-NOPER-NUM REDEFINES WKS-NOPER
                               PIC 9(015).
       COPY  NPW30RC.
       COPY  NPW01RC.
       COPY  NPW08RC.
       COPY  NPX09RC.
       COPY  NPX50RC.
       COPY  NPX52RC.
       COPY  NPA98TC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE NPCTRT END-EXEC.
       LINKAGE SECTION.
       01  WRK-COMMAREA        PIC X(1150).
      *---------------------------------------------------------------*
      *  PROCEDURE DIVISION                                           *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING WRK-COMMAREA.
       INIZIO-PGM.
           MOVE WRK-COMMAREA   TO WRK-NP0500R.
           MOVE WRK-NP0500                      TO NPW30RC.
           MOVE WRK-NPG01-0500                  TO NPG01RC.
           PERFORM A0000-HOUSE-KEEPING THRU A0000-END.
           IF W30-RCODE EQUAL SPACES
              PERFORM A0012-CONTROLLA-A95 THRU A0012-END.
           IF W30-RCODE EQUAL SPACES
              PERFORM A0020-ELABORA    THRU A0020-END.
           MOVE NPW30RC                         TO WRK-NP0500.
           MOVE NPG01RC                         TO WRK-NPG01-0500.
           MOVE WRK-NP0500R TO WRK-COMMAREA.
           GOBACK.
      **************************************************************
      ** OPERAZIONI INIZIALI                                      **
      **************************************************************
       A0000-HOUSE-KEEPING.
           MOVE 'NPW30R'            TO WRK-PGMNM.
           MOVE SPACES              TO W30-RCODE.
           MOVE ZERO                TO W30-PROGR.
           IF W30-FUNZI EQUAL 'RI' OR
              W30-FUNZI EQUAL 'PR'
              NEXT SENTENCE
           ELSE
              MOVE 'KO'                       TO W30-RCODE
              MOVE 'S'                        TO G01-TPERR
              MOVE 'NPW30R'                   TO G01-ROUNM
              MOVE 'A0000-HOUSEKP'            TO G01-LABEL
              MOVE 'CODICE FUNZIONE ERRATA'   TO G01-DESC1
              GO TO A0000-END.
           IF W30-CANAL NOT EQUAL 'B'
              MOVE 'O'              TO W30-CANAL.
           IF W30-FUNZI EQUAL 'RI'
              MOVE ZERO             TO W30-SCNEW.
           ACCEPT COBOL-DATE        FROM DATE.
           MOVE COBDATE-MM          TO WRK-MESE.
           MOVE COBDATE-GG          TO WRK-GIORNO.
           IF COBDATE-AA GREATER 90
              MOVE '19'             TO WRK-SECOLO
              MOVE COBDATE-AA       TO WRK-AA
           ELSE
              MOVE '20'             TO WRK-SECOLO
              MOVE COBDATE-AA       TO WRK-AA.
           MOVE WRK-DATA9           TO WKS-OGGI.
       A0000-END.
           EXIT.
      *****************************************************************
      **   ABILITAZIONE OPERATORE (A95) SULLA TRANSAZIONE, CON       **
      **   REGISTRAZIONE DEI RIFIUTI SU NPERRT (COME NPX09R)         **
      *****************************************************************
       A0012-CONTROLLA-A95.
           MOVE SPACES              TO WKS-A95-KEYGE.
           MOVE G01-CDOPE           TO WKS-A95-CDOPE.
           MOVE 'NPW30R'            TO WKS-A95-ROUFN (1:6).
           MOVE W30-FUNZI           TO WKS-A95-ROUFN (7:2).
           MOVE ZERO                TO WKS-A95-CONTA.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WKS-A95-CONTA
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A95'
                   AND SUBSTR(DAT_KEYGE,9,8) = :WKS-A95-ROUFN
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE 'KO'                       TO W30-RCODE
              MOVE 'S'                        TO G01-TPERR
              MOVE SQLCODE                    TO G01-PIC3
              MOVE 'NPDATT'                   TO G01-ARCHI
              MOVE 'NPW30R'                   TO G01-ROUNM
              MOVE 'A0012-CONTRL'             TO G01-LABEL
              MOVE 'CONTEGGIO ABILITAZ. A95 ' TO G01-DESC1
              MOVE SQLCA                      TO G01-SQLCA
              GO TO A0012-END.
           IF WKS-A95-CONTA EQUAL ZERO
              GO TO A0012-END.
           MOVE SPACES              TO WKS-A95-ABILI.
           EXEC SQL
                SELECT SUBSTR(DAT_RESTO,1,1)
                  INTO :WKS-A95-ABILI
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A95'
                   AND DAT_KEYGE = :WKS-A95-KEYGE
                WITH UR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND
              SQLCODE NOT EQUAL CENTO
              MOVE 'KO'                       TO W30-RCODE
              MOVE SQLCA                      TO G01-SQLCA
              GO TO A0012-END.
           IF SQLCODE EQUAL CENTO
           OR WKS-A95-ABILI NOT EQUAL 'S'
              PERFORM A0013-LOG-RIFIUTO THRU A0013-END.
       A0012-END.
           EXIT.
       A0013-LOG-RIFIUTO.
           MOVE 'NA'                TO W30-RCODE.
           MOVE 'S'                 TO G01-TPERR.
           MOVE 'NPW30R'            TO G01-ROUNM.
           MOVE 'A0012-CONTRL'      TO G01-LABEL.
           MOVE 'NPDATT'            TO G01-ARCHI.
           MOVE 'FUNZIONE NON AUTORIZZATA PER OPERATORE'
                                    TO G01-DESC1.
           MOVE G01-CDOPE           TO G01-DESC2.
           MOVE WKS-A95-ROUFN       TO G01-DESC3.
           MOVE WKS-OGGI            TO G01-DTOPE.
           ACCEPT COBOL-TIME        FROM TIME.
           MOVE COBOL-TIME-6        TO G01-ORAOP.
           MOVE SPACES              TO NPX50RC.
           MOVE NPG01RC             TO X50-NPERRT.
           MOVE 'IS'                TO X50-FUNZI.
           PERFORM X0050-RICHIAMO   THRU X0050-END.
       A0013-END.
           EXIT.
      *****************************************************************
      **   ELABORAZIONE: LETTURA E CONTROLLI DEL DOCUMENTO, CAMBIO   **
      **   DI STATO, DISPOSIZIONE INTERBANCARIA, CONTATORI           **
      *****************************************************************
       A0020-ELABORA.
           PERFORM B0010-LEGGI-DOCUMENTO  THRU B0010-END.
           IF W30-RCODE NOT EQUAL SPACES
              GO TO A0020-END.
           PERFORM B0020-CONTROLLI        THRU B0020-END.
           IF W30-RCODE NOT EQUAL SPACES
              GO TO A0020-END.
           PERFORM B0030-CAMBIO-STATO     THRU B0030-END.
           IF W30-RCODE NOT EQUAL SPACES
              GO TO A0020-END.
           PERFORM B0040-DISPOSIZIONE     THRU B0040-END.
           IF W30-RCODE NOT EQUAL SPACES
              GO TO A0020-END.
           PERFORM B0050-CONTATORI        THRU B0050-END.
       A0020-END.
           EXIT.
      *****************************************************************
      **   LETTURA DEL DOCUMENTO PER NUMERO OPERAZIONE               **
      *****************************************************************
       B0010-LEGGI-DOCUMENTO.
           MOVE SPACES              TO NPX52RC.
           MOVE 'RN'                TO X52-FUNZI.
           MOVE W30-ABIUT           TO X52-ABIUT.
           MOVE W30-NOPER           TO X52-NOPER.
           PERFORM X0052-RICHIAMO   THRU X0052-END.
           IF X52-RCODE NOT EQUAL SPACES
              MOVE X52-RCODE        TO W30-RCODE
              GO TO B0010-END.
           MOVE X52-FTPRE           TO W30-FTPRE.
           MOVE X52-SCADE           TO W30-SCADE.
           MOVE X52-IMPOR           TO W30-IMPOR.
           MOVE X52-RIFCLI          TO W30-RIFCLI.
           MOVE X52-CDDEB           TO WKS-CDDEB.
       B0010-END.
           EXIT.
      *****************************************************************
      **   CONTROLLI: DOCUMENTO IN ESSERE E NON SCADUTO; PER LA      **
      **   PROROGA NUOVA SCADENZA SUCCESSIVA E LAVORATIVA            **
      *****************************************************************
       B0020-CONTROLLI.
           IF X52-STATO NOT EQUAL 'P' AND 'O'
              MOVE 'ST'             TO W30-RCODE
              GO TO B0020-END.
           IF X52-SCADE NOT GREATER WKS-OGGI
              MOVE 'SC'             TO W30-RCODE
              GO TO B0020-END.
           IF W30-FUNZI EQUAL 'RI'
              GO TO B0020-END.
           IF W30-SCNEW NOT NUMERIC
           OR W30-SCNEW NOT GREATER X52-SCADE
              MOVE 'DT'             TO W30-RCODE
              GO TO B0020-END.
           MOVE SPACES              TO NPW08RC.
           MOVE 12                  TO W08-RTIPO.
           MOVE W30-SCNEW           TO W08-RDATA.
           MOVE W30-ABIUT           TO W08-ABIUT.
           PERFORM W0008-RICHIAMO   THRU W0008-END.
           IF W08-RCODE EQUAL 6
              MOVE 'FE'             TO W30-RCODE
           ELSE
              IF W08-RCODE NOT EQUAL ZERO
                 MOVE 'DT'          TO W30-RCODE.
       B0020-END.
           EXIT.
      *****************************************************************
      **   CAMBIO DI STATO SUL REGISTRO: RICHIAMATO O PROROGATO      **
      *****************************************************************
       B0030-CAMBIO-STATO.
           IF W30-FUNZI EQUAL 'RI'
              MOVE 'R'              TO WKS-STATO-NEW
           ELSE
              MOVE 'O'              TO WKS-STATO-NEW.
           MOVE SPACES              TO NPX52RC.
           MOVE 'ST'                TO X52-FUNZI.
           MOVE W30-ABIUT           TO X52-ABIUT.
           MOVE W30-NOPER           TO X52-NOPER.
           MOVE WKS-STATO-NEW       TO X52-STATO.
           MOVE WKS-OGGI            TO X52-DTSTA.
           MOVE W30-SCNEW           TO X52-SCADE.
           MOVE G01-CDOPE           TO X52-CDOPE.
           PERFORM X0052-RICHIAMO   THRU X0052-END.
           IF X52-RCODE EQUAL 'TS'
              MOVE 'ST'             TO W30-RCODE
           ELSE
              MOVE X52-RCODE        TO W30-RCODE.
       B0030-END.
           EXIT.
      *****************************************************************
      **   DISPOSIZIONE INTERBANCARIA: RIGA A98 DA INVIARE, CON      **
      **   PROGRESSIVO PER DOCUMENTO                                 **
      *****************************************************************
       B0040-DISPOSIZIONE.
           MOVE W30-ABIUT           TO WKS-A98-ABIUT.
           MOVE W30-NOPER           TO WKS-A98-NOPER.
           MOVE ZERO                TO WKS-A98-CONTA.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WKS-A98-CONTA
                  FROM NPDATT
                 WHERE DAT_CODIT = 'A98'
                   AND SUBSTR(DAT_KEYGE,1,20) = :WKS-A98-PREFIX
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE 'KO'                       TO W30-RCODE
              MOVE 'S'                        TO G01-TPERR
              MOVE SQLCODE                    TO G01-PIC3
              MOVE 'NPDATT'                   TO G01-ARCHI
              MOVE 'NPW30R'                   TO G01-ROUNM
              MOVE 'B0040-DISPOS'             TO G01-LABEL
              MOVE 'CONTEGGIO DISPOSIZIONI A98' TO G01-DESC1
              MOVE SQLCA                      TO G01-SQLCA
              GO TO B0040-END.
           MOVE SPACES              TO NPA98TC.
           MOVE 'A98'               TO A98-CODIT.
           MOVE W30-ABIUT           TO A98-ABIUT.
           MOVE W30-NOPER           TO A98-NOPER.
           COMPUTE A98-PROGR = WKS-A98-CONTA + 1.
           MOVE 'D'                 TO A98-STATO.
           IF W30-FUNZI EQUAL 'RI'
              MOVE 'R'              TO A98-TPVAR
           ELSE
              MOVE 'P'              TO A98-TPVAR.
           MOVE W30-FTPRE           TO A98-FTPRE.
           MOVE WKS-CDDEB           TO A98-CDDEB.
           MOVE W30-RIFCLI          TO A98-RIFCLI.
           MOVE W30-IMPOR           TO A98-IMPOR.
           MOVE W30-SCADE           TO A98-SCADE.
           MOVE W30-SCNEW           TO A98-SCNEW.
           MOVE G01-CDOPE           TO A98-CDOPE.
           MOVE WKS-OGGI            TO A98-DTOPE.
           ACCEPT COBOL-TIME        FROM TIME.
           MOVE COBOL-TIME-6        TO A98-ORAOP.
           MOVE W30-CANAL           TO A98-CANAL.
           MOVE ZERO                TO A98-DTINV.
           MOVE SPACES              TO NPW01RC.
           MOVE NPA98TC             TO W01-NPDATT.
           MOVE 'IS'                TO W01-FUNZI.
           PERFORM W0001-RICHIAMO   THRU W0001-END.
           IF W01-RCODE NOT EQUAL SPACES
              MOVE 'KO'             TO W30-RCODE
              GO TO B0040-END.
           MOVE A98-PROGR           TO W30-PROGR.
       B0040-END.
           EXIT.
      *****************************************************************
      **   CONTATORI NPCTRT DELLA FILIALE (PRIME CINQUE CIFRE DEL    **
      **   NUMERO OPERAZIONE): VOCE UV, TIPO 11 RICHIAMI O 12        **
      **   PROROGHE                                                  **
      *****************************************************************
       B0050-CONTATORI.
           MOVE W30-NOPER           TO WKS-NOPER-NUM.
           MOVE SPACES              TO NPX09RC.
           MOVE W30-ABIUT           TO CTR-ABIUT.
           MOVE WKS-NOPER-FIL       TO CTR-PRFIL.
           MOVE NPCTRT              TO X09-NPCTRT.
           MOVE 'RE'                TO X09-FUNZI.
           MOVE 'B'                 TO X09-FOPTB.
           PERFORM X0009-RICHIAMO   THRU X0009-END.
           IF X09-RCODE NOT EQUAL SPACES
              MOVE 'KO'             TO W30-RCODE
              GO TO B0050-END.
           MOVE 'UV'                TO X09-FUNZI.
           MOVE 'B'                 TO X09-FOPTB.
           IF W30-FUNZI EQUAL 'RI'
              MOVE RICHIAMI         TO X09-FTPRE
           ELSE
              MOVE PROROGHE         TO X09-FTPRE.
           MOVE 1                   TO X09-QUANT.
           MOVE W30-IMPOR           TO X09-IMPOR.
           PERFORM X0009-RICHIAMO   THRU X0009-END.
           IF X09-RCODE NOT EQUAL SPACES
              MOVE 'KO'             TO W30-RCODE.
       B0050-END.
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
      * RICHIAMO ROUTINE NPX50P
      *--------------------------------------------------------
       X0050-RICHIAMO.
           MOVE 'NPX50P'            TO WRK-MODULO.
           MOVE NPX50RC             TO WRK-NP1000.
           MOVE NPG01RC             TO WRK-NPG01-1000.
           CALL WRK-MODULO USING WRK-1650.
           MOVE WRK-NP1000          TO NPX50RC.
           MOVE WRK-NPG01-1000      TO NPG01RC.
       X0050-END.
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
