       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NPX53P.
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
      *  NPX53R    ROUTINE CATENA DI INTEGRITA' DELLE TRACCE DI       *
      *            AUDIT: OGNI NUOVA RIGA DI UNA TRACCIA (STORICI     *
      *            A62/A63/A64/A65, CODA A66, CUSTHIST, GIORNALE      *
      *            DDJRNL) RICEVE UN PROGRESSIVO E UN HASH CALCOLATO  *
      *            SULL'IMMAGINE DELLA RIGA E SULL'HASH DELLA RIGA    *
      *            PRECEDENTE DELLA STESSA TRACCIA. LA TESTA DELLA    *
      *            CATENA E' LA RIGA A87 CON PROGRESSIVO ZERO, LETTA  *
      *            CON BLOCCO: GLI SCRITTORI CONCORRENTI DELLA STESSA *
      *            TRACCIA SI SERIALIZZANO FINO AL COMMIT             *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO114* 151026 PRIMA STESURA - CATENA DI INTEGRITA' RIGHE A87         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WKS-AREA                PIC X(800).
       01  WKS-LUNGH               PIC 9(003)        VALUE ZERO.
       01  WKS-IX                  PIC S9(004) COMP  VALUE ZERO.
       01  WKS-BYTE-NUM            PIC 9(004) COMP   VALUE ZERO.
       01  WKS-BYTE-RED REDEFINES WKS-BYTE-NUM.
           05  FILLER              PIC X(001).
           05  WKS-BYTE-CHR        PIC X(001).
       01  WKS-H1                  PIC 9(009) COMP-3 VALUE ZERO.
       01  WKS-H2                  PIC 9(009) COMP-3 VALUE ZERO.
       01  WKS-PRODO               PIC 9(015) COMP-3 VALUE ZERO.
       01  WKS-QUOZI               PIC 9(015) COMP-3 VALUE ZERO.
       01  WKS-MODU1               PIC 9(009) COMP-3 VALUE 999999937.
       01  WKS-MODU2               PIC 9(009) COMP-3 VALUE 999999929.
       01  WKS-RISUL.
           05  WKS-RIS-H1          PIC 9(009).
           05  WKS-RIS-H2          PIC 9(009).
       01  WKS-SEME.
           05  WKS-SEME-H1         PIC 9(009).
           05  WKS-SEME-H2         PIC 9(009).
       01  WKS-SEME-X REDEFINES WKS-SEME PIC X(018).
       01  WKS-ANELLO.
           05  WKS-ANE-TRACC       PIC X(003).
           05  WKS-ANE-PROGR       PIC 9(009).
           05  WKS-ANE-DIGEST      PIC X(018).
           05  WKS-ANE-RIFER       PIC X(035).
       01  WKS-TESTA-KEYGE         PIC X(032).
       01  WKS-OGGI                PIC 9(008)        VALUE ZERO.
       01  WKS-ADESSO              PIC 9(006)        VALUE ZERO.
           EXEC SQL INCLUDE SQLCA   END-EXEC.
           EXEC SQL INCLUDE NPDATT  END-EXEC.
       COPY  NPA87TC.
       COPY  NPX53RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
       LINKAGE SECTION.
       01  WRK-COMMAREA        PIC X(1650).
      *---------------------------------------------------------------*
      *  PROCEDURE DIVISION                                           *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION USING WRK-COMMAREA.
       INIZIO-PGM.
           MOVE WRK-COMMAREA   TO WRK-NP1000R.
           MOVE WRK-NP1000                      TO NPX53RC.
           MOVE WRK-NPG01-1000                  TO NPG01RC.
           PERFORM A0000-ELABORA THRU A0000-END.
           MOVE NPX53RC                         TO WRK-NP1000.
           MOVE NPG01RC                         TO WRK-NPG01-1000.
           MOVE WRK-NP1000R TO WRK-COMMAREA.
           GOBACK.
      *****************************************************************
      **   ELABORAZIONE                                              **
      *****************************************************************
       A0000-ELABORA.
           MOVE 'NPX53R'            TO WRK-PGMNM.
           MOVE SPACES              TO X53-RCODE.
           IF X53-FUNZI NOT EQUAL 'HD'
              AND (X53-LUNGH NOT NUMERIC
              OR X53-LUNGH EQUAL ZERO
              OR X53-LUNGH GREATER 800)
              MOVE 'KO'                     TO X53-RCODE
              MOVE 'S'                      TO G01-TPERR
              MOVE 'NPX53R'                 TO G01-ROUNM
              MOVE 'A0000-ELABORA'          TO G01-LABEL
              MOVE 'LUNGHEZZA IMMAGINE ERRATA' TO G01-DESC1
              GO TO A0000-END.
           EVALUATE X53-FUNZI
               WHEN 'HA'
                   PERFORM B0010-CALCOLA   THRU B0010-END
               WHEN 'HD'
                   PERFORM B0010-CALCOLA   THRU B0010-END
               WHEN 'CA'
                   PERFORM B0020-AGGANCIA  THRU B0020-END
               WHEN 'CL'
                   PERFORM B0020-AGGANCIA  THRU B0020-END
                   IF X53-RCODE EQUAL SPACES
                      PERFORM B0040-ANELLO THRU B0040-END
                   END-IF
               WHEN OTHER
                   MOVE 'KO'                     TO X53-RCODE
                   MOVE 'S'                      TO G01-TPERR
                   MOVE 'NPX53R'                 TO G01-ROUNM
                   MOVE 'A0000-ELABORA'          TO G01-LABEL
                   MOVE 'CODICE FUNZIONE ERRATA' TO G01-DESC1
           END-EVALUATE.
       A0000-END.
           EXIT.
      *****************************************************************
      **   CALCOLO DIGEST DELL'IMMAGINE E HASH DELL'ANELLO:          **
      **   DIGEST = H(ZERO, IMMAGINE)                                **
      **   HASH   = H(HASH-PRE, TRACCIA+PROGR+DIGEST+RIFERIMENTO)    **
      **   CON 'HD' IL DIGEST E' FORNITO (VERIFICA DELL'ANELLO)      **
      *****************************************************************
       B0010-CALCOLA.
           IF X53-FUNZI NOT EQUAL 'HD'
              MOVE ZERO             TO WKS-H1
              MOVE ZERO             TO WKS-H2
              MOVE X53-IMMAG        TO WKS-AREA
              MOVE X53-LUNGH        TO WKS-LUNGH
              PERFORM B0090-IMPASTA THRU B0090-END
              MOVE WKS-RISUL        TO X53-DIGEST.
           MOVE X53-HASH-PRE        TO WKS-SEME-X.
           IF WKS-SEME-H1 NOT NUMERIC
              OR WKS-SEME-H2 NOT NUMERIC
              MOVE ZERO             TO WKS-SEME-H1
              MOVE ZERO             TO WKS-SEME-H2.
           MOVE WKS-SEME-H1         TO WKS-H1.
           MOVE WKS-SEME-H2         TO WKS-H2.
           MOVE X53-TRACC           TO WKS-ANE-TRACC.
           MOVE X53-PROGR           TO WKS-ANE-PROGR.
           MOVE X53-DIGEST          TO WKS-ANE-DIGEST.
           MOVE X53-RIFER           TO WKS-ANE-RIFER.
           MOVE WKS-ANELLO          TO WKS-AREA.
           MOVE 65                  TO WKS-LUNGH.
           PERFORM B0090-IMPASTA    THRU B0090-END.
           MOVE WKS-RISUL           TO X53-HASH.
       B0010-END.
           EXIT.
      *****************************************************************
      **   AGGANCIO ALLA TESTA DELLA TRACCIA: BLOCCO DELLA RIGA A87  **
      **   PROGR ZERO (CREATA AL PRIMO USO), NUOVO PROGRESSIVO,      **
      **   CALCOLO DELL'HASH E AGGIORNAMENTO DELLA TESTA             **
      *****************************************************************
       B0020-AGGANCIA.
           PERFORM B0080-DATA-ORA   THRU B0080-END.
           MOVE SPACES              TO NPA87TC.
           MOVE 'A87'               TO A87-CODIT.
           MOVE X53-TRACC           TO A87-TRACC.
           MOVE ZERO                TO A87-PROGR.
           MOVE A87-KEY             TO DAT-KEYGE.
           MOVE DAT-KEYGE           TO WKS-TESTA-KEYGE.
           PERFORM B0030-BLOCCA-TESTA THRU B0030-END.
           IF X53-RCODE NOT EQUAL SPACES
              GO TO B0020-END.
           IF SQLCODE EQUAL CENTO
              PERFORM B0035-CREA-TESTA   THRU B0035-END
              IF X53-RCODE NOT EQUAL SPACES
                 GO TO B0020-END
              END-IF
              PERFORM B0030-BLOCCA-TESTA THRU B0030-END
              IF X53-RCODE NOT EQUAL SPACES
                 GO TO B0020-END.
           MOVE 'A87'               TO DAT-CODIT.
           MOVE WKS-TESTA-KEYGE     TO DAT-KEYGE.
           EXEC SQL
                SELECT DAT_RESTO
                INTO   :DAT-RESTO
                FROM   NPDATT
                WHERE  DAT_CODIT = :DAT-CODIT
                  AND  DAT_KEYGE = :DAT-KEYGE
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE 'KO'                          TO X53-RCODE
              MOVE 'S'                           TO G01-TPERR
              MOVE SQLCODE                       TO G01-PIC3
              MOVE 'NPDATT'                      TO G01-ARCHI
              MOVE 'NPX53R'                      TO G01-ROUNM
              MOVE 'B0020-AGGANCIA'              TO G01-LABEL
              MOVE 'LETTURA TESTA CATENA A87'    TO G01-DESC1
              MOVE X53-TRACC                     TO G01-DESC2
              MOVE SQLCA                         TO G01-SQLCA
              GO TO B0020-END.
           MOVE NPDATT              TO NPA87TC.
           COMPUTE X53-PROGR = A87-T-ULTIMO + 1.
           MOVE A87-T-HASH          TO X53-HASH-PRE.
           PERFORM B0010-CALCOLA    THRU B0010-END.
           MOVE X53-PROGR           TO A87-T-ULTIMO.
           MOVE X53-HASH            TO A87-T-HASH.
           MOVE WKS-OGGI            TO A87-T-DATA.
           MOVE WKS-ADESSO          TO A87-T-ORA.
           IF A87-T-DATA-INI NOT NUMERIC
              OR A87-T-DATA-INI EQUAL ZERO
              MOVE WKS-OGGI         TO A87-T-DATA-INI.
           MOVE NPA87TC             TO NPDATT.
           EXEC SQL
                UPDATE  NPDATT
                SET     DAT_RESTO = :DAT-RESTO
                WHERE   DAT_CODIT = :DAT-CODIT
                  AND   DAT_KEYGE = :DAT-KEYGE
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE 'KO'                          TO X53-RCODE
              MOVE 'S'                           TO G01-TPERR
              MOVE SQLCODE                       TO G01-PIC3
              MOVE 'NPDATT'                      TO G01-ARCHI
              MOVE 'NPX53R'                      TO G01-ROUNM
              MOVE 'B0020-AGGANCIA'              TO G01-LABEL
              MOVE 'AGGIORNAMENTO TESTA A87'     TO G01-DESC1
              MOVE X53-TRACC                     TO G01-DESC2
              MOVE SQLCA                         TO G01-SQLCA.
       B0020-END.
           EXIT.
      *****************************************************************
      **   BLOCCO DELLA TESTA: UPDATE A VUOTO, TRATTENUTO FINO AL    **
      **   COMMIT DEL CHIAMANTE (SQLCODE 100 = TESTA DA CREARE)      **
      *****************************************************************
       B0030-BLOCCA-TESTA.
           MOVE 'A87'               TO DAT-CODIT.
           MOVE WKS-TESTA-KEYGE     TO DAT-KEYGE.
           EXEC SQL
                UPDATE  NPDATT
                SET     DAT_RESTO = DAT_RESTO
                WHERE   DAT_CODIT = :DAT-CODIT
                  AND   DAT_KEYGE = :DAT-KEYGE
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND
              SQLCODE NOT EQUAL CENTO
              MOVE 'KO'                          TO X53-RCODE
              MOVE 'S'                           TO G01-TPERR
              MOVE SQLCODE                       TO G01-PIC3
              MOVE 'NPDATT'                      TO G01-ARCHI
              MOVE 'NPX53R'                      TO G01-ROUNM
              MOVE 'B0030-BLOCCA'                TO G01-LABEL
              MOVE 'BLOCCO TESTA CATENA A87'     TO G01-DESC1
              MOVE X53-TRACC                     TO G01-DESC2
              MOVE SQLCA                         TO G01-SQLCA.
       B0030-END.
           EXIT.
      *****************************************************************
      **   PRIMO USO DELLA TRACCIA: CREAZIONE DELLA TESTA VUOTA      **
      **   (-803 = CREATA NEL FRATTEMPO DA UN ALTRO SCRITTORE)       **
      *****************************************************************
       B0035-CREA-TESTA.
           MOVE SPACES              TO NPA87TC.
           MOVE 'A87'               TO A87-CODIT.
           MOVE X53-TRACC           TO A87-TRACC.
           MOVE ZERO                TO A87-PROGR.
           MOVE ZERO                TO A87-T-ULTIMO.
           MOVE ZERO                TO WKS-SEME-H1.
           MOVE ZERO                TO WKS-SEME-H2.
           MOVE WKS-SEME-X          TO A87-T-HASH.
           MOVE WKS-OGGI            TO A87-T-DATA.
           MOVE WKS-ADESSO          TO A87-T-ORA.
           MOVE ZERO                TO A87-T-DATA-INI.
           MOVE NPA87TC             TO NPDATT.
           EXEC SQL
                INSERT
                INTO NPDATT
                     ( DAT_CODIT,  DAT_KEYGE,  DAT_RESTO)
                VALUES
                     (:DAT-CODIT, :DAT-KEYGE, :DAT-RESTO)
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO AND
              SQLCODE NOT EQUAL -803
              MOVE 'KO'                          TO X53-RCODE
              MOVE 'S'                           TO G01-TPERR
              MOVE SQLCODE                       TO G01-PIC3
              MOVE 'NPDATT'                      TO G01-ARCHI
              MOVE 'NPX53R'                      TO G01-ROUNM
              MOVE 'B0035-CREA-TESTA'            TO G01-LABEL
              MOVE 'INSERT TESTA CATENA A87'     TO G01-DESC1
              MOVE X53-TRACC                     TO G01-DESC2
              MOVE SQLCA                         TO G01-SQLCA.
       B0035-END.
           EXIT.
      *****************************************************************
      **   SCRITTURA DELLA RIGA ANELLO A87 PER LE TRACCE NPDATT      **
      *****************************************************************
       B0040-ANELLO.
           MOVE SPACES              TO NPA87TC.
           MOVE 'A87'               TO A87-CODIT.
           MOVE X53-TRACC           TO A87-TRACC.
           MOVE X53-PROGR           TO A87-PROGR.
           MOVE X53-RIFER           TO A87-RIFER.
           MOVE X53-DIGEST          TO A87-DIGEST.
           MOVE X53-HASH-PRE        TO A87-HASH-PRE.
           MOVE X53-HASH            TO A87-HASH.
           MOVE WKS-OGGI            TO A87-DATA.
           MOVE WKS-ADESSO          TO A87-ORA.
           MOVE X53-PGMNM           TO A87-PGMNM.
           MOVE NPA87TC             TO NPDATT.
           EXEC SQL
                INSERT
                INTO NPDATT
                     ( DAT_CODIT,  DAT_KEYGE,  DAT_RESTO)
                VALUES
                     (:DAT-CODIT, :DAT-KEYGE, :DAT-RESTO)
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE 'KO'                          TO X53-RCODE
              MOVE 'S'                           TO G01-TPERR
              MOVE SQLCODE                       TO G01-PIC3
              MOVE 'NPDATT'                      TO G01-ARCHI
              MOVE 'NPX53R'                      TO G01-ROUNM
              MOVE 'B0040-ANELLO'                TO G01-LABEL
              MOVE 'INSERT ANELLO CATENA A87'    TO G01-DESC1
              MOVE X53-TRACC                     TO G01-DESC2
              MOVE SQLCA                         TO G01-SQLCA.
       B0040-END.
           EXIT.
      *****************************************************************
      **   DATA (SSAAMMGG) E ORA DI AGGANCIO                         **
      *****************************************************************
       B0080-DATA-ORA.
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
           ACCEPT COBOL-TIME        FROM TIME.
           MOVE COBOL-TIME-6        TO WKS-ADESSO.
       B0080-END.
           EXIT.
      *****************************************************************
      **   IMPASTO DI WKS-AREA(1:WKS-LUNGH) NEI DUE ACCUMULATORI,    **
      **   CON MESCOLAMENTO FINALE INCROCIATO: RISULTATO 18 CIFRE    **
      *****************************************************************
       B0090-IMPASTA.
           PERFORM B0095-BYTE       THRU B0095-END
                   VARYING WKS-IX FROM 1 BY 1
                   UNTIL WKS-IX GREATER WKS-LUNGH.
           COMPUTE WKS-PRODO = WKS-H1 * 257 + WKS-H2.
           DIVIDE WKS-PRODO BY WKS-MODU1
                  GIVING WKS-QUOZI REMAINDER WKS-H1.
           COMPUTE WKS-PRODO = WKS-H2 * 263 + WKS-H1.
           DIVIDE WKS-PRODO BY WKS-MODU2
                  GIVING WKS-QUOZI REMAINDER WKS-H2.
           MOVE WKS-H1              TO WKS-RIS-H1.
           MOVE WKS-H2              TO WKS-RIS-H2.
       B0090-END.
           EXIT.
       B0095-BYTE.
           MOVE ZERO                TO WKS-BYTE-NUM.
           MOVE WKS-AREA (WKS-IX:1) TO WKS-BYTE-CHR.
           COMPUTE WKS-PRODO = WKS-H1 * 257 + WKS-BYTE-NUM + 1.
           DIVIDE WKS-PRODO BY WKS-MODU1
                  GIVING WKS-QUOZI REMAINDER WKS-H1.
           COMPUTE WKS-PRODO = WKS-H2 * 263 + WKS-BYTE-NUM + 7.
           DIVIDE WKS-PRODO BY WKS-MODU2
                  GIVING WKS-QUOZI REMAINDER WKS-H2.
       B0095-END.
           EXIT.
