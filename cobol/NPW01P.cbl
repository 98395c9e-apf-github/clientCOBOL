USO058*        FUNZIONI V1/V2 (APPROVA/RIFIUTA, OPERATORE DIVERSO     *
USO058*        DAL PROPONENTE) APPLICANO O SCARTANO LA PATCH          *
      *---------------------------------------------------------------*
USO114* 151026 CATENA DI INTEGRITA' SULLE TRACCE DI AUDIT: OGNI RIGA  *
USO114*        A62/A63/A64/A65/A66 SCRITTA (E OGNI DECISIONE SU A66)  *
USO114*        VIENE AGGANCIATA ALLA CATENA A87 DELLA SUA TRACCIA     *
USO114*        TRAMITE LA ROUTINE NPX53P                              *
      *---------------------------------------------------------------*
USO116* 151026 LA RIGA A62 PORTA L'OPERATORE CHE HA APPROVATO LA      *
USO116*        PATCH E QUELLO CHE L'HA PROPOSTA, PER LA               *
USO116*        RICERTIFICAZIONE DELLE ABILITAZIONI (NPW26B)           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
USO058 01  WKS-A66-ORA         PIC 9(006).
USO058 01  WKS-A66-CHIAVE      PIC X(032).
USO058     COPY NPA66TC.
USO114 01  WKS-TRACC-AUDIT     PIC X(003).
USO114     88  TRACCIA-AUDIT           VALUE 'A62' 'A63' 'A64'
USO114                                       'A65' 'A66'.
      *------------------------------------------------------*
      *            D B 2   A R E A S                         *
      *------------------------------------------------------*
           COPY  NPG03RC.
           COPY  NPW01RC.
USO057     COPY  NPX50RC.
USO114     COPY  NPX53RC.
EXPAND*    EXEC SQL INCLUDE NP0500EC END-EXEC.
EXPAND*--------------------------------------------------------
EXPAND* INIZIO ESPLOSIONE COPY NP0500EC
PERINF*       MOVE DESCR-TIPO                 TO G01-DESC3
PERINF        MOVE DAT-KEYGE                  TO G01-DESC3
              MOVE SQLCA                      TO G01-SQLCA.
USO114     IF SQLCODE EQUAL ZERO
USO114        PERFORM A0160-CATENA      THRU A0160-END.
       A0040-END.
           EXIT.
      *****************************************************************
USO050        MOVE 'NPW01R'                   TO G01-ROUNM
USO050        MOVE 'A0061-LOG-FLAG-A01'       TO G01-LABEL
USO050        MOVE 'INSERT STORICO A64'       TO G01-DESC1
USO114        MOVE SQLCA                      TO G01-SQLCA
USO114     ELSE
USO114        PERFORM A0160-CATENA            THRU A0160-END.
USO020 A0061-END.
USO020     EXIT.
USO037*****************************************************************
USO050           MOVE 'A0066-LOG-FLAG-A90'       TO G01-LABEL
USO050           MOVE 'INSERT STORICO A65'       TO G01-DESC1
USO050           MOVE SQLCA                      TO G01-SQLCA
USO114        ELSE
USO114           PERFORM A0160-CATENA         THRU A0160-END
USO037        END-IF
USO037     END-IF.
USO037 A0066-END.
USO008     MOVE WKS-A62-ORA         TO A62-ORA.
USO008     MOVE WKS-A62-SEQ         TO A62-SEQ.
USO008     MOVE G01-PGMNM           TO A62-PGMNM.
USO116     MOVE G01-CDOPE           TO A62-CDOPE.
USO116     MOVE A66-CDOPE-PROP      TO A62-CDOPE-PROP.
USO008     MOVE NPA62TC             TO NPDATT.
USO008     EXEC SQL
USO008          INSERT
USO050        MOVE 'NPW01R'                   TO G01-ROUNM
USO050        MOVE 'A0063-LOG-PATCH'          TO G01-LABEL
USO050        MOVE 'INSERT STORICO A62'       TO G01-DESC1
USO114        MOVE SQLCA                      TO G01-SQLCA
USO114     ELSE
USO114        PERFORM A0160-CATENA            THRU A0160-END.
USO008 A0063-END.
USO008     EXIT.
      *****************************************************************
USO050        MOVE 'NPW01R'                   TO G01-ROUNM
USO050        MOVE 'A0065-SALVA-STORICO'      TO G01-LABEL
USO050        MOVE 'INSERT STORICO A63'       TO G01-DESC1
USO114        MOVE SQLCA                      TO G01-SQLCA
USO114     ELSE
USO114        PERFORM A0160-CATENA            THRU A0160-END.
USO009 A0065-END.
USO009     EXIT.
      *****************************************************************
USO058        MOVE 'INSERT PROPOSTA A66'      TO G01-DESC1
USO058        MOVE SQLCA                      TO G01-SQLCA
USO058     ELSE
USO114        PERFORM A0160-CATENA            THRU A0160-END
USO114        IF W01-RCODE EQUAL SPACES
USO058        MOVE 'PD'                       TO W01-RCODE
USO058        MOVE NPA66TC                    TO W01-NPDATT.
USO058 A0120-END.
USO058        MOVE 'UPDATE STATO PROPOSTA A66' TO G01-DESC1
USO058        MOVE SQLCA                      TO G01-SQLCA
USO058     ELSE
USO114        PERFORM A0160-CATENA            THRU A0160-END
USO058        MOVE NPA66TC                    TO W01-NPDATT.
USO058 A0130-END.
USO058     EXIT.
USO058     PERFORM X0050-RICHIAMO   THRU X0050-END.
USO058 A0150-END.
USO058     EXIT.
USO114*****************************************************************
USO114**   AGGANCIO DELLA RIGA DI AUDIT APPENA SCRITTA (IN NPDATT)   **
USO114**   ALLA CATENA DI INTEGRITA' A87 DELLA SUA TRACCIA. UN       **
USO114**   AGGANCIO NON RIUSCITO RENDE 'KO': IL CHIAMANTE NON DEVE   **
USO114**   CONSOLIDARE UNA RIGA DI AUDIT FUORI CATENA                **
USO114*****************************************************************
USO114 A0160-CATENA.
USO114     MOVE DAT-CODIT           TO WKS-TRACC-AUDIT.
USO114     IF NOT TRACCIA-AUDIT
USO114        GO TO A0160-END.
USO114     MOVE SPACES              TO NPX53RC.
USO114     MOVE 'CL'                TO X53-FUNZI.
USO114     MOVE DAT-CODIT           TO X53-TRACC.
USO114     MOVE 235                 TO X53-LUNGH.
USO114     MOVE NPDATT              TO X53-IMMAG.
USO114     MOVE DAT-CODIT           TO X53-RIFER (1:3).
USO114     MOVE DAT-KEYGE           TO X53-RIFER (4:32).
USO114     MOVE G01-PGMNM           TO X53-PGMNM.
USO114     PERFORM X0053-RICHIAMO   THRU X0053-END.
USO114     IF X53-RCODE NOT EQUAL SPACES
USO114        MOVE 'KO'             TO W01-RCODE.
USO114 A0160-END.
USO114     EXIT.
USO114*--------------------------------------------------------
USO114* RICHIAMO ROUTINE NPX53P
USO114*--------------------------------------------------------
USO114 X0053-RICHIAMO.
USO114     MOVE 'NPX53P'            TO WRK-MODULO.
USO114     MOVE NPX53RC             TO WRK-NP1000.
USO114     MOVE NPG01RC             TO WRK-NPG01-1000.
USO114     CALL WRK-MODULO USING WRK-1650.
USO114     MOVE WRK-NP1000          TO NPX53RC.
USO114     MOVE WRK-NPG01-1000      TO NPG01RC.
USO114 X0053-END.
USO114     EXIT.
      *---------------------------------------------------------------*
EXPAND*--------------------------------------------------------
EXPAND* FINE ESPLOSIONE COPY NPW01R
