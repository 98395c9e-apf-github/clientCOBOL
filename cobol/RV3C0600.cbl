      * RV3C0600: UTILIZATION ALERT WORKFLOW AND OPEN-ALERT REPORT     *
      ******************************************************************
      * FILES USED                                                     *
      * -------------------                                            *
      * I1DQ0006: RISK OFFICER ACTIONS ON THE ALERTS (SEE RVFC009)     *
      * SRDQ0006: SORT WORK FILE OF THE OPEN ALERTS BY OWNER           *
      *                                                                *
      * COPYS USED                                                     *
      * ----------------                                               *
      * RVFC009, NPB04TC (ALERT REGISTER ON NPDATT), NPB05TC           *
      * (ESCALATION LEVELS ON NPDATT)                                  *
      *                                                                *
      * ROUTINES INVOKED                                               *
      * -----------------                                              *
      * NPW01P (NPDATT ACCESS), NPW08P (WORKING-DAY CALENDAR)          *
      ******************************************************************
      *                  IDENTIFICATION DIVISION                       *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    RV3C0600.
      ******************************************************************
      *                     MODIFICATIONS LOG                          *
      ******************************************************************
      *     CODE       AUTHOR  DATE     DESCRIPTION                    *
      *     ---------- ------- -------- ------------------------------ *
      *     USO129     UFF.SVI 151026   FIRST RELEASE - DAILY STEP     *
      *                                 AFTER RV3C0100 ON THE B04      *
      *                                 ALERT REGISTER: APPLIES THE    *
      *                                 OFFICERS' ACTIONS (ACKNOWLEDGE *
      *                                 WITH JUSTIFICATION, ACTION     *
      *                                 AGREED, CLOSE), ESCALATES TO   *
      *                                 THE NEXT B05 LEVEL THE ALERTS  *
      *                                 NOT ACKNOWLEDGED BY THEIR      *
      *                                 WORKING-DAY DEADLINE AND       *
      *                                 PRINTS THE OPEN ALERTS BY      *
      *                                 OWNER                          *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
      ******************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SPECIAL-NAMES.

               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT OPTIONAL ACTION-FILE ASSIGN I1DQ0006.
           SELECT SORT-FILE      ASSIGN SRDQ0006.

      ******************************************************************
      *                       DATA DIVISION                            *
      ******************************************************************
       DATA DIVISION.
      *
       FILE SECTION.

       FD  ACTION-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-ACTION                       PIC X(100).

      * SORT WORK FILE OF THE OPEN ALERTS: BY OWNER, HIGHEST LEVEL
      * FIRST, THEN CONTRACT. THE ESCALATION IS DECIDED BEFORE THE
      * RELEASE, SO AN ESCALATED ALERT SORTS UNDER ITS NEW OWNER
       SD  SORT-FILE.

       01  RE-SORT.
           05  SRT-OWNER                   PIC X(08).
           05  SRT-LIVEL                   PIC 9(01).
           05  SRT-CONTR                   PIC X(12).
           05  SRT-ESITO                   PIC X(01).
               88  SRT-ESCALATED                       VALUE 'E'.
               88  SRT-TOP-OVERDUE                     VALUE 'T'.
               88  SRT-IN-TIME                         VALUE ' '.
           05  SRT-RIGA                    PIC X(235).

      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
       WORKING-STORAGE SECTION.

           COPY RVFC009.
           COPY NPB04TC.
           COPY NPB05TC.
           COPY NPW01RC.
           COPY NPW08RC.
           COPY NPG01RC.
           COPY NPG03RC.

       01  WS-DATE-OGGI                    PIC 9(08)   VALUE ZEROS.

       01  VA-SW.
           05  SW-ACT-END                  PIC X(1)    VALUE 'N'.
               88  ACT-YES-END                         VALUE 'S'.
           05  SW-SCAN-END                 PIC X(1)    VALUE 'N'.
               88  SCAN-YES-END                        VALUE 'S'.
           05  SW-SORT-END                 PIC X(1)    VALUE 'N'.
               88  SORT-NO-END                         VALUE 'N'.
               88  SORT-YES-END                        VALUE 'S'.

       01  WS-ACT-ERROR                    PIC X(40).
       01  WS-PREV-OWNER                   PIC X(08).
       01  WS-NEXT-LIVEL                   PIC 9(01).

       01  VA-TOTALS.
           05  WS-RD-ACTIONS               PIC 9(09)   VALUE ZEROS.
           05  WS-ACT-ACK                  PIC 9(09)   VALUE ZEROS.
           05  WS-ACT-AGREED               PIC 9(09)   VALUE ZEROS.
           05  WS-ACT-CLOSED               PIC 9(09)   VALUE ZEROS.
           05  WS-ACT-REJECTED             PIC 9(09)   VALUE ZEROS.
           05  WS-OPEN-ALERTS              PIC 9(09)   VALUE ZEROS.
           05  WS-ESCALATED                PIC 9(09)   VALUE ZEROS.
           05  WS-TOP-OVERDUE              PIC 9(09)   VALUE ZEROS.
           05  WS-UPD-ERRORS               PIC 9(09)   VALUE ZEROS.
           05  WS-OWN-ALERTS               PIC 9(09)   VALUE ZEROS.

       01  WS-ED-CONTA                     PIC ZZZ.ZZZ.ZZ9.
       01  WS-ED-PERC                      PIC ZZ9,99-.

      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      ******************************************************************
       PROCEDURE DIVISION.

           PERFORM 100000-START.

           PERFORM 200000-ACTIONS.

           SORT SORT-FILE
               ON ASCENDING  KEY SRT-OWNER
               ON DESCENDING KEY SRT-LIVEL
               ON ASCENDING  KEY SRT-CONTR
               INPUT  PROCEDURE 300000-SCAN-REGISTER
               OUTPUT PROCEDURE 400000-REPORT-BY-OWNER.

           PERFORM 500000-END.

      *
      ******************************************************************
      *.PN 100000-START.                                               *
      ******************************************************************
       100000-START.

           ACCEPT WS-DATE-OGGI FROM DATE YYYYMMDD.

           OPEN INPUT ACTION-FILE.

           DISPLAY 'RV3C0600 ---- UTILIZATION ALERT WORKFLOW OF '
                   WS-DATE-OGGI ' ----'.

      *
      ******************************************************************
      *.PN 200000-ACTIONS.                                             *
      *  THE OFFICERS' ACTIONS ARE APPLIED BEFORE THE ESCALATION, SO   *
      *  AN ALERT ACKNOWLEDGED TODAY DOES NOT ESCALATE                 *
      ******************************************************************
       200000-ACTIONS.

           PERFORM 210000-READ-ACTION.

           PERFORM
             UNTIL ACT-YES-END

              PERFORM 220000-ONE-ACTION THRU 220000-EXIT

              PERFORM 210000-READ-ACTION
           END-PERFORM.

           CLOSE ACTION-FILE.

      *
      ******************************************************************
      *.PN 210000-READ-ACTION.                                         *
      ******************************************************************
       210000-READ-ACTION.

           READ ACTION-FILE INTO RVFC009

               AT END
                   SET ACT-YES-END TO TRUE
               NOT AT END
                   ADD 1 TO WS-RD-ACTIONS
           END-READ.

      *
      ******************************************************************
      *.PN 220000-ONE-ACTION.                                          *
      *  ALLOWED TRANSITIONS: NEW -> ACKNOWLEDGED (JUSTIFICATION       *
      *  REQUIRED), ACKNOWLEDGED -> ACTION AGREED (ACTION REQUIRED),   *
      *  ACKNOWLEDGED OR ACTION AGREED -> CLOSED (NOTE REQUIRED).      *
      *  ANY OTHER ACTION IS REJECTED AND LISTED                       *
      ******************************************************************
       220000-ONE-ACTION.

           MOVE SPACES TO WS-ACT-ERROR.

           IF  F009-COD-USER = SPACES
           OR  F009-TXT-ACTION = SPACES
               MOVE 'USER OR TEXT MISSING' TO WS-ACT-ERROR
               GO TO 220000-REJECT
           END-IF.

           IF  F009-DT-ACTION NOT NUMERIC
           OR  F009-DT-ACTION = ZEROS
           OR  F009-DT-ACTION > WS-DATE-OGGI
               MOVE WS-DATE-OGGI TO F009-DT-ACTION
           END-IF.

           MOVE SPACES          TO NPW01RC.
           MOVE SPACES          TO NPB04TC.
           MOVE 'B04'           TO B04-CODIT.
           MOVE F009-COD-ABI    TO B04-ABIUT.
           MOVE F009-COD-CONTR  TO B04-CONTR.
           MOVE NPB04TC         TO W01-NPDATT.
           MOVE 'RE'            TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE NOT = SPACES
               MOVE SPACES TO W01-RCODE
                              NPG01RC
               MOVE 'NO ALERT ON THE REGISTER' TO WS-ACT-ERROR
               GO TO 220000-REJECT
           END-IF.

           MOVE W01-NPDATT TO NPB04TC.

      *    THE READ FALLS BACK ON INSTITUTION 99999 WHEN THE ROW IS
      *    MISSING
           IF  B04-ABIUT NOT = F009-COD-ABI
           OR  B04-CHIUSO
               MOVE 'NO OPEN ALERT ON THE REGISTER' TO WS-ACT-ERROR
               GO TO 220000-REJECT
           END-IF.

           EVALUATE TRUE

               WHEN F009-ACKNOWLEDGE AND B04-NUOVO
                   MOVE 'A'             TO B04-STATO
                   MOVE F009-DT-ACTION  TO B04-DTACK
                   MOVE F009-COD-USER   TO B04-UTACK
                   MOVE F009-TXT-ACTION TO B04-GIUST
                   ADD 1 TO WS-ACT-ACK

               WHEN F009-ACTION-AGREED AND B04-RICONOSCIUTO
                   MOVE 'P'             TO B04-STATO
                   MOVE F009-TXT-ACTION TO B04-AZION
                   ADD 1 TO WS-ACT-AGREED

               WHEN F009-CLOSE AND (B04-RICONOSCIUTO OR B04-AZIONE)
                   MOVE 'C'             TO B04-STATO
                   MOVE F009-DT-ACTION  TO B04-DTCHI
                   MOVE F009-TXT-ACTION TO B04-AZION
                   ADD 1 TO WS-ACT-CLOSED

               WHEN OTHER
                   STRING 'ACTION ' F009-TYP-ACTION
                          ' NOT ALLOWED IN STATUS ' B04-STATO
                          DELIMITED BY SIZE
                          INTO WS-ACT-ERROR
                   GO TO 220000-REJECT

           END-EVALUATE.

           MOVE NPB04TC TO W01-NPDATT.
           MOVE 'UP'    TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE = SPACES
               GO TO 220000-EXIT
           END-IF.

           ADD 1 TO WS-UPD-ERRORS.
           MOVE SPACES TO NPG01RC.
           STRING 'REGISTER UPDATE ERROR ' W01-RCODE
                  DELIMITED BY SIZE
                  INTO WS-ACT-ERROR.
           MOVE SPACES TO W01-RCODE.

       220000-REJECT.

           ADD 1 TO WS-ACT-REJECTED.
           DISPLAY 'RV3C0600 ACTION REJECTED: ABI ' F009-COD-ABI
                   ' CONTRACT ' F009-COD-CONTR
                   ' TYPE ' F009-TYP-ACTION
                   ' USER ' F009-COD-USER.
           DISPLAY 'RV3C0600      ' WS-ACT-ERROR.

       220000-EXIT.
           EXIT.

      *
      ******************************************************************
      *.PN 300000-SCAN-REGISTER.                                       *
      *  INPUT PROCEDURE OF THE SORT: EVERY OPEN B04 ENTRY IS          *
      *  RELEASED; A NEW ALERT PAST ITS DEADLINE MOVES TO THE NEXT     *
      *  LEVEL HERE (THE REGISTER IS UPDATED IN THE OUTPUT PROCEDURE,  *
      *  WITH THE SCAN CURSOR CLOSED)                                  *
      ******************************************************************
       300000-SCAN-REGISTER.

           MOVE SPACES              TO NPW01RC.
           MOVE 'B04'               TO W01-DAT-CODIT.
           MOVE 'O1'                TO W01-FUNZI.
           PERFORM W0001-RICHIAMO   THRU W0001-END.

           PERFORM UNTIL W01-RCODE NOT = SPACES

               MOVE W01-NPDATT TO NPB04TC

               IF  NOT B04-CHIUSO
                   PERFORM 310000-ONE-OPEN-ALERT
               END-IF

               MOVE 'F1' TO W01-FUNZI
               PERFORM W0001-RICHIAMO THRU W0001-END
           END-PERFORM.

           IF  W01-RCODE NOT = 'GE'
               DISPLAY 'RV3C0600 *** ERROR ' W01-RCODE
                       ' SCANNING THE B04 REGISTER ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO W01-RCODE
                          NPG01RC.

      *
      ******************************************************************
      *.PN 310000-ONE-OPEN-ALERT.                                      *
      ******************************************************************
       310000-ONE-OPEN-ALERT.

           ADD 1 TO WS-OPEN-ALERTS.
           MOVE SPACE TO SRT-ESITO.

           IF  B04-NUOVO
           AND B04-DTSCA < WS-DATE-OGGI
               PERFORM 320000-ESCALATE THRU 320000-EXIT
           END-IF.

           MOVE B04-OWNER   TO SRT-OWNER.
           MOVE B04-LIVEL   TO SRT-LIVEL.
           MOVE B04-CONTR   TO SRT-CONTR.
           MOVE NPB04TC     TO SRT-RIGA.

           RELEASE RE-SORT.

      *
      ******************************************************************
      *.PN 320000-ESCALATE.                                            *
      *  THE NEXT LEVEL OF THE INSTITUTION (B05, 99999 DEFAULT) TAKES  *
      *  THE ALERT WITH A NEW DEADLINE IN ITS WORKING DAYS; WITHOUT A  *
      *  NEXT LEVEL THE ALERT STAYS AT THE TOP ONE, FLAGGED OVERDUE    *
      ******************************************************************
       320000-ESCALATE.

           MOVE 'T' TO SRT-ESITO.

           IF  B04-LIVEL = 9
               GO TO 320000-EXIT
           END-IF.

           COMPUTE WS-NEXT-LIVEL = B04-LIVEL + 1.

           MOVE SPACES         TO NPW01RC.
           MOVE SPACES         TO NPB05TC.
           MOVE 'B05'          TO B05-CODIT.
           MOVE B04-ABIUT      TO B05-ABIUT.
           MOVE WS-NEXT-LIVEL  TO B05-LIVEL.
           MOVE NPB05TC        TO W01-NPDATT.
           MOVE 'RE'           TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE NOT = SPACES
               MOVE SPACES TO W01-RCODE
                              NPG01RC
               GO TO 320000-EXIT
           END-IF.

           MOVE W01-NPDATT TO NPB05TC.

           IF  B05-GGACK NOT NUMERIC
           OR  B05-GGACK = ZEROS
               MOVE 1 TO B05-GGACK
           END-IF.

           MOVE SPACES         TO NPW08RC.
           MOVE 18             TO W08-RTIPO.
           MOVE WS-DATE-OGGI   TO W08-RDATA.
           MOVE B05-GGACK      TO W08-RGGG.
           MOVE B04-ABIUT      TO W08-ABIUT.
           PERFORM W0008-RICHIAMO THRU W0008-END.

           IF  W08-RCODE NOT = ZERO
               MOVE SPACES TO NPG01RC
               DISPLAY 'RV3C0600 CALENDAR ERROR ' W08-RCODE
                       ' ESCALATING CONTRACT ' B04-CONTR
               GO TO 320000-EXIT
           END-IF.

           MOVE 'E'           TO SRT-ESITO.
           MOVE WS-NEXT-LIVEL TO B04-LIVEL.
           MOVE B05-OWNER     TO B04-OWNER.
           MOVE W08-RDATA     TO B04-DTSCA.

       320000-EXIT.
           EXIT.

      *
      ******************************************************************
      *.PN 400000-REPORT-BY-OWNER.                                     *
      *  OUTPUT PROCEDURE OF THE SORT: THE ESCALATIONS ARE WRITTEN TO  *
      *  THE REGISTER AND THE OPEN ALERTS ARE LISTED BY OWNER          *
      ******************************************************************
       400000-REPORT-BY-OWNER.

           MOVE HIGH-VALUE TO WS-PREV-OWNER.
           SET SORT-NO-END TO TRUE.

           PERFORM 410000-RETURN-SORTED.

           PERFORM 420000-ONE-SORTED
               UNTIL SORT-YES-END.

           IF  WS-PREV-OWNER NOT = HIGH-VALUE
               PERFORM 440000-OWNER-TOTAL
           END-IF.

      *
      ******************************************************************
      *.PN 410000-RETURN-SORTED.                                       *
      ******************************************************************
       410000-RETURN-SORTED.

           RETURN SORT-FILE

               AT END
                   SET SORT-YES-END TO TRUE
           END-RETURN.

      *
      ******************************************************************
      *.PN 420000-ONE-SORTED.                                          *
      ******************************************************************
       420000-ONE-SORTED.

           MOVE SRT-RIGA TO NPB04TC.

           IF  SRT-OWNER NOT = WS-PREV-OWNER
               IF  WS-PREV-OWNER NOT = HIGH-VALUE
                   PERFORM 440000-OWNER-TOTAL
               END-IF
               MOVE SRT-OWNER TO WS-PREV-OWNER
               MOVE ZEROS     TO WS-OWN-ALERTS
               IF  SRT-OWNER = SPACES
                   DISPLAY 'RV3C0600 ==== OWNER NOT ASSIGNED ===='
               ELSE
                   DISPLAY 'RV3C0600 ==== OWNER ' SRT-OWNER ' ===='
               END-IF
           END-IF.

           IF  SRT-ESCALATED
               PERFORM 430000-WRITE-ESCALATION
           END-IF.

           IF  SRT-TOP-OVERDUE
               ADD 1 TO WS-TOP-OVERDUE
           END-IF.

           ADD 1 TO WS-OWN-ALERTS.
           MOVE B04-PERUT TO WS-ED-PERC.

           DISPLAY 'RV3C0600 LVL ' B04-LIVEL
                   ' STATUS ' B04-STATO
                   ' ABI ' B04-ABIUT
                   ' CONTRACT ' B04-CONTR
                   ' CPTY ' B04-CPTY
                   ' PRODUCT ' B04-PROD.
           DISPLAY 'RV3C0600       OPENED ' B04-DTAPE
                   ' LAST RUN ' B04-DTULT
                   ' RUNS ' B04-NRRIL
                   ' UTILIZATION ' WS-ED-PERC ' PCT'.

           EVALUATE TRUE

               WHEN B04-NUOVO AND SRT-ESCALATED
                   DISPLAY 'RV3C0600       *** ESCALATED TODAY - '
                           'ACKNOWLEDGE BY ' B04-DTSCA ' ***'

               WHEN B04-NUOVO AND SRT-TOP-OVERDUE
                   DISPLAY 'RV3C0600       *** NOT ACKNOWLEDGED, '
                           'DUE ' B04-DTSCA ' - NO HIGHER LEVEL ***'

               WHEN B04-NUOVO
                   DISPLAY 'RV3C0600       ACKNOWLEDGE BY '
                           B04-DTSCA

               WHEN OTHER
                   DISPLAY 'RV3C0600       ACKNOWLEDGED ' B04-DTACK
                           ' BY ' B04-UTACK ': ' B04-GIUST
                   IF  B04-AZIONE
                       DISPLAY 'RV3C0600       ACTION AGREED: '
                               B04-AZION
                   END-IF

           END-EVALUATE.

           IF  B04-DTULT < WS-DATE-OGGI
               DISPLAY 'RV3C0600       UNDER THE THRESHOLD SINCE '
                       'THE RUN OF ' B04-DTULT ' - CLOSE IF SETTLED'
           END-IF.

           PERFORM 410000-RETURN-SORTED.

      *
      ******************************************************************
      *.PN 430000-WRITE-ESCALATION.                                    *
      ******************************************************************
       430000-WRITE-ESCALATION.

           MOVE SPACES     TO NPW01RC.
           MOVE NPB04TC    TO W01-NPDATT.
           MOVE 'UP'       TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE = SPACES
               ADD 1 TO WS-ESCALATED
           ELSE
               ADD 1 TO WS-UPD-ERRORS
               DISPLAY 'RV3C0600 *** ESCALATION NOT SAVED FOR '
                       'CONTRACT ' B04-CONTR ' RCODE ' W01-RCODE
                       ' ***'
               MOVE SPACES TO W01-RCODE
                              NPG01RC
           END-IF.

      *
      ******************************************************************
      *.PN 440000-OWNER-TOTAL.                                         *
      ******************************************************************
       440000-OWNER-TOTAL.

           MOVE WS-OWN-ALERTS TO WS-ED-CONTA.
           DISPLAY 'RV3C0600      OPEN ALERTS OF THE OWNER: '
                   WS-ED-CONTA.

      *
      ******************************************************************
      *.PN 500000-END.                                                 *
      ******************************************************************
       500000-END.

           DISPLAY 'RV3C0600 ---- WORKFLOW TOTALS ----'.
           MOVE WS-RD-ACTIONS   TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 ACTIONS READ..........: ' WS-ED-CONTA.
           MOVE WS-ACT-ACK      TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 ACKNOWLEDGED..........: ' WS-ED-CONTA.
           MOVE WS-ACT-AGREED   TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 ACTIONS AGREED........: ' WS-ED-CONTA.
           MOVE WS-ACT-CLOSED   TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 CLOSED................: ' WS-ED-CONTA.
           MOVE WS-ACT-REJECTED TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 ACTIONS REJECTED......: ' WS-ED-CONTA.
           MOVE WS-OPEN-ALERTS  TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 OPEN ALERTS...........: ' WS-ED-CONTA.
           MOVE WS-ESCALATED    TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 ESCALATED TODAY.......: ' WS-ED-CONTA.
           MOVE WS-TOP-OVERDUE  TO WS-ED-CONTA.
           DISPLAY 'RV3C0600 OVERDUE AT TOP LEVEL..: ' WS-ED-CONTA.

           IF  WS-UPD-ERRORS > ZEROS
               MOVE WS-UPD-ERRORS TO WS-ED-CONTA
               DISPLAY 'RV3C0600 REGISTER UPDATE ERRORS: ' WS-ED-CONTA
               MOVE 8 TO RETURN-CODE
           ELSE
               IF  WS-ACT-REJECTED > ZEROS
               OR  WS-ESCALATED > ZEROS
               OR  WS-TOP-OVERDUE > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

           COPY NPW01RR.
           COPY NPW08RR.
