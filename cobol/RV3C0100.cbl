      *                                 300000-END, RC=8 ON DRIFT.     *
      *                                 WRITE COUNTS SURVIVE RESTART   *
      *                                 IN THE CHECKPOINT KEY          *
      *     USO115     UFF.SVI 151026   DISCLOSURE REGISTER: EVERY     *
      *                                 COUNTERPARTY SENT TO THE RISK  *
      *                                 DATA WAREHOUSE IS ENTERED ON   *
      *                                 CUSTDSCL VIA PGBDSCRG (PURPOSE *
      *                                 RISK); A SIMULATION RUN        *
      *                                 REGISTERS NOTHING              *
      *     USO128     UFF.SVI 151026   CONSECUTIVE OVERDRAFT DAYS PER *
      *                                 CONTRACT (NPDATT B03 ROWS):    *
      *                                 THE COUNTER RUNS WHILE THE     *
      *                                 DEBT BALANCE EXCEEDS THE       *
      *                                 GRANTED AMOUNT BY MORE THAN    *
      *                                 THE ABSOLUTE AND RELATIVE      *
      *                                 MATERIALITY THRESHOLDS AND IS  *
      *                                 RESET ON RETURN INSIDE; OVER   *
      *                                 90 DAYS (OPTIONAL SKDQ0007     *
      *                                 CARD) THE CONTRACT IS PAST-DUE *
      *                                 AND LISTED WITH ITS            *
      *                                 COUNTERPARTY. DAYS AND FLAG    *
      *                                 TRAVEL ON O1DQ0001 AND ON THE  *
      *                                 RVFC008 RECORD                 *
      *     USO129     UFF.SVI 151026   ALERT REGISTER (NPDATT B04     *
      *                                 ROWS): EVERY ALERT OPENS A     *
      *                                 REGISTER ENTRY WITH OWNER AND  *
      *                                 ACKNOWLEDGMENT DEADLINE OF THE *
      *                                 FIRST ESCALATION LEVEL (B05);  *
      *                                 A CONTRACT ALREADY UNDER AN    *
      *                                 OPEN ALERT IS LINKED TO IT AND *
      *                                 NO LONGER REWRITTEN ON         *
      *                                 O3DQ0001. THE OPEN ALERT AND   *
      *                                 ITS STATUS ARE MARKED ON THE   *
      *                                 RVFC008 RECORD. ACTIONS AND    *
      *                                 ESCALATION ARE IN RV3C0600     *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
           SELECT WAREHOUSE-FILE ASSIGN O4DQ0001.
           SELECT OPTIONAL PARAM-FILE ASSIGN SKDQ0001.
           SELECT OPTIONAL SIMRULE-FILE ASSIGN SKDQ0006.
           SELECT OPTIONAL THRESH-FILE ASSIGN SKDQ0007.

      ******************************************************************
      *                       DATA DIVISION                            *
           05  FILLER                      PIC X(59).


      * USO128: OPTIONAL OVERDRAFT MATERIALITY CARD - ABSOLUTE
      * AMOUNT, PERCENT OF THE DEBT BALANCE AND PAST-DUE DAYS
       FD  THRESH-FILE
           LABEL RECORD STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.

       01  RE-THRESH.
           05  THR-ASSOL                   PIC 9(07)V9(02).
           05  THR-RELAT                   PIC 9(03)V9(02).
           05  THR-GGPD                    PIC 9(03).
           05  FILLER                      PIC X(63).


      ******************************************************************
      *                  WORKING-STORAGE SECTION                       *
      ******************************************************************
           05  CA-PROGRAM                  PIC X(8)  VALUE 'RV3C0100'.
           05  CA-QR4CDB0                  PIC X(7)  VALUE 'QR4CDB0'.
           05  CA-A                        PIC X     VALUE 'A'.
      * USO115: DISCLOSURE-REGISTER ROUTINE
           05  CA-PGBDSCRG                 PIC X(8)  VALUE 'PGBDSCRG'.

           05  CA-UTIL-THRESHOLD           PIC 9(3)    VALUE 080.

       01  WS-ESCLUSI-WRHSE                PIC 9(07)     VALUE ZEROS.
       01  WS-TOT-AVA1-ESCL        PIC S9(15)V99 COMP-3 VALUE 0.

      * USO115: DISCLOSURE REGISTER SUPPORT
       01  WS-WR-DSCL                      PIC 9(09)     VALUE ZEROS.
       COPY PGBDSCRC.

      * USO128: CONSECUTIVE OVERDRAFT DAYS SUPPORT
       01  VA-SCONFINO.
           05  WS-SCO-ASSOL            PIC 9(07)V9(02) VALUE 500.
           05  WS-SCO-RELAT            PIC 9(03)V9(02) VALUE 1.
           05  WS-SCO-GGPD                 PIC 9(03)     VALUE 090.
           05  WS-SCO-IMPORTO          PIC S9(13)V99 COMP-3.
           05  WS-SCO-PERC             PIC S9(05)V99 COMP-3.
           05  WS-SCO-CIVILE-OGGI      PIC S9(05) COMP-3 VALUE 0.
           05  WS-SCO-CIVILE-INI       PIC S9(05) COMP-3.
           05  SW-SCO-RILEVANTE            PIC X(01).
               88  SCO-RILEVANTE                         VALUE 'S'.
           05  SW-SCO-RIGA                 PIC X(01).
               88  SCO-RIGA-TROVATA                      VALUE 'S'.
           05  SW-SCO-NUOVO                PIC X(01).
           05  WS-SCO-ATTIVI               PIC 9(09)     VALUE ZEROS.
           05  WS-SCO-RIENTRI              PIC 9(09)     VALUE ZEROS.
           05  WS-SCO-PD90                 PIC 9(09)     VALUE ZEROS.
           05  WS-SCO-PD90-NEW             PIC 9(09)     VALUE ZEROS.
           05  WS-SCO-ERRORI               PIC 9(09)     VALUE ZEROS.
           05  WS-SCO-ED-RELAT             PIC ZZ9,99.
       COPY NPB03TC.

      * USO129: ALERT REGISTER SUPPORT
       01  VA-ALLARMI.
           05  CA-ALR-GGACK                PIC 9(03)     VALUE 003.
           05  WS-ALR-OWNER1               PIC X(08)     VALUE SPACES.
           05  WS-ALR-GGACK1               PIC 9(03)     VALUE ZEROS.
           05  WS-ALR-SCAD1                PIC 9(08)     VALUE ZEROS.
           05  WS-ALR-STATO                PIC X(01).
           05  SW-ALR-RIGA                 PIC X(01).
               88  ALR-RIGA-TROVATA                      VALUE 'S'.
           05  SW-ALR-APERTO               PIC X(01).
               88  ALR-APERTO                            VALUE 'S'.
           05  SW-ALR-COLLEGATO            PIC X(01).
               88  ALR-COLLEGATO                         VALUE 'S'.
           05  WS-ALR-NEW                  PIC 9(09)     VALUE ZEROS.
           05  WS-ALR-LINKED               PIC 9(09)     VALUE ZEROS.
           05  WS-ALR-ERRORI               PIC 9(09)     VALUE ZEROS.
       COPY NPB04TC.
       COPY NPB05TC.
       COPY NPW08RC.


      ******************************************************************
      *                       PROCEDURE DIVISION                       *
      * USO089: LOAD THE CALCULATION RULES IN FORCE TODAY
           PERFORM 140000-LOAD-RULES.

      * USO128: OVERDRAFT MATERIALITY THRESHOLDS AND CIVIL DAY
      * NUMBER OF THE RUN DATE
           PERFORM 160000-READ-THRESHOLDS.

      * USO129: OWNER AND ACKNOWLEDGMENT DEADLINE OF A NEW ALERT
           PERFORM 170000-ALERT-LEVEL-ONE.

      *
      ******************************************************************
      *.PN 115000-READ-PARAM.                                          *
               MOVE SIM-FWRHSE   TO TB-REG-FWRHSE (WS-REG-NR)
           END-IF.

      *
      ******************************************************************
      *.PN 160000-READ-THRESHOLDS.                                     *
      *  USO128 - READS THE OPTIONAL MATERIALITY CARD (ZERO OR NON     *
      *  NUMERIC FIELDS KEEP THE DEFAULTS: 500,00 EURO, 1 PERCENT,     *
      *  90 DAYS) AND TAKES THE CIVIL DAY NUMBER OF THE RUN DATE       *
      *  FROM NPW08P FOR THE DAY COUNTS                                *
      ******************************************************************
       160000-READ-THRESHOLDS.

           OPEN INPUT THRESH-FILE.

           READ THRESH-FILE

               AT END
                   CONTINUE
               NOT AT END
                   IF  THR-ASSOL NUMERIC
                   AND THR-ASSOL > ZEROS
                       MOVE THR-ASSOL TO WS-SCO-ASSOL
                   END-IF
                   IF  THR-RELAT NUMERIC
                   AND THR-RELAT > ZEROS
                       MOVE THR-RELAT TO WS-SCO-RELAT
                   END-IF
                   IF  THR-GGPD NUMERIC
                   AND THR-GGPD > ZEROS
                       MOVE THR-GGPD  TO WS-SCO-GGPD
                   END-IF
           END-READ.

           CLOSE THRESH-FILE.

           MOVE SPACES              TO NPW08RC.
           MOVE 01                  TO W08-RTIPO.
           MOVE WS-DATE-OGGI        TO W08-RDATA.
           PERFORM W0008-RICHIAMO   THRU W0008-END.

           IF  W08-RCODE = ZERO
               MOVE W08-RGGG TO WS-SCO-CIVILE-OGGI
           ELSE
               MOVE SPACES   TO NPG01RC
               DISPLAY 'RV3C0100 CIVIL DAY REFUSED FOR ' WS-DATE-OGGI
                       ' RCODE ' W08-RCODE
                       ' - OVERDRAFT DAYS NOT COUNTED'
           END-IF.

           MOVE WS-SCO-ASSOL TO WS-ED-IMPORTO.
           MOVE WS-SCO-RELAT TO WS-SCO-ED-RELAT.
           DISPLAY 'RV3C0100 OVERDRAFT MATERIALITY: ' WS-ED-IMPORTO
                   ' EUR AND ' WS-SCO-ED-RELAT ' PCT, PAST-DUE OVER '
                   WS-SCO-GGPD ' DAYS'.

      *
      ******************************************************************
      *.PN 170000-ALERT-LEVEL-ONE.                                     *
      *  USO129 - FIRST ESCALATION LEVEL OF THE INSTITUTION (B05 ROW,  *
      *  99999 DEFAULT): OWNER OF THE NEW ALERTS AND WORKING DAYS      *
      *  ALLOWED FOR THE ACKNOWLEDGMENT, TURNED INTO A DEADLINE ON     *
      *  THE CALENDAR OF THE INSTITUTION                               *
      ******************************************************************
       170000-ALERT-LEVEL-ONE.

           MOVE CA-ALR-GGACK   TO WS-ALR-GGACK1.

           MOVE SPACES         TO NPW01RC.
           MOVE SPACES         TO NPB05TC.
           MOVE 'B05'          TO B05-CODIT.
           MOVE WS-ENTITY-ABI  TO B05-ABIUT.
           MOVE 1              TO B05-LIVEL.
           MOVE NPB05TC        TO W01-NPDATT.
           MOVE 'RE'           TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE = SPACES
               MOVE W01-NPDATT TO NPB05TC
               MOVE B05-OWNER  TO WS-ALR-OWNER1
               IF  B05-GGACK NUMERIC
               AND B05-GGACK > ZEROS
                   MOVE B05-GGACK TO WS-ALR-GGACK1
               END-IF
           ELSE
               MOVE SPACES TO W01-RCODE
                              NPG01RC
               DISPLAY 'RV3C0100 NO B05 LEVEL 1 ROW - NEW ALERTS '
                       'WITHOUT OWNER, ' WS-ALR-GGACK1
                       ' WORKING DAYS TO ACKNOWLEDGE'
           END-IF.

           MOVE SPACES         TO NPW08RC.
           MOVE 18             TO W08-RTIPO.
           MOVE WS-DATE-OGGI   TO W08-RDATA.
           MOVE WS-ALR-GGACK1  TO W08-RGGG.
           MOVE WS-ENTITY-ABI  TO W08-ABIUT.
           PERFORM W0008-RICHIAMO THRU W0008-END.

           IF  W08-RCODE = ZERO
               MOVE W08-RDATA    TO WS-ALR-SCAD1
           ELSE
               MOVE SPACES       TO NPG01RC
               MOVE WS-DATE-OGGI TO WS-ALR-SCAD1
               DISPLAY 'RV3C0100 CALENDAR ERROR ' W08-RCODE
                       ' - NEW ALERTS DUE TODAY'
           END-IF.

      *
      ******************************************************************
      *.PN 140000-LOAD-RULES.                                          *
               MOVE  ZEROS  TO F007-AMT-AVA1
           END-IF.

      * USO128: CONSECUTIVE OVERDRAFT DAYS OF THE CONTRACT; RECORDS
      * BOUND FOR THE EXCEPTION FILE DO NOT MOVE THE COUNTER
           MOVE ZEROS TO F007-GG-SCONF.
           MOVE 'N'   TO F007-FLG-PD90.

           IF  KNOWN-PRODUCT-CODE
           AND F007-COD-CONTR NOT = SPACES
           AND WS-SCO-CIVILE-OGGI > ZEROS
               PERFORM 280000-OVERDRAFT-DAYS THRU 280000-EXIT
           END-IF.

           EVALUATE F007-COD-PROD
              WHEN CA-LOAN
              WHEN CA-MORTGAGE

           ADD F007-AMT-AVA1 TO WS-TOT-AVA1-CALC.

      * USO129: ALERT REGISTER OF THE CONTRACT
           MOVE 'N'   TO SW-ALR-APERTO.
           MOVE 'N'   TO SW-ALR-COLLEGATO.
           MOVE SPACE TO WS-ALR-STATO.

           IF  F007-COD-CONTR NOT = SPACES
               PERFORM 290000-ALERT-REGISTER THRU 290000-EXIT
           END-IF.

      * USO089: ALERT AGAINST THE EFFECTIVE THRESHOLD OF THE PRODUCT
      * USO129: A CONTRACT ALREADY UNDER AN OPEN ALERT IS LINKED TO
      * IT INSTEAD OF BEING WRITTEN AGAIN
           IF  F007-PER-RTN  NOT LESS  WS-SOGLIA-EFF
               IF  ALR-COLLEGATO
                   ADD 1 TO WS-ALR-LINKED
               ELSE
                   WRITE RE-ALERT  FROM RVFC007
                   ADD 1 TO WS-WR-ALERT
               END-IF
           END-IF.

      * USO089: PRODUCTS EXCLUDED BY RULE DO NOT FEED THE WAREHOUSE;
      * CONVERTED FIGURES
           MOVE F007-COD-CURR   TO F008-COD-CURR.
           MOVE F007-AMT-ORIG   TO F008-AMT-ORIG.
      * USO128: OVERDRAFT DAYS AND PAST-DUE FLAG
           MOVE F007-GG-SCONF   TO F008-GG-SCONF.
           MOVE F007-FLG-PD90   TO F008-FLG-PD90.
      * USO129: OPEN ALERT OF THE CONTRACT
           IF  ALR-APERTO
               MOVE 'S'          TO F008-FLG-ALERT
               MOVE WS-ALR-STATO TO F008-STA-ALERT
           ELSE
               MOVE 'N'          TO F008-FLG-ALERT
               MOVE SPACE        TO F008-STA-ALERT
           END-IF.

           WRITE RE-WRHSE FROM RVFC008.
           ADD 1 TO WS-WR-WRHSE.
           ADD F008-AMT-AVA1 TO WS-TOT-AVA1-WRHSE.

      * USO115: THE COUNTERPARTY LEAVES THE BANK WITH THIS RECORD
           IF  F007-COD-CPTY NOT = SPACES
           AND NOT SIMULATION-RUN
               PERFORM 275000-DISCLOSURE-REGISTER
           END-IF.

       270000-EXIT.
           EXIT.

      *
      ******************************************************************
      *.PN 280000-OVERDRAFT-DAYS.                                      *
      *  USO128 - THE CONTRACT IS OVERDRAWN WHEN THE DEBT BALANCE      *
      *  EXCEEDS THE GRANTED AMOUNT BY MORE THAN THE ABSOLUTE AMOUNT   *
      *  AND BY MORE THAN THE PERCENT OF THE DEBT BALANCE. THE B03     *
      *  ROW KEEPS THE FIRST DAY OF THE RUNNING OVERDRAFT, SO THE      *
      *  COUNT IS CALENDAR DAYS FROM THAT DAY AND A RERUN OF THE SAME  *
      *  DATE (RESTART, ON-DEMAND) GIVES THE SAME RESULT. A SIMULATION *
      *  RUN READS THE COUNTER BUT NEVER WRITES IT                     *
      ******************************************************************
       280000-OVERDRAFT-DAYS.

           MOVE 'N' TO SW-SCO-RILEVANTE.
           MOVE 'N' TO SW-SCO-NUOVO.

           COMPUTE WS-SCO-IMPORTO = F007-DEBTBAL - F007-AMT-FML.

           IF  F007-TYP-RISKST = '0'
           AND WS-SCO-IMPORTO > WS-SCO-ASSOL
               COMPUTE WS-SCO-PERC ROUNDED =
                   WS-SCO-IMPORTO * 100 / F007-DEBTBAL
               IF  WS-SCO-PERC > WS-SCO-RELAT
                   SET SCO-RILEVANTE TO TRUE
               END-IF
           END-IF.

           MOVE 'N'            TO SW-SCO-RIGA.
           MOVE SPACES         TO NPW01RC.
           MOVE SPACES         TO NPB03TC.
           MOVE 'B03'          TO B03-CODIT.
           MOVE WS-ENTITY-ABI  TO B03-ABIUT.
           MOVE F007-COD-CONTR TO B03-CONTR.
           MOVE NPB03TC        TO W01-NPDATT.
           MOVE 'RE'           TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE = SPACES
               MOVE W01-NPDATT TO NPB03TC
      *        THE READ FALLS BACK ON INSTITUTION 99999 WHEN THE
      *        ROW IS MISSING
               IF  B03-ABIUT = WS-ENTITY-ABI
                   SET SCO-RIGA-TROVATA TO TRUE
               END-IF
           ELSE
               IF  W01-RCODE NOT = 'GE'
                   ADD 1 TO WS-SCO-ERRORI
                   DISPLAY 'RV3C0100 B03 READ ERROR CONTRACT '
                           F007-COD-CONTR ' RCODE ' W01-RCODE
                   MOVE SPACES TO W01-RCODE
                                  NPG01RC
                   GO TO 280000-EXIT
               END-IF
               MOVE SPACES TO W01-RCODE
                              NPG01RC
           END-IF.

      *    INSIDE (OR NOT MATERIAL): THE RUNNING COUNTER, IF ANY,
      *    IS RESET
           IF  NOT SCO-RILEVANTE

               IF  SCO-RIGA-TROVATA
               AND B03-DTINI > ZEROS
                   ADD 1 TO WS-SCO-RIENTRI
                   MOVE ZEROS        TO B03-DTINI
                                        B03-GGSCO
                                        B03-IMSCO
                                        B03-DTP90
                   MOVE 'N'          TO B03-FPD90
                   MOVE WS-DATE-OGGI TO B03-DTULT
                   PERFORM 285000-WRITE-B03 THRU 285000-EXIT
               END-IF
               GO TO 280000-EXIT
           END-IF.

           IF  NOT SCO-RIGA-TROVATA
               MOVE SPACES         TO NPB03TC
               MOVE 'B03'          TO B03-CODIT
               MOVE WS-ENTITY-ABI  TO B03-ABIUT
               MOVE F007-COD-CONTR TO B03-CONTR
               MOVE ZEROS          TO B03-DTINI
                                      B03-DTP90
               MOVE 'N'            TO B03-FPD90
           END-IF.

           IF  B03-DTINI = ZEROS
           OR  B03-DTINI NOT NUMERIC
           OR  B03-DTINI > WS-DATE-OGGI
               MOVE WS-DATE-OGGI TO B03-DTINI
               MOVE 1            TO B03-GGSCO
           ELSE
               MOVE SPACES       TO NPW08RC
               MOVE 01           TO W08-RTIPO
               MOVE B03-DTINI    TO W08-RDATA
               PERFORM W0008-RICHIAMO THRU W0008-END
               IF  W08-RCODE NOT = ZERO
                   ADD 1 TO WS-SCO-ERRORI
                   DISPLAY 'RV3C0100 CIVIL DAY REFUSED FOR '
                           B03-DTINI ' CONTRACT ' F007-COD-CONTR
                   MOVE SPACES TO NPG01RC
                   GO TO 280000-EXIT
               END-IF
               MOVE W08-RGGG TO WS-SCO-CIVILE-INI
               COMPUTE B03-GGSCO =
                   WS-SCO-CIVILE-OGGI - WS-SCO-CIVILE-INI + 1
           END-IF.

           MOVE F007-COD-CPTY  TO B03-CPTY.
           MOVE WS-SCO-IMPORTO TO B03-IMSCO.
           MOVE WS-DATE-OGGI   TO B03-DTULT.
           ADD 1 TO WS-SCO-ATTIVI.

           IF  B03-GGSCO > WS-SCO-GGPD
               IF  NOT B03-SCADUTO-90
                   MOVE 'S'          TO B03-FPD90
                                        SW-SCO-NUOVO
                   MOVE WS-DATE-OGGI TO B03-DTP90
                   ADD 1 TO WS-SCO-PD90-NEW
               END-IF
               ADD 1 TO WS-SCO-PD90
               PERFORM 287000-LIST-PAST-DUE
           END-IF.

           PERFORM 285000-WRITE-B03 THRU 285000-EXIT.

           MOVE B03-GGSCO TO F007-GG-SCONF.
           MOVE B03-FPD90 TO F007-FLG-PD90.

       280000-EXIT.
           EXIT.

      *
      ******************************************************************
      *.PN 285000-WRITE-B03.                                           *
      *  USO128 - UPDATES (OR INSERTS) THE B03 ROW OF THE CONTRACT;    *
      *  NOTHING IS WRITTEN IN A SIMULATION RUN                        *
      ******************************************************************
       285000-WRITE-B03.

           IF  SIMULATION-RUN
               GO TO 285000-EXIT
           END-IF.

           MOVE SPACES     TO NPW01RC.
           MOVE NPB03TC    TO W01-NPDATT.

           IF  SCO-RIGA-TROVATA
               MOVE 'UP' TO W01-FUNZI
           ELSE
               MOVE 'IS' TO W01-FUNZI
           END-IF.

           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE NOT = SPACES
               ADD 1 TO WS-SCO-ERRORI
               DISPLAY 'RV3C0100 B03 ' W01-FUNZI ' ERROR CONTRACT '
                       B03-CONTR ' RCODE ' W01-RCODE
               MOVE SPACES TO W01-RCODE
                              NPG01RC
           END-IF.

       285000-EXIT.
           EXIT.

      *
      ******************************************************************
      *.PN 287000-LIST-PAST-DUE.                                       *
      *  USO128 - ONE LINE PER CONTRACT OVER THE PAST-DUE DAYS, WITH   *
      *  ITS COUNTERPARTY; '*NEW*' MARKS THE CROSSING OF THIS RUN      *
      ******************************************************************
       287000-LIST-PAST-DUE.

           MOVE WS-SCO-IMPORTO TO WS-ED-IMPORTO.

           IF  SW-SCO-NUOVO = 'S'
               DISPLAY 'RV3C0100 PAST-DUE *NEW* CONTRACT '
                       F007-COD-CONTR ' CPTY ' F007-COD-CPTY
                       ' DAYS ' B03-GGSCO ' SINCE ' B03-DTINI
           ELSE
               DISPLAY 'RV3C0100 PAST-DUE       CONTRACT '
                       F007-COD-CONTR ' CPTY ' F007-COD-CPTY
                       ' DAYS ' B03-GGSCO ' SINCE ' B03-DTINI
           END-IF.

           DISPLAY 'RV3C0100          OVERDRAFT ' WS-ED-IMPORTO
                   ' PRODUCT ' F007-COD-PROD.

      *
      ******************************************************************
      *.PN 290000-ALERT-REGISTER.                                      *
      *  USO129 - READS THE B04 ENTRY OF THE CONTRACT. AN ALERT OF     *
      *  THIS RUN ON AN OPEN ENTRY OPENED ON AN EARLIER DAY IS LINKED  *
      *  TO IT (LAST RUN, RUN COUNT, UTILIZATION); WITHOUT AN OPEN     *
      *  ENTRY A NEW ONE IS OPENED AT LEVEL 1 (A CLOSED ONE IS         *
      *  REPLACED). THE ENTRY IS NEVER CLOSED HERE: ONLY THE RISK      *
      *  OFFICER CLOSES IT THROUGH RV3C0600. A SIMULATION RUN ONLY     *
      *  READS THE REGISTER                                            *
      ******************************************************************
       290000-ALERT-REGISTER.

           MOVE 'N'            TO SW-ALR-RIGA.
           MOVE SPACES         TO NPW01RC.
           MOVE SPACES         TO NPB04TC.
           MOVE 'B04'          TO B04-CODIT.
           MOVE WS-ENTITY-ABI  TO B04-ABIUT.
           MOVE F007-COD-CONTR TO B04-CONTR.
           MOVE NPB04TC        TO W01-NPDATT.
           MOVE 'RE'           TO W01-FUNZI.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE = SPACES
               MOVE W01-NPDATT TO NPB04TC
      *        THE READ FALLS BACK ON INSTITUTION 99999 WHEN THE
      *        ROW IS MISSING
               IF  B04-ABIUT = WS-ENTITY-ABI
                   SET ALR-RIGA-TROVATA TO TRUE
               END-IF
           ELSE
               IF  W01-RCODE NOT = 'GE'
                   ADD 1 TO WS-ALR-ERRORI
                   DISPLAY 'RV3C0100 B04 READ ERROR CONTRACT '
                           F007-COD-CONTR ' RCODE ' W01-RCODE
                   MOVE SPACES TO W01-RCODE
                                  NPG01RC
                   GO TO 290000-EXIT
               END-IF
               MOVE SPACES TO W01-RCODE
                              NPG01RC
           END-IF.

           IF  ALR-RIGA-TROVATA
           AND NOT B04-CHIUSO
               SET ALR-APERTO TO TRUE
               MOVE B04-STATO TO WS-ALR-STATO
           END-IF.

           IF  F007-PER-RTN < WS-SOGLIA-EFF
           OR  SIMULATION-RUN
               GO TO 290000-EXIT
           END-IF.

           IF  ALR-APERTO

               IF  B04-DTAPE < WS-DATE-OGGI
                   SET ALR-COLLEGATO TO TRUE
               END-IF
               IF  B04-DTULT < WS-DATE-OGGI
                   ADD 1 TO B04-NRRIL
               END-IF
               MOVE WS-DATE-OGGI  TO B04-DTULT
               MOVE F007-PER-RTN  TO B04-PERUT
               MOVE F007-COD-CPTY TO B04-CPTY
               MOVE 'UP'          TO W01-FUNZI
           ELSE

               MOVE SPACES         TO NPB04TC
               MOVE 'B04'          TO B04-CODIT
               MOVE WS-ENTITY-ABI  TO B04-ABIUT
               MOVE F007-COD-CONTR TO B04-CONTR
               MOVE F007-COD-CPTY  TO B04-CPTY
               MOVE F007-COD-PROD  TO B04-PROD
               MOVE 'N'            TO B04-STATO
               MOVE 1              TO B04-LIVEL
               MOVE WS-ALR-OWNER1  TO B04-OWNER
               MOVE WS-DATE-OGGI   TO B04-DTAPE
                                      B04-DTULT
               MOVE 1              TO B04-NRRIL
               MOVE F007-PER-RTN   TO B04-PERUT
               MOVE WS-ALR-SCAD1   TO B04-DTSCA
               MOVE ZEROS          TO B04-DTACK
                                      B04-DTCHI
               IF  ALR-RIGA-TROVATA
                   MOVE 'UP'       TO W01-FUNZI
               ELSE
                   MOVE 'IS'       TO W01-FUNZI
               END-IF
           END-IF.

           MOVE NPB04TC TO W01-NPDATT.
           PERFORM W0001-RICHIAMO THRU W0001-END.

           IF  W01-RCODE NOT = SPACES
               ADD 1 TO WS-ALR-ERRORI
               DISPLAY 'RV3C0100 B04 ' W01-FUNZI ' ERROR CONTRACT '
                       B04-CONTR ' RCODE ' W01-RCODE
               MOVE SPACES TO W01-RCODE
                              NPG01RC
               GO TO 290000-EXIT
           END-IF.

           IF  NOT ALR-APERTO
               ADD 1 TO WS-ALR-NEW
               SET ALR-APERTO TO TRUE
               MOVE 'N' TO WS-ALR-STATO
           END-IF.

       290000-EXIT.
           EXIT.

      *
      ******************************************************************
      *.PN 275000-DISCLOSURE-REGISTER.                                 *
      *  USO115 - ENTERS THE COUNTERPARTY ON THE DISCLOSURE REGISTER   *
      *  (CUSTDSCL). THE WAREHOUSE KNOWS THE SUBJECT BY COUNTERPARTY   *
      *  CODE ONLY, SO THE CUSTOMER NUMBER STAYS ZERO. A RECORD        *
      *  WRITTEN AGAIN AFTER A RESTART FINDS ITS ENTRY ALREADY THERE   *
      ******************************************************************
       275000-DISCLOSURE-REGISTER.

           MOVE SPACES            TO PGBDSCRC.
           MOVE ZEROS             TO DSC-CUST-NO.
           MOVE F007-COD-CPTY     TO DSC-CPTY.
           MOVE 'WH'              TO DSC-RECIP-TYPE.
           MOVE 'RISKDWH'         TO DSC-RECIP.
           STRING 'O4DQ0001 '     DELIMITED BY SIZE
                  WS-DATE-OGGI    DELIMITED BY SIZE
                  INTO DSC-FILE-REF.
           MOVE F007-COD-CONTR    TO DSC-OBJ-REF.
           MOVE 'RISK'            TO DSC-PURPOSE.
           MOVE CA-PROGRAM        TO DSC-PGM.

           CALL CA-PGBDSCRG USING PGBDSCRC.

           IF  DSC-RCODE = SPACES
               ADD 1 TO WS-WR-DSCL
           END-IF.

      *
      ******************************************************************
      *.PN 230000-COUNT-INPUT.                                         *
           DISPLAY 'RV3C0100 RECORDS WRITE O3DQ0001: ' WS-ED-CONTA.
           MOVE WS-WR-WRHSE  TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 RECORDS WRITE O4DQ0001: ' WS-ED-CONTA.
      * USO115: NEW ENTRIES ON THE DISCLOSURE REGISTER
           MOVE WS-WR-DSCL   TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 DISCLOSURES REGISTERED: ' WS-ED-CONTA.

           PERFORM VARYING WS-PRD-IX FROM 1 BY 1
             UNTIL WS-PRD-IX > WS-PRD-NR
                       WS-ED-CONTA
           END-IF.

      * USO128: OVERDRAFT DAY COUNTERS OF THE RUN
           MOVE WS-SCO-ATTIVI   TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 CONTRACTS OVERDRAWN...: ' WS-ED-CONTA.
           MOVE WS-SCO-RIENTRI  TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 OVERDRAFTS RESET......: ' WS-ED-CONTA.
           MOVE WS-SCO-PD90     TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 PAST-DUE OVER ' WS-SCO-GGPD
                   ' DAYS.: ' WS-ED-CONTA.
           MOVE WS-SCO-PD90-NEW TO WS-ED-CONTA.
           DISPLAY 'RV3C0100  OF WHICH NEW.........: ' WS-ED-CONTA.
           IF  WS-SCO-ERRORI > ZEROS
               MOVE WS-SCO-ERRORI TO WS-ED-CONTA
               DISPLAY 'RV3C0100 B03 COUNTER ERRORS....: ' WS-ED-CONTA
           END-IF.

      * USO129: ALERT REGISTER OF THE RUN
           MOVE WS-ALR-NEW      TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 NEW ALERTS REGISTERED.: ' WS-ED-CONTA.
           MOVE WS-ALR-LINKED   TO WS-ED-CONTA.
           DISPLAY 'RV3C0100 ALERTS LINKED TO OPEN.: ' WS-ED-CONTA.
           IF  WS-ALR-ERRORI > ZEROS
               MOVE WS-ALR-ERRORI TO WS-ED-CONTA
               DISPLAY 'RV3C0100 B04 REGISTER ERRORS...: ' WS-ED-CONTA
           END-IF.

      * USO094: HOW MANY POSITIONS TOOK THE GRANTED AMOUNT FROM
      * THE CASTELLETTO MASTER INSTEAD OF THE INPUT FILE
           IF  WS-CAST-USED > ZEROS

           COPY NPX05RR.
           COPY NPW01RR.
           COPY NPW08RR.


