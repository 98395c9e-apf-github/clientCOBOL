       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBRSKEX.
      ******************************************************************
      * NIGHTLY LOAN PORTFOLIO FEED FOR THE RISKS CONSOLIDATION OF    *
      * RV3C0050. EVERY OPEN LOAN BECOMES ONE RVFC007 CURRENT-RISK    *
      * RECORD ON DDRSKFED:                                           *
      *  - PRODUCT CODE BY LOAN CATEGORY FROM THE DDRSKPAR CARD       *
      *    (DEFAULT 96, LOAN);                                        *
      *  - CONTRACT PGB + LOAN NUMBER, COUNTERPARTY PG + CUSTOMER     *
      *    NUMBER OF THE LOAN, SO NEITHER CAN MEET A CODE OF ANOTHER  *
      *    ORIGINATING SYSTEM IN THE CONSOLIDATION;                   *
      *  - FORMAL AMOUNT = LOANM_MAX_AMT, THE AMOUNT GRANTED;         *
      *  - DEBT BALANCE = OUTSTANDING OF THE LATEST LOANRPHST         *
      *    POSITION (THE LOAN CEILING WHEN NO REPAYMENT EXISTS YET)   *
      *    PLUS THE INTEREST ACCRUED ON LOANACRH SINCE THAT           *
      *    POSITION, WHICH ALSO GOES IN THE INTEREST AMOUNT.          *
      * THE FEED OPENS WITH THE 'HDR' CONTROL RECORD (FEED ID AND     *
      * PRECEDENCE FROM THE CARD, DEFAULT PGBLOANS AND 10) AND CLOSES *
      * WITH THE 'TRL' RECORD CARRYING THE RECORD COUNT AND THE TOTAL *
      * FORMAL AMOUNT, SO RV3C0050 BALANCES IT LIKE ANY OTHER FEED.   *
      * THE CO-BORROWERS OF LOANCUST ARE CONNECTED TO THE PRIMARY     *
      * BORROWER ON THE A78 COUNTERPARTY -> GROUP MAPPING OF NPDATT   *
      * (THROUGH NPW01P) READ BY THE CONCENTRATION REPORT RV3C0500:   *
      * THE CO-BORROWER JOINS THE GROUP OF THE PRIMARY, OR THE        *
      * PRIMARY ITSELF WHEN IT HAS NO GROUP YET. A CO-BORROWER        *
      * ALREADY MAPPED TO ANOTHER GROUP IS LEFT AS IT IS AND LISTED   *
      * FOR RISK MANAGEMENT.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RSKPAR ASSIGN TO DDRSKPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RSKPAR-FS.

           SELECT RSKFED  ASSIGN TO DDRSKFED
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RSKFED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RSKPAR.
       01 RSKPAR-RECORD.
           02  PAR-FEED-ID                PIC X(08).
           02  PAR-PRECEDENCE             PIC X(02).
           02  PAR-DFLT-PROD              PIC X(02).
      *        CATEGORY -> PRODUCT CODE PAIRS, UNUSED PAIRS BLANK
           02  PAR-MAP-ELE OCCURS 15.
               03  PAR-MAP-CAT            PIC X(02).
               03  PAR-MAP-PROD           PIC X(02).
           02  FILLER                     PIC X(08).

      * SAME CONTROL RECORDS RV3C0050 VALIDATES ON EVERY FEED
       FD RSKFED.
       01 RSKFED-RECORD                   PIC X(750).
       01 RSKFED-HEADER.
           02  FED-HDR-TAG                PIC X(03).
           02  FED-HDR-FEED-ID            PIC X(08).
           02  FED-HDR-CREAT-DATE         PIC 9(08).
           02  FED-HDR-PRECEDENCE         PIC 9(02).
           02  FILLER                     PIC X(729).
       01 RSKFED-TRAILER.
           02  FED-TRL-TAG                PIC X(03).
           02  FED-TRL-FEED-ID            PIC X(08).
           02  FED-TRL-REC-COUNT          PIC 9(09).
           02  FED-TRL-AMT-TOTAL          PIC 9(15)V99.
           02  FILLER                     PIC X(713).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LRPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCUST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANACRH
           END-EXEC.

           EXEC SQL
               DECLARE CUR-OPENLOAN CURSOR FOR
               SELECT LOANM_CAT, LOANM_NO, LOANM_CUST_NO,
                      LOANM_MAX_AMT
               FROM LOANMSTR
               WHERE LOANM_ST = 'O'
               ORDER BY LOANM_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-COBOR CURSOR FOR
               SELECT PLOANCST_CUST_NO
               FROM LOANCUST
               WHERE PLOANCST_NO   = :LLOANM-NO
                 AND PLOANCST_ROLE = 'C'
               ORDER BY PLOANCST_CUST_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-RSKPAR-FS          PIC XX.
          05 WS-RSKFED-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOANMSTR-FLAG              PIC X(01).
             88  END-OF-LOANMSTR           VALUE '1'.
          05 WS-COBOR-FLAG                 PIC X(01).
             88  END-OF-COBOR              VALUE '1'.
          05 WS-RPMT-FLAG                  PIC X(01).
             88  NO-RPMT-FOUND             VALUE 'N'.
          05 WS-SQLERR-FLAG                PIC X(01).
             88  SQL-ERROR-SEEN            VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LOANS-EXTRACTED            PIC 9(07) VALUE ZERO.
          05 WS-LOANS-NO-HISTORY           PIC 9(07) VALUE ZERO.
          05 WS-LOANS-DFLT-PROD            PIC 9(07) VALUE ZERO.
          05 WS-COBOR-READ                 PIC 9(07) VALUE ZERO.
          05 WS-COBOR-MAPPED               PIC 9(07) VALUE ZERO.
          05 WS-COBOR-ALREADY              PIC 9(07) VALUE ZERO.
          05 WS-COBOR-CONFLICT             PIC 9(07) VALUE ZERO.
          05 WS-COBOR-ERRORS               PIC 9(07) VALUE ZERO.

      *    FEED IDENTITY AND CATEGORY MAPPING IN FORCE
       01 WS-FEED-ID                       PIC X(08) VALUE 'PGBLOANS'.
       01 WS-PRECEDENCE                    PIC 9(02) VALUE 10.
       01 WS-DFLT-PROD                     PIC X(02) VALUE '96'.
       01 WS-MAP-IX                        PIC S9(03) COMP-3.

       01 WS-RUN-DATE                      PIC 9(08).

      *    CONTRACT AND COUNTERPARTY CODES OF THE LOAN SUBSYSTEM
       01 WS-CONTR.
          05  FILLER                 PIC X(03)       VALUE 'PGB'.
          05  WS-CONTR-LOAN          PIC 9(09).
       01 WS-CPTY.
          05  FILLER                 PIC X(02)       VALUE 'PG'.
          05  WS-CPTY-CUST           PIC 9(09).
       01 WS-PRIM-CPTY                     PIC X(11).

      *    GROUP OF THE PRIMARY BORROWER, RESOLVED AT THE FIRST
      *    CO-BORROWER OF THE LOAN (SPACES = NOT RESOLVED YET)
       01 WS-PRIM-GROUP                    PIC X(11).
       01 WS-PRIM-DESCR                    PIC X(40).

       01 WS-RPMT-DATE                     PIC X(10).
       01 WS-OUTSTANDING                   PIC S9(10)V99 COMP-3.
       01 WS-ACCR-TOTAL                    PIC S9(11)V99 COMP-3.

       01 WS-FED-COUNT                     PIC 9(09)     VALUE ZERO.
       01 WS-FED-AMOUNT                    PIC S9(15)V99 COMP-3
                                                         VALUE ZERO.
       01 WS-TOT-DEBTBAL                   PIC S9(15)V99 COMP-3
                                                         VALUE ZERO.
       01 WS-TOT-ACCRUED                   PIC S9(15)V99 COMP-3
                                                         VALUE ZERO.
       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

           COPY RVFC007.
           COPY NPA78TC.
           COPY NPW01RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NPW01P CALL (LAYOUT OF WRK-1150 IN THE
      *    NP WORKING AREA)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-OPEN-CURSOR-PARA
               THRU A2000-EXIT

            PERFORM A2100-FETCH-LOAN-PARA
               THRU A2100-EXIT
            PERFORM A2200-EXTRACT-LOAN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-LOANMSTR

            EXEC SQL
                CLOSE CUR-OPENLOAN
            END-EXEC

            PERFORM A4000-CLOSE-FEED-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            MOVE SPACES                 TO RSKPAR-RECORD
            OPEN INPUT RSKPAR
            READ RSKPAR
            END-READ

            IF WS-RSKPAR-FS = '00'
               IF PAR-FEED-ID NOT = SPACES
                  MOVE PAR-FEED-ID      TO WS-FEED-ID
               END-IF
               IF PAR-PRECEDENCE NUMERIC
                  MOVE PAR-PRECEDENCE   TO WS-PRECEDENCE
               END-IF
               IF PAR-DFLT-PROD NOT = SPACES
                  MOVE PAR-DFLT-PROD    TO WS-DFLT-PROD
               END-IF
            END-IF

            CLOSE RSKPAR

            OPEN OUTPUT RSKFED
            IF WS-RSKFED-FS NOT = '00'
               DISPLAY 'PGBRSKEX OPEN DDRSKFED FILE STATUS -',
                  WS-RSKFED-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            MOVE SPACES                 TO RSKFED-HEADER
            MOVE 'HDR'                  TO FED-HDR-TAG
            MOVE WS-FEED-ID             TO FED-HDR-FEED-ID
            MOVE WS-RUN-DATE            TO FED-HDR-CREAT-DATE
            MOVE WS-PRECEDENCE          TO FED-HDR-PRECEDENCE
            WRITE RSKFED-HEADER.
       A1000-EXIT.
             EXIT.
       A2000-OPEN-CURSOR-PARA.
            EXEC SQL
                OPEN CUR-OPENLOAN
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN OTHER
                 DISPLAY 'PGBRSKEX OPEN CUR-OPENLOAN SQLCODE -',SQLCODE
                 SET SQL-ERROR-SEEN TO TRUE
                 SET END-OF-LOANMSTR TO TRUE
            END-EVALUATE.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-OPENLOAN
                INTO :LLOANM-CAT, :LLOANM-NO, :LLOANM-CUST-NO,
                     :LLOANM-MAX-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-LOANMSTR TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBRSKEX FETCH CUR-OPENLOAN SQLCODE -',
                    SQLCODE
                 SET SQL-ERROR-SEEN TO TRUE
                 SET END-OF-LOANMSTR TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-EXTRACT-LOAN-PARA.
             PERFORM B1000-FIND-OUTSTANDING-PARA
                THRU B1000-EXIT
             PERFORM B2000-ACCRUED-PARA
                THRU B2000-EXIT

             MOVE SPACES                  TO RVFC007
             INITIALIZE RVFC007

             PERFORM B3000-PRODUCT-PARA
                THRU B3000-EXIT

             MOVE '0'                     TO F007-TYP-RISKST
             MOVE 'EUR'                   TO F007-COD-CURR
             MOVE LLOANM-NO               TO WS-CONTR-LOAN
             MOVE WS-CONTR                TO F007-COD-CONTR
             MOVE LLOANM-CUST-NO          TO WS-CPTY-CUST
             MOVE WS-CPTY                 TO F007-COD-CPTY
             MOVE LLOANM-MAX-AMT          TO F007-AMT-FML
             MOVE WS-ACCR-TOTAL           TO F007-AMT-ITR
             COMPUTE F007-DEBTBAL = WS-OUTSTANDING + WS-ACCR-TOTAL

             WRITE RSKFED-RECORD          FROM RVFC007
             ADD 1                        TO WS-LOANS-EXTRACTED
                                             WS-FED-COUNT
             ADD F007-AMT-FML             TO WS-FED-AMOUNT
             ADD F007-DEBTBAL             TO WS-TOT-DEBTBAL
             ADD WS-ACCR-TOTAL            TO WS-TOT-ACCRUED

             PERFORM C1000-CONNECT-COBOR-PARA
                THRU C1000-EXIT

             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-FIND-OUTSTANDING-PARA.
             MOVE LLOANM-MAX-AMT          TO WS-OUTSTANDING
             MOVE SPACES                  TO WS-RPMT-DATE
             SET NO-RPMT-FOUND            TO TRUE

             EXEC SQL
                 SELECT RLOANRPH_OS_AMT, RLOANRPH_DATE
                   INTO :WS-OUTSTANDING, :WS-RPMT-DATE
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO   = :LLOANM-NO
                    AND RLOANRPH_DATE =
                        (SELECT MAX(RLOANRPH_DATE)
                           FROM LOANRPHST
                          WHERE RLOANRPH_NO = :LLOANM-NO)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE 'Y'                TO WS-RPMT-FLAG
             WHEN SQLCODE = 100
                  ADD 1                   TO WS-LOANS-NO-HISTORY
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             WHEN OTHER
                  DISPLAY 'PGBRSKEX OUTSTANDING SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
                  SET SQL-ERROR-SEEN      TO TRUE
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B2000-ACCRUED-PARA.
      *      INTEREST ACCRUED AND NOT YET COLLECTED: THE LOANACRH
      *      POSTINGS AFTER THE LATEST REPAYMENT POSITION, EVERY
      *      POSTING WHEN THE LOAN HAS NO REPAYMENT YET
             MOVE ZERO                    TO WS-ACCR-TOTAL

             IF NO-RPMT-FOUND
                EXEC SQL
                    SELECT COALESCE(SUM(ALOANACR_AMT), 0)
                      INTO :WS-ACCR-TOTAL
                      FROM LOANACRH
                     WHERE ALOANACR_NO = :LLOANM-NO
                END-EXEC
             ELSE
                EXEC SQL
                    SELECT COALESCE(SUM(ALOANACR_AMT), 0)
                      INTO :WS-ACCR-TOTAL
                      FROM LOANACRH
                     WHERE ALOANACR_NO   = :LLOANM-NO
                       AND ALOANACR_DATE > :WS-RPMT-DATE
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBRSKEX ACCRUED SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                SET SQL-ERROR-SEEN        TO TRUE
                MOVE ZERO                 TO WS-ACCR-TOTAL
             END-IF.
       B2000-EXIT.
             EXIT.
       B3000-PRODUCT-PARA.
      *      PRODUCT CODE OF THE CATEGORY FROM THE CARD; A CATEGORY
      *      NOT ON THE CARD TAKES THE DEFAULT PRODUCT
             MOVE WS-DFLT-PROD            TO F007-COD-PROD
             ADD 1                        TO WS-LOANS-DFLT-PROD

             PERFORM B3100-MATCH-CATEGORY-PARA
                THRU B3100-EXIT
                VARYING WS-MAP-IX FROM 1 BY 1
                UNTIL WS-MAP-IX > 15.
       B3000-EXIT.
             EXIT.
       B3100-MATCH-CATEGORY-PARA.
             IF PAR-MAP-CAT (WS-MAP-IX) = LLOANM-CAT
             AND PAR-MAP-PROD (WS-MAP-IX) NOT = SPACES
                MOVE PAR-MAP-PROD (WS-MAP-IX)
                                          TO F007-COD-PROD
                SUBTRACT 1                FROM WS-LOANS-DFLT-PROD
                MOVE 15                   TO WS-MAP-IX
             END-IF.
       B3100-EXIT.
             EXIT.
       C1000-CONNECT-COBOR-PARA.
      *      EVERY CO-BORROWER OTHER THAN THE LOAN CUSTOMER ITSELF
      *      IS CONNECTED TO THE GROUP OF THE PRIMARY BORROWER
             MOVE WS-CPTY                 TO WS-PRIM-CPTY
             MOVE SPACES                  TO WS-PRIM-GROUP
             INITIALIZE WS-COBOR-FLAG

             EXEC SQL
                 OPEN CUR-COBOR
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBRSKEX OPEN CUR-COBOR SQLCODE -',SQLCODE
                SET SQL-ERROR-SEEN        TO TRUE
                SET END-OF-COBOR          TO TRUE
             END-IF

             PERFORM C1100-FETCH-COBOR-PARA
                THRU C1100-EXIT
                UNTIL END-OF-COBOR

             EXEC SQL
                 CLOSE CUR-COBOR
             END-EXEC.
       C1000-EXIT.
             EXIT.
       C1100-FETCH-COBOR-PARA.
             EXEC SQL
                 FETCH CUR-COBOR
                 INTO :PLOANCST-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF PLOANCST-CUST-NO NOT = LLOANM-CUST-NO
                     ADD 1               TO WS-COBOR-READ
                     PERFORM C2000-MAP-COBOR-PARA
                        THRU C2000-EXIT
                  END-IF
             WHEN SQLCODE = 100
                  SET END-OF-COBOR TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBRSKEX FETCH CUR-COBOR SQLCODE -',
                     SQLCODE
                  SET SQL-ERROR-SEEN TO TRUE
                  SET END-OF-COBOR TO TRUE
             END-EVALUATE.
       C1100-EXIT.
             EXIT.
       C2000-MAP-COBOR-PARA.
             IF WS-PRIM-GROUP = SPACES
                PERFORM C3000-PRIMARY-GROUP-PARA
                   THRU C3000-EXIT
                IF WS-PRIM-GROUP = SPACES
                   ADD 1                  TO WS-COBOR-ERRORS
                   GO TO C2000-EXIT
                END-IF
             END-IF

             MOVE PLOANCST-CUST-NO        TO WS-CPTY-CUST
             PERFORM X2000-READ-A78-PARA
                THRU X2000-EXIT

             EVALUATE TRUE
             WHEN W01-RCODE = SPACES
              AND A78-GRUPPO = WS-PRIM-GROUP
                  ADD 1                   TO WS-COBOR-ALREADY
             WHEN W01-RCODE = SPACES
                  ADD 1                   TO WS-COBOR-CONFLICT
                  DISPLAY 'PGBRSKEX LOAN ',LLOANM-NO,' CO-BORROWER ',
                     WS-CPTY,' ALREADY IN GROUP ',A78-GRUPPO,
                     ' - NOT MOVED TO ',WS-PRIM-GROUP
             WHEN W01-RCODE = 'GE'
                  MOVE WS-PRIM-GROUP      TO A78-GRUPPO
                  MOVE WS-PRIM-DESCR      TO A78-DESCR
                  PERFORM X3000-INSERT-A78-PARA
                     THRU X3000-EXIT
                  IF W01-RCODE = SPACES OR W01-RCODE = 'DP'
                     ADD 1                TO WS-COBOR-MAPPED
                  ELSE
                     ADD 1                TO WS-COBOR-ERRORS
                  END-IF
             WHEN OTHER
                  ADD 1                   TO WS-COBOR-ERRORS
             END-EVALUATE.
       C2000-EXIT.
             EXIT.
       C3000-PRIMARY-GROUP-PARA.
      *      THE GROUP OF THE PRIMARY BORROWER; WITHOUT ONE THE
      *      PRIMARY BECOMES THE HEAD OF ITS OWN GROUP, AS RV3C0500
      *      ALREADY TREATS AN UNMAPPED COUNTERPARTY
             MOVE WS-PRIM-CPTY            TO WS-CPTY
             PERFORM X2000-READ-A78-PARA
                THRU X2000-EXIT

             EVALUATE TRUE
             WHEN W01-RCODE = SPACES
                  MOVE A78-GRUPPO         TO WS-PRIM-GROUP
                  MOVE A78-DESCR          TO WS-PRIM-DESCR
             WHEN W01-RCODE = 'GE'
                  MOVE SPACES             TO WS-PRIM-DESCR
                  STRING 'LOAN BORROWERS OF CUSTOMER '
                                          DELIMITED BY SIZE
                         WS-CPTY-CUST     DELIMITED BY SIZE
                         INTO WS-PRIM-DESCR
                  MOVE WS-PRIM-CPTY       TO A78-GRUPPO
                  MOVE WS-PRIM-DESCR      TO A78-DESCR
                  PERFORM X3000-INSERT-A78-PARA
                     THRU X3000-EXIT
                  IF W01-RCODE = SPACES OR W01-RCODE = 'DP'
                     MOVE WS-PRIM-CPTY    TO WS-PRIM-GROUP
                  END-IF
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.
       C3000-EXIT.
             EXIT.
       X2000-READ-A78-PARA.
      *      A78 ROW OF WS-CPTY; THE ROW RETURNED MUST CARRY THE
      *      COUNTERPARTY ASKED FOR, NOT A 99999 FALLBACK
             MOVE SPACES                  TO NPW01RC
                                             NPG01RC
                                             NPA78TC
             MOVE 'A78'                   TO A78-CODIT
             MOVE WS-CPTY                 TO A78-CPTY
             MOVE NPA78TC                 TO W01-NPDATT
             MOVE 'RE'                    TO W01-FUNZI
             PERFORM X1000-CALL-NPW01-PARA
                THRU X1000-EXIT

             IF W01-RCODE = SPACES
                MOVE W01-NPDATT           TO NPA78TC
                IF A78-CPTY NOT = WS-CPTY
                   MOVE 'GE'              TO W01-RCODE
                END-IF
             END-IF

             IF W01-RCODE NOT = SPACES AND W01-RCODE NOT = 'GE'
                DISPLAY 'PGBRSKEX A78 READ RCODE ',W01-RCODE,
                   ' COUNTERPARTY ',WS-CPTY
                SET SQL-ERROR-SEEN        TO TRUE
             END-IF.
       X2000-EXIT.
             EXIT.
       X3000-INSERT-A78-PARA.
      *      NEW A78 ROW WS-CPTY -> A78-GRUPPO; A ROW INSERTED IN THE
      *      MEANTIME ('DP') IS TAKEN AS ALREADY THERE
             MOVE 'A78'                   TO A78-CODIT
             MOVE WS-CPTY                 TO A78-CPTY
             MOVE SPACES                  TO NPW01RC
                                             NPG01RC
             MOVE 'PGBRSKEX'              TO G01-PGMNM
             MOVE NPA78TC                 TO W01-NPDATT
             MOVE 'IS'                    TO W01-FUNZI
             PERFORM X1000-CALL-NPW01-PARA
                THRU X1000-EXIT

             IF W01-RCODE NOT = SPACES AND W01-RCODE NOT = 'DP'
                DISPLAY 'PGBRSKEX A78 INSERT RCODE ',W01-RCODE,
                   ' COUNTERPARTY ',WS-CPTY,' GROUP ',A78-GRUPPO
                SET SQL-ERROR-SEEN        TO TRUE
             END-IF.
       X3000-EXIT.
             EXIT.
       X1000-CALL-NPW01-PARA.
             MOVE 'NPW01P'                TO WS-ROUT-MODULE
             MOVE NPW01RC                 TO WS-ROUT-NP0500
             MOVE NPG01RC                 TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500          TO NPW01RC
             MOVE WS-ROUT-NPG01           TO NPG01RC.
       X1000-EXIT.
             EXIT.
       A4000-CLOSE-FEED-PARA.
            MOVE SPACES                 TO RSKFED-TRAILER
            MOVE 'TRL'                  TO FED-TRL-TAG
            MOVE WS-FEED-ID             TO FED-TRL-FEED-ID
            MOVE WS-FED-COUNT           TO FED-TRL-REC-COUNT
            MOVE WS-FED-AMOUNT          TO FED-TRL-AMT-TOTAL
            WRITE RSKFED-TRAILER

            CLOSE RSKFED

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBRSKEX - LOAN PORTFOLIO RISKS FEED ',
               WS-FEED-ID,' PRECEDENCE ',WS-PRECEDENCE
            DISPLAY 'OPEN LOANS EXTRACTED .........: ',
               WS-LOANS-EXTRACTED
            DISPLAY 'LOANS WITHOUT REPAYMENT HIST .: ',
               WS-LOANS-NO-HISTORY
            DISPLAY 'LOANS ON THE DEFAULT PRODUCT .: ',
               WS-LOANS-DFLT-PROD
            MOVE WS-FED-AMOUNT          TO WS-ED-AMT
            DISPLAY 'TOTAL GRANTED (TRAILER) ......: ',WS-ED-AMT
            MOVE WS-TOT-DEBTBAL         TO WS-ED-AMT
            DISPLAY 'TOTAL DEBT BALANCE ...........: ',WS-ED-AMT
            MOVE WS-TOT-ACCRUED         TO WS-ED-AMT
            DISPLAY 'OF WHICH ACCRUED INTEREST ....: ',WS-ED-AMT
            DISPLAY 'CO-BORROWERS READ ............: ',
               WS-COBOR-READ
            DISPLAY 'CO-BORROWERS CONNECTED .......: ',
               WS-COBOR-MAPPED
            DISPLAY 'CO-BORROWERS ALREADY IN GROUP : ',
               WS-COBOR-ALREADY
            DISPLAY 'CO-BORROWERS IN ANOTHER GROUP : ',
               WS-COBOR-CONFLICT
            DISPLAY 'CO-BORROWERS NOT CONNECTED ...: ',
               WS-COBOR-ERRORS

            IF SQL-ERROR-SEEN
               DISPLAY 'PGBRSKEX *** DATABASE ERRORS DURING THE '
                       'EXTRACT - CHECK THE FEED BEFORE RV3C0050 ***'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-COBOR-CONFLICT > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF
            DISPLAY '-------------------------------------------'.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBRSKEX.
