       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBRTSHK.
      ******************************************************************
      * INTEREST-RATE SHOCK SIMULATION OVER THE VARIABLE-RATE BOOK.   *
      * FOR EVERY OPEN LOAN ENROLLED IN LOANVRAT THE INSTALLMENT IS   *
      * RECOMPUTED ON THE CURRENT OUTSTANDING (LOANRPHST) OVER THE    *
      * INSTALLMENTS STILL TO FALL DUE (LOANSCHD), UNDER THE PLAN     *
      * CONDITIONS OF THE LOAN (LOANPLAN, AS PGBLNRPR), FIRST AT THE  *
      * CURRENT LOANM_ROI AND THEN AT EACH SHOCK OF THE DDSHKPAR CARD *
      * (UP TO THREE, IN SIGNED BASIS POINTS; +100/+200/+300 WHEN THE *
      * CARD GIVES NONE). NOTHING IS UPDATED.                         *
      * THE DDSHKRPT REPORT LISTS THE LOANS OF EACH BORROWER WITH THE *
      * INSTALLMENT PER SCENARIO AND THE BORROWER'S TOTAL INCREASE,   *
      * FLAGGING:                                                     *
      *  - AFFORD  THE INCREASE UNDER A SCENARIO REACHES THE          *
      *            PERCENTAGE OF THE CARD, OR THE NEW TOTAL           *
      *            INSTALLMENT REACHES ITS CEILING;                   *
      *  - SCORE   THE LATEST PGBCSCOR PUNCTUALITY SCORE IS BELOW THE *
      *            WEAK-SCORE LEVEL OF THE CARD.                      *
      * THE RISK COMMITTEE TOTALS FOLLOW BY CATEGORY AND BRANCH.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHKPAR  ASSIGN TO DDSHKPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SHKPAR-FS.

           SELECT SHKRPT  ASSIGN TO DDSHKRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SHKRPT-FS.

       DATA DIVISION.
       FILE SECTION.
      * PAR-MAX-INST ZERO: NO CEILING; PAR-MAX-INCR-PCT AND
      * PAR-WEAK-SCORE ZERO: 20 AND 60
       FD SHKPAR.
       01 SHKPAR-RECORD.
           02  PAR-SHOCK-X OCCURS 3.
               03  PAR-SHOCK              PIC S9(03)
                                          SIGN IS LEADING SEPARATE.
           02  PAR-MAX-INCR-PCT           PIC 9(03).
           02  PAR-MAX-INST               PIC 9(07)V99.
           02  PAR-WEAK-SCORE             PIC 9(03).
           02  FILLER                     PIC X(53).

       FD SHKRPT.
       01 SHKRPT-RECORD                   PIC X(132).

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
               INCLUDE LOANSCHD
           END-EXEC.

           EXEC SQL
               INCLUDE LOANVRAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTSCOR
           END-EXEC.

           EXEC SQL
               DECLARE CUR-SHKLOAN CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_CAT, L.LOANM_BRANCH,
                      L.LOANM_CUST_NO, L.LOANM_ROI, L.LOANM_MAX_AMT
               FROM LOANMSTR L, LOANVRAT V
               WHERE V.VLOANVR_NO = L.LOANM_NO
                 AND L.LOANM_ST   = 'O'
               ORDER BY L.LOANM_CUST_NO, L.LOANM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SHKPAR-FS          PIC XX.
          05 WS-SHKRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-LOANS              VALUE '1'.
          05 WS-AFFORD-FLAG                PIC X(01).
             88  CUST-NOT-AFFORDABLE       VALUE '1'.
          05 WS-SCORE-FLAG                 PIC X(01).
             88  CUST-SCORE-WEAK           VALUE '1'.
             88  CUST-SCORE-NONE           VALUE '2'.
          05 WS-KEY-FLAG                   PIC X(01).
             88  KEY-FOUND                 VALUE '1'.

       01 WS-COUNTERS.
          05 WS-LOANS-READ                 PIC 9(07) VALUE ZERO.
          05 WS-LOANS-SIMULATED            PIC 9(07) VALUE ZERO.
          05 WS-NO-SCHEDULE                PIC 9(07) VALUE ZERO.
          05 WS-CUSTS-SIMULATED            PIC 9(07) VALUE ZERO.
          05 WS-CUSTS-AFFORD               PIC 9(07) VALUE ZERO.
          05 WS-CUSTS-WEAK                 PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-DD     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-CCYY   PIC 9(04)       VALUE ZERO.

       01 WS-TEMP-DATE.
           10  WS-TEMP-DATE-YY     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-MM     PIC X(02)       VALUE SPACES.
           10  WS-TEMP-DATE-DD     PIC X(02)       VALUE SPACES.

       01 WS-TODAY-YMD                     PIC X(08).
       01 WS-TODAY-NUM                     PIC 9(08).

      *    SCENARIOS: THE SHOCK IN BASIS POINTS AND ITS HEADING
       01 WS-SCENARIOS.
          05  WS-SHK-NR              PIC S9(04)      COMP.
          05  WS-SHK-ELE OCCURS 3.
              10  WS-SHK-BPS         PIC S9(03).
              10  WS-SHK-HEAD        PIC X(13).

       01 WS-INDEXES.
          05  WS-SX                  PIC S9(04)      COMP.
          05  WS-LX                  PIC S9(04)      COMP.
          05  WS-KX                  PIC S9(04)      COMP.
          05  WS-MX                  PIC S9(04)      COMP.

       01 WS-THRESHOLDS.
          05  WS-MAX-INCR-PCT        PIC S9(03)      COMP-3.
          05  WS-MAX-INST            PIC S9(07)V99   COMP-3.
          05  WS-WEAK-SCORE          PIC S9(03)V99   COMP-3.

      *    PLAN OF THE LOAN IN HAND
       01 WS-PLAN-WORK.
          05  WS-PLN-AMORT           PIC X(01).
             88  PLAN-CONSTANT-INST  VALUE 'F'.
          05  WS-PLN-FREQ            PIC X(01).
          05  WS-PLN-MONTHS          PIC 9(02).

       01 WS-CALC-WORK.
          05  WS-OUTSTANDING         PIC S9(10)V99   COMP-3.
          05  WS-REMAIN-INST         PIC S9(05)      COMP-3.
          05  WS-CALC-ROI            PIC S9(03)V99   COMP-3.
          05  WS-CALC-RATE           PIC S9(01)V9(12) COMP-3.
          05  WS-CALC-FACT           PIC S9(06)V9(12) COMP-3.
          05  WS-CALC-INST           PIC S9(10)V99   COMP-3.
          05  WS-BASE-INST           PIC S9(10)V99   COMP-3.
          05  WS-INCR-PCT            PIC S9(05)V99   COMP-3.

      *    LOANS OF THE BORROWER IN HAND, KEPT UNTIL THE BORROWER IS
      *    COMPLETE AND ITS FLAGS ARE KNOWN
       01 WS-CUST-WORK.
          05  WS-CST-NO              PIC S9(09)      COMP-3.
          05  WS-CST-NR              PIC S9(04)      COMP.
          05  WS-CST-BASE            PIC S9(11)V99   COMP-3.
          05  WS-CST-SHK             PIC S9(11)V99   COMP-3
                                     OCCURS 3.
          05  WS-CST-LOAN OCCURS 30.
              10  WS-CL-CAT          PIC X(02).
              10  WS-CL-BRANCH       PIC X(05).
              10  WS-CL-OUTST        PIC S9(10)V99   COMP-3.
              10  WS-CL-BASE         PIC S9(10)V99   COMP-3.
              10  WS-CL-SHK          PIC S9(10)V99   COMP-3
                                     OCCURS 3.

      *    COMMITTEE TOTALS, KEPT IN CATEGORY AND BRANCH ORDER
       01 WS-KEY-TABLE.
          05  WS-KEY-NR              PIC S9(04)      COMP.
          05  WS-KEY-ELE OCCURS 500.
              10  WS-KEY-CODE.
                  15  WS-KEY-CAT     PIC X(02).
                  15  WS-KEY-BRANCH  PIC X(05).
              10  WS-KEY-LOANS       PIC S9(07)      COMP-3.
              10  WS-KEY-FLAGGED     PIC S9(07)      COMP-3.
              10  WS-KEY-OUTST       PIC S9(13)V99   COMP-3.
              10  WS-KEY-BASE        PIC S9(11)V99   COMP-3.
              10  WS-KEY-SHK         PIC S9(11)V99   COMP-3
                                     OCCURS 3.

       01 WS-NEW-KEY.
          05  WS-NEW-CAT             PIC X(02).
          05  WS-NEW-BRANCH          PIC X(05).

      *    TOTAL LINE UNDER CONSTRUCTION (CATEGORY OR BOOK)
       01 WS-SUM-WORK.
          05  WS-SUM-CAT             PIC X(02).
          05  WS-SUM-LOANS           PIC S9(07)      COMP-3.
          05  WS-SUM-FLAGGED         PIC S9(07)      COMP-3.
          05  WS-SUM-OUTST           PIC S9(13)V99   COMP-3.
          05  WS-SUM-BASE            PIC S9(11)V99   COMP-3.
          05  WS-SUM-SHK             PIC S9(11)V99   COMP-3
                                     OCCURS 3.
       01 WS-BOOK-WORK.
          05  WS-BOOK-LOANS          PIC S9(07)      COMP-3.
          05  WS-BOOK-FLAGGED        PIC S9(07)      COMP-3.
          05  WS-BOOK-OUTST          PIC S9(13)V99   COMP-3.
          05  WS-BOOK-BASE           PIC S9(11)V99   COMP-3.
          05  WS-BOOK-SHK            PIC S9(11)V99   COMP-3
                                     OCCURS 3.

       01 WS-PRT-LINE                      PIC X(132).

       01 WS-HEAD-LINE.
          05  FILLER                 PIC X(45)  VALUE
              '  CUSTOMER      LOAN CA BRNCH    ROI  INST   '.
          05  FILLER                 PIC X(15)  VALUE
              '    OUTSTANDING'.
          05  FILLER                 PIC X(13)  VALUE
              '      CURRENT'.
          05  WS-HL-SHK              PIC X(13)  OCCURS 3.

       01 WS-LOAN-LINE.
          05  FILLER                 PIC X(01).
          05  WS-LL-CUST             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-LL-LOAN             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-LL-CAT              PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-LL-BRANCH           PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-LL-ROI              PIC ZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-LL-INST             PIC ZZZ9.
          05  FILLER                 PIC X(04).
          05  WS-LL-OUTST            PIC ZZZ,ZZZ,ZZ9.99.
          05  WS-LL-AMT              PIC ZZ,ZZZ,ZZ9.99
                                     OCCURS 4.

       01 WS-CUST-LINE.
          05  FILLER                 PIC X(11)  VALUE ' BORROWER  '.
          05  WS-CS-CUST             PIC Z(8)9.
          05  FILLER                 PIC X(06)  VALUE ' INCR '.
          05  WS-CS-PCT              PIC ZZZ9.99-.
          05  FILLER                 PIC X(08)  VALUE '% SCORE '.
          05  WS-CS-SCORE            PIC ZZ9.
          05  WS-CS-SCORE-X REDEFINES WS-CS-SCORE
                                     PIC X(03).
          05  FILLER                 PIC X(01)  VALUE SPACES.
          05  WS-CS-FLAG1            PIC X(06).
          05  FILLER                 PIC X(01)  VALUE SPACES.
          05  WS-CS-FLAG2            PIC X(05).
          05  FILLER                 PIC X(02)  VALUE SPACES.
          05  WS-CS-AMTS.
              10  WS-CS-AMT          PIC ZZ,ZZZ,ZZ9.99
                                     OCCURS 4.

       01 WS-TOT-HEAD.
          05  FILLER                 PIC X(45)  VALUE
              'CA BRNCH   LOANS FLAGGED                     '.
          05  FILLER                 PIC X(15)  VALUE
              '    OUTSTANDING'.
          05  FILLER                 PIC X(13)  VALUE
              '      CURRENT'.
          05  WS-TH-SHK              PIC X(13)  OCCURS 3.

       01 WS-TOT-LINE.
          05  WS-TL-CAT              PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-TL-BRANCH           PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-TL-LOANS            PIC ZZZZZZ9.
          05  FILLER                 PIC X(01).
          05  WS-TL-FLAGGED          PIC ZZZZZZ9.
          05  FILLER                 PIC X(21).
          05  WS-TL-OUTST            PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05  WS-TL-AMT              PIC ZZ,ZZZ,ZZ9.99
                                     OCCURS 4.

       01 WS-ED-BPS                        PIC +ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            EXEC SQL
                OPEN CUR-SHKLOAN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBRTSHK OPEN CUR-SHKLOAN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               SET END-OF-LOANS TO TRUE
            END-IF

            PERFORM A2100-FETCH-LOAN-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-LOAN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-LOANS

            EXEC SQL
                CLOSE CUR-SHKLOAN
            END-EXEC

            IF WS-CST-NR > ZERO
               PERFORM C1000-CLOSE-BORROWER-PARA
                  THRU C1000-EXIT
            END-IF

            PERFORM D1000-PRINT-TOTALS-PARA
               THRU D1000-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-SCENARIOS
                       WS-CUST-WORK
                       WS-KEY-TABLE
                       WS-BOOK-WORK

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            COMPUTE WS-TODAY-NUM =
               (WS-CURT-DATE-CCYY * 10000) +
               (WS-CURT-DATE-MM   *   100) +
                WS-CURT-DATE-DD
            MOVE WS-TODAY-NUM           TO WS-TODAY-YMD

            OPEN INPUT SHKPAR
            READ SHKPAR
            END-READ
            IF WS-SHKPAR-FS NOT = '00'
               DISPLAY 'PGBRTSHK SCENARIO CARD MISSING'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE SHKPAR

            PERFORM A1100-LOAD-SHOCK-PARA
               THRU A1100-EXIT
               VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > 3
            IF RETURN-CODE = 16
               GOBACK
            END-IF

            IF WS-SHK-NR = ZERO
               MOVE 3                   TO WS-SHK-NR
               MOVE +100                TO WS-SHK-BPS (1)
               MOVE +200                TO WS-SHK-BPS (2)
               MOVE +300                TO WS-SHK-BPS (3)
            END-IF

            IF PAR-MAX-INCR-PCT NUMERIC
            AND PAR-MAX-INCR-PCT > ZERO
               MOVE PAR-MAX-INCR-PCT    TO WS-MAX-INCR-PCT
            ELSE
               MOVE 20                  TO WS-MAX-INCR-PCT
            END-IF
            IF PAR-MAX-INST NUMERIC
               MOVE PAR-MAX-INST        TO WS-MAX-INST
            ELSE
               MOVE ZERO                TO WS-MAX-INST
            END-IF
            IF PAR-WEAK-SCORE NUMERIC
            AND PAR-WEAK-SCORE > ZERO
               MOVE PAR-WEAK-SCORE      TO WS-WEAK-SCORE
            ELSE
               MOVE 60                  TO WS-WEAK-SCORE
            END-IF

            OPEN OUTPUT SHKRPT
            DISPLAY 'SHKRPT FILE STATUS -',WS-SHKRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBRTSHK - RATE SHOCK SIMULATION, VARIABLE-RATE '
                                        DELIMITED BY SIZE
                   'LOANS - RUN '       DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE SHKRPT-RECORD FROM WS-PRT-LINE

            PERFORM A1200-SET-HEADING-PARA
               THRU A1200-EXIT
               VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > 3
            WRITE SHKRPT-RECORD FROM WS-HEAD-LINE.
       A1000-EXIT.
             EXIT.
       A1100-LOAD-SHOCK-PARA.
      *      A BLANK SLOT IS NO SCENARIO
             IF PAR-SHOCK-X (WS-SX) = SPACES
                GO TO A1100-EXIT
             END-IF

             IF PAR-SHOCK (WS-SX) NOT NUMERIC
                DISPLAY 'PGBRTSHK INVALID SHOCK ON CARD - ',
                   PAR-SHOCK-X (WS-SX)
                MOVE 16 TO RETURN-CODE
                GO TO A1100-EXIT
             END-IF

             ADD 1                        TO WS-SHK-NR
             MOVE PAR-SHOCK (WS-SX)       TO WS-SHK-BPS (WS-SHK-NR).
       A1100-EXIT.
             EXIT.
       A1200-SET-HEADING-PARA.
             MOVE SPACES                  TO WS-SHK-HEAD (WS-SX)
             IF WS-SX NOT > WS-SHK-NR
                MOVE WS-SHK-BPS (WS-SX)   TO WS-ED-BPS
                STRING '     '            DELIMITED BY SIZE
                       WS-ED-BPS          DELIMITED BY SIZE
                       ' BPS'             DELIMITED BY SIZE
                       INTO WS-SHK-HEAD (WS-SX)
             END-IF
             MOVE WS-SHK-HEAD (WS-SX)     TO WS-HL-SHK (WS-SX)
                                             WS-TH-SHK (WS-SX).
       A1200-EXIT.
             EXIT.
       A2100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-SHKLOAN
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-BRANCH,
                     :LLOANM-CUST-NO, :LLOANM-ROI, :LLOANM-MAX-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-LOANS-READ
            WHEN SQLCODE = 100
                 SET END-OF-LOANS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBRTSHK FETCH CUR-SHKLOAN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-LOAN-PARA.
             IF WS-CST-NR > ZERO
             AND LLOANM-CUST-NO NOT = WS-CST-NO
                PERFORM C1000-CLOSE-BORROWER-PARA
                   THRU C1000-EXIT
             END-IF

             PERFORM B1000-LOAN-BASIS-PARA
                THRU B1000-EXIT
             IF WS-REMAIN-INST = ZERO
                ADD 1                     TO WS-NO-SCHEDULE
                DISPLAY 'PGBRTSHK LOAN ',LLOANM-NO,
                   ' NO INSTALLMENT LEFT - NOT SIMULATED'
                GO TO A2290-NEXT
             END-IF

             IF WS-CST-NR NOT < 30
                DISPLAY 'PGBRTSHK BORROWER ',LLOANM-CUST-NO,
                   ' OVER 30 VARIABLE LOANS - LOAN ',LLOANM-NO,
                   ' NOT SIMULATED'
                GO TO A2290-NEXT
             END-IF

             MOVE LLOANM-CUST-NO          TO WS-CST-NO
             ADD 1                        TO WS-CST-NR
             MOVE WS-CST-NR               TO WS-LX
             MOVE LLOANM-CAT              TO WS-CL-CAT (WS-LX)
             MOVE LLOANM-BRANCH           TO WS-CL-BRANCH (WS-LX)
             IF WS-CL-BRANCH (WS-LX) = SPACES
                MOVE '-----'              TO WS-CL-BRANCH (WS-LX)
             END-IF
             MOVE WS-OUTSTANDING          TO WS-CL-OUTST (WS-LX)

      *      THE CURRENT RATE FIRST, THEN EVERY SCENARIO
             MOVE LLOANM-ROI              TO WS-CALC-ROI
             PERFORM B2000-INSTALLMENT-PARA
                THRU B2000-EXIT
             MOVE WS-CALC-INST            TO WS-BASE-INST
                                             WS-CL-BASE (WS-LX)
             ADD WS-CALC-INST             TO WS-CST-BASE

             PERFORM B3000-ONE-SCENARIO-PARA
                THRU B3000-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR

             MOVE SPACES                  TO WS-LOAN-LINE
             MOVE LLOANM-CUST-NO          TO WS-LL-CUST
             MOVE LLOANM-NO               TO WS-LL-LOAN
             MOVE LLOANM-CAT              TO WS-LL-CAT
             MOVE WS-CL-BRANCH (WS-LX)    TO WS-LL-BRANCH
             MOVE LLOANM-ROI              TO WS-LL-ROI
             MOVE WS-REMAIN-INST          TO WS-LL-INST
             MOVE WS-OUTSTANDING          TO WS-LL-OUTST
             MOVE WS-BASE-INST            TO WS-LL-AMT (1)
             PERFORM B3100-LINE-SCENARIO-PARA
                THRU B3100-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR
             WRITE SHKRPT-RECORD FROM WS-LOAN-LINE

             ADD 1                        TO WS-LOANS-SIMULATED.

       A2290-NEXT.
             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-LOAN-BASIS-PARA.
      *      OUTSTANDING, INSTALLMENTS STILL TO FALL DUE AND PLAN
      *      CONDITIONS OF THE LOAN
             MOVE LLOANM-MAX-AMT          TO WS-OUTSTANDING

             EXEC SQL
                 SELECT RLOANRPH_OS_AMT
                   INTO :WS-OUTSTANDING
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO   = :LLOANM-NO
                    AND RLOANRPH_DATE =
                        (SELECT MAX(RLOANRPH_DATE)
                           FROM LOANRPHST
                          WHERE RLOANRPH_NO = :LLOANM-NO)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             WHEN OTHER
                  DISPLAY 'PGBRTSHK OUTSTANDING SQLCODE -',SQLCODE
                  ADD 1                   TO WS-DB-ERRORS
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             END-EVALUATE

             MOVE ZERO                    TO WS-REMAIN-INST

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-REMAIN-INST
                   FROM LOANSCHD
                  WHERE SLOANSCH_NO = :LLOANM-NO
                    AND SUBSTR(SLOANSCH_DUE_DATE,7,4) CONCAT
                        SUBSTR(SLOANSCH_DUE_DATE,1,2) CONCAT
                        SUBSTR(SLOANSCH_DUE_DATE,4,2) >= :WS-TODAY-YMD
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBRTSHK PLAN READ SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
                MOVE ZERO                 TO WS-REMAIN-INST
             END-IF

      *      WITHOUT A LOANPLAN ROW THE LOAN AMORTIZES LEVEL
      *      PRINCIPAL, MONTHLY
             INITIALIZE WS-PLAN-WORK
             MOVE LLOANM-NO               TO FLOANPL-NO

             EXEC SQL
                 SELECT FLOANPL_AMORT, FLOANPL_FREQ
                   INTO :FLOANPL-AMORT, :FLOANPL-FREQ
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE FLOANPL-AMORT      TO WS-PLN-AMORT
                  MOVE FLOANPL-FREQ       TO WS-PLN-FREQ
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBRTSHK PLAN SELECT SQLCODE -',SQLCODE
                  ADD 1                   TO WS-DB-ERRORS
             END-EVALUATE

             EVALUATE WS-PLN-FREQ
             WHEN 'Q'
                  MOVE 3                  TO WS-PLN-MONTHS
             WHEN 'S'
                  MOVE 6                  TO WS-PLN-MONTHS
             WHEN 'A'
                  MOVE 12                 TO WS-PLN-MONTHS
             WHEN OTHER
                  MOVE 1                  TO WS-PLN-MONTHS
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B2000-INSTALLMENT-PARA.
      *      FIRST INSTALLMENT AT WS-CALC-ROI ON THE OUTSTANDING OVER
      *      THE REMAINING INSTALLMENTS, AT THE NOMINAL RATE OF ONE
      *      PERIOD: CONSTANT INSTALLMENT R = P * I * F / (F - 1),
      *      F = (1 + I) ** N, OTHERWISE LEVEL PRINCIPAL PLUS THE
      *      INTEREST OF THE PERIOD
             IF WS-CALC-ROI < ZERO
                MOVE ZERO                 TO WS-CALC-ROI
             END-IF
             IF WS-CALC-ROI > 99.99
                MOVE 99.99                TO WS-CALC-ROI
             END-IF

             COMPUTE WS-CALC-RATE ROUNDED =
                WS-CALC-ROI * WS-PLN-MONTHS / 1200

             IF PLAN-CONSTANT-INST
             AND WS-CALC-RATE > ZERO
                COMPUTE WS-CALC-FACT ROUNDED =
                   (1 + WS-CALC-RATE) ** WS-REMAIN-INST
                   ON SIZE ERROR
                      MOVE ZERO           TO WS-CALC-FACT
                END-COMPUTE
                IF WS-CALC-FACT > 1
                   COMPUTE WS-CALC-INST ROUNDED =
                      WS-OUTSTANDING * WS-CALC-RATE * WS-CALC-FACT
                         / (WS-CALC-FACT - 1)
                   GO TO B2000-EXIT
                END-IF
             END-IF

             COMPUTE WS-CALC-INST ROUNDED =
                (WS-OUTSTANDING / WS-REMAIN-INST)
              + (WS-OUTSTANDING * WS-CALC-RATE).
       B2000-EXIT.
             EXIT.
       B3000-ONE-SCENARIO-PARA.
             COMPUTE WS-CALC-ROI =
                LLOANM-ROI + (WS-SHK-BPS (WS-SX) / 100)
             PERFORM B2000-INSTALLMENT-PARA
                THRU B2000-EXIT
             MOVE WS-CALC-INST            TO WS-CL-SHK (WS-LX, WS-SX)
             ADD WS-CALC-INST             TO WS-CST-SHK (WS-SX).
       B3000-EXIT.
             EXIT.
       B3100-LINE-SCENARIO-PARA.
             COMPUTE WS-MX = WS-SX + 1
             MOVE WS-CL-SHK (WS-LX, WS-SX) TO WS-LL-AMT (WS-MX).
       B3100-EXIT.
             EXIT.
       C1000-CLOSE-BORROWER-PARA.
      *      THE BORROWER IS FLAGGED ON THE WORST SCENARIO AND ON
      *      ITS LATEST PUNCTUALITY SCORE; ITS LOANS THEN GO TO THE
      *      COMMITTEE TOTALS
             INITIALIZE WS-AFFORD-FLAG
                        WS-SCORE-FLAG
             MOVE ZERO                    TO WS-INCR-PCT

             PERFORM C1100-CHECK-SCENARIO-PARA
                THRU C1100-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR

             PERFORM C1200-READ-SCORE-PARA
                THRU C1200-EXIT

             MOVE SPACES                  TO WS-CS-FLAG1
                                             WS-CS-FLAG2
             MOVE SPACES                  TO WS-CS-AMTS
             MOVE WS-CST-NO               TO WS-CS-CUST
             MOVE WS-CST-BASE             TO WS-CS-AMT (1)
             PERFORM C1300-CUST-SCENARIO-PARA
                THRU C1300-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR
             MOVE WS-INCR-PCT             TO WS-CS-PCT
             IF CUST-SCORE-NONE
                MOVE '---'                TO WS-CS-SCORE-X
             ELSE
                MOVE SCUSTSCR-SCORE       TO WS-CS-SCORE
             END-IF
             IF CUST-NOT-AFFORDABLE
                MOVE 'AFFORD'             TO WS-CS-FLAG1
                ADD 1                     TO WS-CUSTS-AFFORD
             END-IF
             IF CUST-SCORE-WEAK
                MOVE 'SCORE'              TO WS-CS-FLAG2
                ADD 1                     TO WS-CUSTS-WEAK
             END-IF
             WRITE SHKRPT-RECORD FROM WS-CUST-LINE
             MOVE SPACES                  TO WS-PRT-LINE
             WRITE SHKRPT-RECORD FROM WS-PRT-LINE

             PERFORM C2000-ADD-TOTALS-PARA
                THRU C2000-EXIT
                VARYING WS-LX FROM 1 BY 1
                  UNTIL WS-LX > WS-CST-NR

             ADD 1                        TO WS-CUSTS-SIMULATED
             INITIALIZE WS-CUST-WORK.
       C1000-EXIT.
             EXIT.
       C1100-CHECK-SCENARIO-PARA.
      *      THE PERCENTAGE SHOWN IS THE LARGEST ACROSS SCENARIOS
             IF WS-CST-BASE > ZERO
                COMPUTE WS-CALC-FACT ROUNDED =
                   ((WS-CST-SHK (WS-SX) - WS-CST-BASE) * 100)
                      / WS-CST-BASE
                IF WS-CALC-FACT > WS-INCR-PCT
                   COMPUTE WS-INCR-PCT ROUNDED = WS-CALC-FACT
                END-IF
                IF WS-CALC-FACT NOT < WS-MAX-INCR-PCT
                   SET CUST-NOT-AFFORDABLE TO TRUE
                END-IF
             END-IF

             IF WS-MAX-INST > ZERO
             AND WS-CST-SHK (WS-SX) NOT < WS-MAX-INST
                SET CUST-NOT-AFFORDABLE TO TRUE
             END-IF.
       C1100-EXIT.
             EXIT.
       C1200-READ-SCORE-PARA.
      *      LATEST PUNCTUALITY SCORE OF THE BORROWER (PGBCSCOR); A
      *      BORROWER WITHOUT A SCORE IS NOT FLAGGED
             MOVE WS-CST-NO               TO SCUSTSCR-CUST-NO

             EXEC SQL
                 SELECT SCUSTSCR_SCORE
                   INTO :SCUSTSCR-SCORE
                   FROM CUSTSCOR
                  WHERE SCUSTSCR_CUST_NO = :SCUSTSCR-CUST-NO
                    AND SCUSTSCR_DATE =
                        (SELECT MAX(SCUSTSCR_DATE)
                           FROM CUSTSCOR
                          WHERE SCUSTSCR_CUST_NO = :SCUSTSCR-CUST-NO)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF SCUSTSCR-SCORE < WS-WEAK-SCORE
                     SET CUST-SCORE-WEAK TO TRUE
                  END-IF
             WHEN SQLCODE = 100
                  SET CUST-SCORE-NONE TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBRTSHK SCORE SQLCODE -',SQLCODE,
                     ' CUSTOMER ',WS-CST-NO
                  ADD 1                   TO WS-DB-ERRORS
                  SET CUST-SCORE-NONE TO TRUE
             END-EVALUATE.
       C1200-EXIT.
             EXIT.
       C1300-CUST-SCENARIO-PARA.
             COMPUTE WS-MX = WS-SX + 1
             MOVE WS-CST-SHK (WS-SX)      TO WS-CS-AMT (WS-MX).
       C1300-EXIT.
             EXIT.
       C2000-ADD-TOTALS-PARA.
             MOVE WS-CL-CAT (WS-LX)       TO WS-NEW-CAT
             MOVE WS-CL-BRANCH (WS-LX)    TO WS-NEW-BRANCH
             PERFORM C2100-FIND-KEY-PARA
                THRU C2100-EXIT
             IF NOT KEY-FOUND
                GO TO C2000-EXIT
             END-IF

             ADD 1                        TO WS-KEY-LOANS (WS-KX)
             IF CUST-NOT-AFFORDABLE
             OR CUST-SCORE-WEAK
                ADD 1                     TO WS-KEY-FLAGGED (WS-KX)
             END-IF
             ADD WS-CL-OUTST (WS-LX)      TO WS-KEY-OUTST (WS-KX)
             ADD WS-CL-BASE (WS-LX)       TO WS-KEY-BASE (WS-KX)
             PERFORM C2300-ADD-SCENARIO-PARA
                THRU C2300-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR.
       C2000-EXIT.
             EXIT.
       C2100-FIND-KEY-PARA.
      *      POSITION OF WS-NEW-KEY IN THE ORDERED TABLE; A NEW KEY
      *      IS INSERTED IN PLACE, THE HIGHER ONES MOVED DOWN
             INITIALIZE WS-KEY-FLAG
             MOVE 1                       TO WS-KX
             PERFORM C2110-SKIP-LOWER-PARA
                THRU C2110-EXIT
                UNTIL WS-KX > WS-KEY-NR
                   OR WS-KEY-CODE (WS-KX) NOT < WS-NEW-KEY

             IF WS-KX NOT > WS-KEY-NR
             AND WS-KEY-CODE (WS-KX) = WS-NEW-KEY
                SET KEY-FOUND TO TRUE
                GO TO C2100-EXIT
             END-IF

             IF WS-KEY-NR NOT < 500
                DISPLAY 'PGBRTSHK TOTALS TABLE FULL - ',WS-NEW-KEY
                GO TO C2100-EXIT
             END-IF

             PERFORM C2120-SHIFT-DOWN-PARA
                THRU C2120-EXIT
                VARYING WS-MX FROM WS-KEY-NR BY -1
                  UNTIL WS-MX < WS-KX
             ADD 1                        TO WS-KEY-NR

             INITIALIZE WS-KEY-ELE (WS-KX)
             MOVE WS-NEW-KEY              TO WS-KEY-CODE (WS-KX)
             SET KEY-FOUND TO TRUE.
       C2100-EXIT.
             EXIT.
       C2110-SKIP-LOWER-PARA.
             ADD 1                        TO WS-KX.
       C2110-EXIT.
             EXIT.
       C2120-SHIFT-DOWN-PARA.
             MOVE WS-KEY-ELE (WS-MX)      TO WS-KEY-ELE (WS-MX + 1).
       C2120-EXIT.
             EXIT.
       C2300-ADD-SCENARIO-PARA.
             ADD WS-CL-SHK (WS-LX, WS-SX) TO WS-KEY-SHK (WS-KX, WS-SX).
       C2300-EXIT.
             EXIT.
       D1000-PRINT-TOTALS-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE SHKRPT-RECORD FROM WS-PRT-LINE
            MOVE 'RISK COMMITTEE TOTALS BY CATEGORY AND BRANCH - '
                                        TO WS-PRT-LINE
            MOVE 'FIRST INSTALLMENT AFTER THE SHOCK'
                                        TO WS-PRT-LINE (48:33)
            WRITE SHKRPT-RECORD FROM WS-PRT-LINE
            WRITE SHKRPT-RECORD FROM WS-TOT-HEAD

            INITIALIZE WS-SUM-WORK
            PERFORM D1100-ONE-KEY-PARA
               THRU D1100-EXIT
               VARYING WS-KX FROM 1 BY 1
                 UNTIL WS-KX > WS-KEY-NR
            IF WS-KEY-NR > ZERO
               PERFORM D1300-PRINT-CATEGORY-PARA
                  THRU D1300-EXIT
            END-IF

            MOVE SPACES                 TO WS-TOT-LINE
            MOVE '**'                   TO WS-TL-CAT
            MOVE '*ALL*'                TO WS-TL-BRANCH
            MOVE WS-BOOK-LOANS          TO WS-TL-LOANS
            MOVE WS-BOOK-FLAGGED        TO WS-TL-FLAGGED
            MOVE WS-BOOK-OUTST          TO WS-TL-OUTST
            MOVE WS-BOOK-BASE           TO WS-TL-AMT (1)
            PERFORM D1500-BOOK-SCENARIO-PARA
               THRU D1500-EXIT
               VARYING WS-SX FROM 1 BY 1
                 UNTIL WS-SX > WS-SHK-NR
            WRITE SHKRPT-RECORD FROM WS-TOT-LINE.
       D1000-EXIT.
             EXIT.
       D1100-ONE-KEY-PARA.
             IF WS-KX > 1
             AND WS-KEY-CAT (WS-KX) NOT = WS-SUM-CAT
                PERFORM D1300-PRINT-CATEGORY-PARA
                   THRU D1300-EXIT
             END-IF
             MOVE WS-KEY-CAT (WS-KX)      TO WS-SUM-CAT

             MOVE SPACES                  TO WS-TOT-LINE
             MOVE WS-KEY-CAT (WS-KX)      TO WS-TL-CAT
             MOVE WS-KEY-BRANCH (WS-KX)   TO WS-TL-BRANCH
             MOVE WS-KEY-LOANS (WS-KX)    TO WS-TL-LOANS
             MOVE WS-KEY-FLAGGED (WS-KX)  TO WS-TL-FLAGGED
             MOVE WS-KEY-OUTST (WS-KX)    TO WS-TL-OUTST
             MOVE WS-KEY-BASE (WS-KX)     TO WS-TL-AMT (1)
             ADD WS-KEY-LOANS (WS-KX)     TO WS-SUM-LOANS
             ADD WS-KEY-FLAGGED (WS-KX)   TO WS-SUM-FLAGGED
             ADD WS-KEY-OUTST (WS-KX)     TO WS-SUM-OUTST
             ADD WS-KEY-BASE (WS-KX)      TO WS-SUM-BASE
             PERFORM D1200-KEY-SCENARIO-PARA
                THRU D1200-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR
             WRITE SHKRPT-RECORD FROM WS-TOT-LINE.
       D1100-EXIT.
             EXIT.
       D1200-KEY-SCENARIO-PARA.
             COMPUTE WS-MX = WS-SX + 1
             MOVE WS-KEY-SHK (WS-KX, WS-SX) TO WS-TL-AMT (WS-MX)
             ADD WS-KEY-SHK (WS-KX, WS-SX)  TO WS-SUM-SHK (WS-SX).
       D1200-EXIT.
             EXIT.
       D1300-PRINT-CATEGORY-PARA.
      *      CATEGORY SUBTOTAL, CARRIED INTO THE BOOK TOTAL
             MOVE SPACES                  TO WS-TOT-LINE
             MOVE WS-SUM-CAT              TO WS-TL-CAT
             MOVE '*ALL*'                 TO WS-TL-BRANCH
             MOVE WS-SUM-LOANS            TO WS-TL-LOANS
             MOVE WS-SUM-FLAGGED          TO WS-TL-FLAGGED
             MOVE WS-SUM-OUTST            TO WS-TL-OUTST
             MOVE WS-SUM-BASE             TO WS-TL-AMT (1)
             ADD WS-SUM-LOANS             TO WS-BOOK-LOANS
             ADD WS-SUM-FLAGGED           TO WS-BOOK-FLAGGED
             ADD WS-SUM-OUTST             TO WS-BOOK-OUTST
             ADD WS-SUM-BASE              TO WS-BOOK-BASE
             PERFORM D1400-CAT-SCENARIO-PARA
                THRU D1400-EXIT
                VARYING WS-SX FROM 1 BY 1
                  UNTIL WS-SX > WS-SHK-NR
             WRITE SHKRPT-RECORD FROM WS-TOT-LINE
             MOVE SPACES                  TO WS-PRT-LINE
             WRITE SHKRPT-RECORD FROM WS-PRT-LINE
             INITIALIZE WS-SUM-WORK.
       D1300-EXIT.
             EXIT.
       D1400-CAT-SCENARIO-PARA.
             COMPUTE WS-MX = WS-SX + 1
             MOVE WS-SUM-SHK (WS-SX)      TO WS-TL-AMT (WS-MX)
             ADD WS-SUM-SHK (WS-SX)       TO WS-BOOK-SHK (WS-SX).
       D1400-EXIT.
             EXIT.
       D1500-BOOK-SCENARIO-PARA.
             COMPUTE WS-MX = WS-SX + 1
             MOVE WS-BOOK-SHK (WS-SX)     TO WS-TL-AMT (WS-MX).
       D1500-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBRTSHK - RATE SHOCK SIMULATION'
            DISPLAY 'VARIABLE-RATE LOANS READ .....: ',
               WS-LOANS-READ
            DISPLAY 'LOANS SIMULATED ..............: ',
               WS-LOANS-SIMULATED
            DISPLAY 'NO INSTALLMENT LEFT ..........: ',
               WS-NO-SCHEDULE
            DISPLAY 'BORROWERS SIMULATED ..........: ',
               WS-CUSTS-SIMULATED
            DISPLAY 'FLAGGED - AFFORDABILITY ......: ',
               WS-CUSTS-AFFORD
            DISPLAY 'FLAGGED - WEAK SCORE .........: ',
               WS-CUSTS-WEAK
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE SHKRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBRTSHK.
