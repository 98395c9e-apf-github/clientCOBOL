      * BATCH COLLECTS EVERY ACCOUNTING EVENT OF THE PERIOD IN ONE    *
      * PLACE INSTEAD OF THE AD-HOC FILES AND SPREADSHEETS:           *
      *  - 'ACCR' INTEREST ACCRUALS FROM LOANACRH, PER CATEGORY;      *
      *  - 'MORA' DEFAULT INTEREST ON ARREARS FROM LOANDFLT, PER      *
      *    CATEGORY;                                                  *
      *  - 'CHRG' LOAN CHARGES POSTED TO LOANCHRG FROM THE FEE        *
      *    CATALOG, PER CATEGORY, NET OF THE NEGATIVE ROWS THAT       *
      *    REVERSE THE CHARGES OF A WITHDRAWN LOAN;                   *
      *  - 'WOFF' WRITE-OFFS FROM THE DDGLWOFF EXTRACT OF PGBPRTXN;   *
      *  - 'PRVA'/'PRVR' PROVISION ALLOCATIONS AND RELEASES FROM      *
      *    THE DDPRVOUT EXTRACT OF PGBLNPRV.                          *
               ORDER BY ALOANACR_CAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDFLT
           END-EXEC.

           EXEC SQL
               DECLARE CUR-MORA CURSOR FOR
               SELECT KLOANDFL_CAT,
                      COALESCE(SUM(KLOANDFL_AMT), 0)
               FROM LOANDFLT
               WHERE KLOANDFL_DATE BETWEEN :PAR-FROM-DATE
                                       AND :PAR-TO-DATE
               GROUP BY KLOANDFL_CAT
               ORDER BY KLOANDFL_CAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCHRG
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CHRG CURSOR FOR
               SELECT JLOANCHG_CAT,
                      COALESCE(SUM(JLOANCHG_AMT), 0)
               FROM LOANCHRG
               WHERE JLOANCHG_DATE BETWEEN :PAR-FROM-DATE
                                       AND :PAR-TO-DATE
               GROUP BY JLOANCHG_CAT
               ORDER BY JLOANCHG_CAT
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-CLSPAR-FS          PIC XX.
          05 WS-ACCCFG-FS          PIC XX.
             88  ACCCFG-DONE               VALUE '1'.
          05 WS-ACCR-FLAG                  PIC X(01).
             88  END-OF-ACCR               VALUE '1'.
          05 WS-MORA-FLAG                  PIC X(01).
             88  END-OF-MORA               VALUE '1'.
          05 WS-CHRG-FLAG                  PIC X(01).
             88  END-OF-CHRG               VALUE '1'.

       01 WS-COUNTERS.
          05 WS-PAIRS-WRITTEN              PIC 9(05) VALUE ZERO.
       01 WS-WORK-EVENT                    PIC X(04).
       01 WS-WORK-CAT                      PIC X(02).
       01 WS-WORK-AMT                      PIC S9(13)V99 COMP-3.
       01 WS-WORK-ACC-DEBIT                PIC X(10).
       01 WS-WORK-ACC-CREDIT               PIC X(10).

       01 WS-BALANCE-TOTALS.
          05  WS-TOT-DEBIT           PIC S9(14)V99   COMP-3.
            PERFORM B1000-COLLECT-ACCRUALS-PARA
               THRU B1000-EXIT

            PERFORM B1500-COLLECT-MORA-PARA
               THRU B1500-EXIT

            PERFORM B1700-COLLECT-CHRG-PARA
               THRU B1700-EXIT

            PERFORM B2000-COLLECT-WOFF-PARA
               THRU B2000-EXIT

            END-EVALUATE.
       B1100-EXIT.
             EXIT.
       B1500-COLLECT-MORA-PARA.
            EXEC SQL
                OPEN CUR-MORA
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBGLCLS OPEN CUR-MORA SQLCODE -',SQLCODE
               SET END-OF-MORA TO TRUE
            END-IF

            PERFORM B1600-FETCH-MORA-PARA
               THRU B1600-EXIT
               UNTIL END-OF-MORA

            EXEC SQL
                CLOSE CUR-MORA
            END-EXEC.
       B1500-EXIT.
             EXIT.
       B1600-FETCH-MORA-PARA.
            EXEC SQL
                FETCH CUR-MORA
                INTO :KLOANDFL-CAT, :KLOANDFL-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 MOVE 'MORA'              TO WS-WORK-EVENT
                 MOVE KLOANDFL-CAT        TO WS-WORK-CAT
                 MOVE KLOANDFL-AMT        TO WS-WORK-AMT
                 PERFORM Z1000-ADD-EVENT-PARA
                    THRU Z1000-EXIT
            WHEN SQLCODE = 100
                 SET END-OF-MORA TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBGLCLS FETCH CUR-MORA SQLCODE -',SQLCODE
                 SET END-OF-MORA TO TRUE
            END-EVALUATE.
       B1600-EXIT.
             EXIT.
       B1700-COLLECT-CHRG-PARA.
            EXEC SQL
                OPEN CUR-CHRG
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBGLCLS OPEN CUR-CHRG SQLCODE -',SQLCODE
               SET END-OF-CHRG TO TRUE
            END-IF

            PERFORM B1800-FETCH-CHRG-PARA
               THRU B1800-EXIT
               UNTIL END-OF-CHRG

            EXEC SQL
                CLOSE CUR-CHRG
            END-EXEC.
       B1700-EXIT.
             EXIT.
       B1800-FETCH-CHRG-PARA.
            EXEC SQL
                FETCH CUR-CHRG
                INTO :JLOANCHG-CAT, :JLOANCHG-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 MOVE 'CHRG'              TO WS-WORK-EVENT
                 MOVE JLOANCHG-CAT        TO WS-WORK-CAT
                 MOVE JLOANCHG-AMT        TO WS-WORK-AMT
                 PERFORM Z1000-ADD-EVENT-PARA
                    THRU Z1000-EXIT
            WHEN SQLCODE = 100
                 SET END-OF-CHRG TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBGLCLS FETCH CUR-CHRG SQLCODE -',SQLCODE
                 SET END-OF-CHRG TO TRUE
            END-EVALUATE.
       B1800-EXIT.
             EXIT.
       B2000-COLLECT-WOFF-PARA.
            OPEN INPUT GLWOFF
            PERFORM B2100-READ-WOFF-PARA
                GO TO C1100-EXIT
             END-IF

      *      A BUCKET THAT NETS NEGATIVE (CHARGES OF A WITHDRAWN
      *      LOAN REVERSED AFTER THEIR PERIOD WAS CLOSED) IS RELEASED
      *      WITH THE PAIR TURNED ROUND
             MOVE WS-EVT-AMT (WS-EVT-IX)  TO WS-WORK-AMT
             MOVE WS-CFG-DEBIT (WS-CFG-TROV)  TO WS-WORK-ACC-DEBIT
             MOVE WS-CFG-CREDIT (WS-CFG-TROV) TO WS-WORK-ACC-CREDIT
             IF WS-WORK-AMT < ZERO
                COMPUTE WS-WORK-AMT = ZERO - WS-WORK-AMT
                MOVE WS-CFG-CREDIT (WS-CFG-TROV) TO WS-WORK-ACC-DEBIT
                MOVE WS-CFG-DEBIT (WS-CFG-TROV)  TO WS-WORK-ACC-CREDIT
             END-IF

             MOVE SPACES                  TO GLOUT-RECORD
             MOVE WS-EVT-EVENT (WS-EVT-IX) TO GLO-EVENT
             MOVE WS-EVT-CAT (WS-EVT-IX)  TO GLO-CAT
             MOVE WS-WORK-ACC-DEBIT       TO GLO-ACCOUNT
             MOVE 'D'                     TO GLO-SIGN
             MOVE WS-WORK-AMT             TO GLO-AMOUNT
             MOVE PAR-TO-DATE             TO GLO-DATE
             WRITE GLOUT-RECORD
             ADD WS-WORK-AMT              TO WS-TOT-DEBIT

             MOVE WS-WORK-ACC-CREDIT      TO GLO-ACCOUNT
             MOVE 'A'                     TO GLO-SIGN
             WRITE GLOUT-RECORD
             ADD WS-WORK-AMT              TO WS-TOT-CREDIT

             ADD 1                        TO WS-PAIRS-WRITTEN

