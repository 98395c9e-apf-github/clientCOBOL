      *  - THE PRINCIPAL PORTIONS SUM BACK TO THAT OUTSTANDING        *
      *    (SEVERITY E);                                              *
      *  - EVERY INTEREST PORTION EQUALS THE RESIDUAL DEBT AT THE     *
      *    CURRENT LOANM_ROI FOR THE REPAYMENT PERIOD - ITS DAYS      *
      *    UNDER THE DAY-COUNT CONVENTION OF THE CATEGORY, OR ITS     *
      *    MONTHS (LOANPLAN FREQUENCY) WHEN THE CATEGORY HAS NONE -   *
      *    WITHIN A ROUNDING TOLERANCE, WHICH                         *
      *    ALSO CATCHES REPRICED LOANS (DDRATAUD TRAIL) WHOSE PLAN    *
      *    WAS NEVER REGENERATED (SEVERITY E);                        *
      *  - THE DUE DATES ARE STRICTLY INCREASING (SEVERITY W);        *
               INCLUDE LRPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               DECLARE CUR-ALLLOAN CURSOR FOR
               SELECT LOANM_CAT, LOANM_NO, LOANM_TERM, LOANM_ROI,
          05  WS-PREV-DUE-NUM        PIC S9(09)      COMP-3.
          05  WS-DUE-NUM             PIC S9(09)      COMP-3.
          05  WS-LOAN-DIRTY          PIC X(01).
          05  WS-PLN-MONTHS          PIC 9(02).
          05  WS-PLN-DAY             PIC 9(02).
          05  WS-PLN-DCC             PIC X(01).
             88  DCC-NOT-CONFIGURED  VALUE SPACE.
          05  WS-PREV-DUE-DATE       PIC 9(08).

      *    START OF THE INTEREST PERIOD OF THE ROW (SSAAMMGG)
       01 WS-FROM-DATE                     PIC 9(08).
       01 WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           10  WS-FROM-CCYY        PIC 9(04).
           10  WS-FROM-MM          PIC 9(02).
           10  WS-FROM-DD          PIC 9(02).

      *    DAY-COUNT ROUTINE OF THE LOAN CATEGORIES (LOANCAT_DCC)
       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

       01 WS-DUE-DATE-R.
           10  WS-DUE-MM           PIC 99.
             MOVE ZERO                    TO WS-SUM-PRIN
                                             WS-ROW-COUNT
                                             WS-PREV-DUE-NUM
                                             WS-PREV-DUE-DATE

             PERFORM B0500-PLAN-REF-PARA
                THRU B0500-EXIT
             PERFORM B0600-PLAN-FREQ-PARA
                THRU B0600-EXIT
             PERFORM B0700-DAY-COUNT-PARA
                THRU B0700-EXIT
             MOVE WS-REF-AMT              TO WS-WALK-RESID
             INITIALIZE WS-PLAN-FLAG

             END-IF.
       B0500-EXIT.
             EXIT.
       B0600-PLAN-FREQ-PARA.
      *      MONTHS OF ONE REPAYMENT PERIOD FROM THE PLAN CONDITIONS
      *      OF THE LOAN; WITHOUT A LOANPLAN ROW THE PLAN IS MONTHLY.
      *      THE CONTRACTUAL DAY COMES ALONG (ZERO WHEN UNKNOWN)
             MOVE 1                       TO WS-PLN-MONTHS
             MOVE ZERO                    TO WS-PLN-DAY
             MOVE LLOANM-NO               TO FLOANPL-NO

             EXEC SQL
                 SELECT FLOANPL_FREQ, FLOANPL_DAY
                   INTO :FLOANPL-FREQ, :FLOANPL-DAY
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE = 0
                MOVE FLOANPL-DAY          TO WS-PLN-DAY
                EVALUATE FLOANPL-FREQ
                WHEN 'Q'
                     MOVE 3               TO WS-PLN-MONTHS
                WHEN 'S'
                     MOVE 6               TO WS-PLN-MONTHS
                WHEN 'A'
                     MOVE 12              TO WS-PLN-MONTHS
                WHEN OTHER
                     MOVE 1               TO WS-PLN-MONTHS
                END-EVALUATE
             END-IF.
       B0600-EXIT.
             EXIT.
       B0700-DAY-COUNT-PARA.
      *      DAY-COUNT CONVENTION OF THE CATEGORY; BLANK OR MISSING
      *      MEANS THE PLAN CARRIES THE MONTHS OF THE PERIOD
             MOVE SPACE                   TO WS-PLN-DCC

             EXEC SQL
                 SELECT LOANCAT_DCC
                   INTO :WS-PLN-DCC
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :LLOANM-CAT
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE SPACE                TO WS-PLN-DCC
             END-IF.
       B0700-EXIT.
             EXIT.
       B1100-FETCH-PLAN-PARA.
            EXEC SQL
                FETCH CUR-PLAN
      *      EXPECTED INTEREST ON THE RESIDUAL BEFORE THIS ROW, AT
      *      THE CURRENT RATE: A REPRICED LOAN WHOSE PLAN WAS NEVER
      *      REBUILT FAILS HERE AGAINST ITS DDRATAUD RATE
             MOVE SLOANSCH-DUE-DATE       TO WS-DUE-DATE-R
             PERFORM B2100-EXPECTED-INT-PARA
                THRU B2100-EXIT

             COMPUTE WS-INT-DIFF = SLOANSCH-INT - WS-EXP-INT
             IF WS-INT-DIFF < ZERO

             SUBTRACT SLOANSCH-PRIN       FROM WS-WALK-RESID

             COMPUTE WS-DUE-NUM =
                (WS-DUE-CCYY * 360) +
                (WS-DUE-MM   *  30) +
                THRU B1100-EXIT.
       B2000-EXIT.
             EXIT.
       B2100-EXPECTED-INT-PARA.
      *      INTEREST THE PLAN BUILDERS PUT ON THE ROW: UNDER THE
      *      DAY-COUNT CONVENTION, FROM THE PREVIOUS DUE DATE, OR FOR
      *      THE FIRST ROW FROM THE CONTRACTUAL DAY ONE PERIOD BEFORE
      *      THE MONTH THE DUE DATE BELONGS TO; WITHOUT A CONVENTION
      *      THE MONTHS OF THE PERIOD
             IF DCC-NOT-CONFIGURED
                GO TO B2100-MONTHS
             END-IF

             IF WS-PREV-DUE-DATE NOT = ZERO
                MOVE WS-PREV-DUE-DATE     TO WS-FROM-DATE
             ELSE
                MOVE WS-DUE-CCYY          TO WS-FROM-CCYY
                MOVE WS-DUE-MM            TO WS-FROM-MM
                MOVE WS-PLN-DAY           TO WS-FROM-DD
                IF WS-PLN-DAY = ZERO
                   MOVE WS-DUE-DD         TO WS-FROM-DD
                END-IF
      *         A DATE ROLLED ACROSS A MONTH END BELONGS TO THE MONTH
      *         OF ITS CONTRACTUAL DAY
                IF WS-FROM-DD > 15
                AND WS-DUE-DD < WS-FROM-DD - 15
                   SUBTRACT 1             FROM WS-FROM-MM
                END-IF
                IF WS-FROM-DD < 15
                AND WS-DUE-DD > WS-FROM-DD + 15
                   ADD 1                  TO WS-FROM-MM
                END-IF
                IF WS-FROM-MM > 12
                   SUBTRACT 12            FROM WS-FROM-MM
                   ADD 1                  TO WS-FROM-CCYY
                END-IF
                IF WS-FROM-MM < 1
                   ADD 12                 TO WS-FROM-MM
                   SUBTRACT 1             FROM WS-FROM-CCYY
                END-IF
                IF WS-FROM-MM > WS-PLN-MONTHS
                   SUBTRACT WS-PLN-MONTHS FROM WS-FROM-MM
                ELSE
                   ADD 12                 TO WS-FROM-MM
                   SUBTRACT WS-PLN-MONTHS FROM WS-FROM-MM
                   SUBTRACT 1             FROM WS-FROM-CCYY
                END-IF
             END-IF

             MOVE SPACES                  TO PGBDCCRC
             MOVE 'P'                     TO DCC-FUNZI
             MOVE WS-PLN-DCC              TO DCC-CONV
             MOVE WS-FROM-DATE            TO DCC-FROM-DATE
             COMPUTE DCC-TO-DATE = (WS-DUE-CCYY * 10000) +
                                   (WS-DUE-MM   *   100) + WS-DUE-DD
             MOVE DCC-TO-DATE             TO WS-PREV-DUE-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
                COMPUTE WS-EXP-INT ROUNDED =
                   WS-WALK-RESID * LLOANM-ROI * DCC-YEAR-FRAC / 100
                GO TO B2100-EXIT
             END-IF.
       B2100-MONTHS.
             COMPUTE WS-EXP-INT ROUNDED =
                WS-WALK-RESID * LLOANM-ROI * WS-PLN-MONTHS / 1200.
       B2100-EXIT.
             EXIT.
       B5000-AUDIT-CLOSED-PARA.
      *      A NON-OPEN LOAN MUST NOT KEEP SCHEDULE ROWS BEHIND
             MOVE ZERO                    TO WS-ROW-COUNT
