      * PLUS PERCENTAGE OF THE OUTSTANDING). THE QUOTE FILE DDPAYOUT   *
      * CARRIES ONE PRINT-READY QUOTE PER LOAN WITH THE VALUE DATE IT  *
      * IS VALID FOR; LOANS NOT FOUND OR NOT OPEN ARE REPORTED AND     *
      * COUNTED. THE ACCRUED INTEREST COUNTS ITS DAYS UNDER THE        *
      * DAY-COUNT CONVENTION OF THE LOAN CATEGORY (PGBDAYCT), THE      *
      * SAME AS THE DAILY ACCRUAL IN LOANACRH. DEFAULT INTEREST        *
      * ACCRUED ON THE ARREARS (LOANDFLT, POSTED NIGHTLY BY PGBLNMOR)  *
      * IS CLAIMED IN FULL AND QUOTED ON ITS OWN LINE, AS ARE THE      *
      * LOAN CHARGES NOT YET COLLECTED (LOANCHRG). A LOAN WITH AN      *
      * OUTGOING PORTABILITY REQUEST OPEN ON LOANPORT IS QUOTED        *
      * WITHOUT ANY INDEMNITY, AS THE LAW REQUIRES, AND THE FIGURE IS  *
      * RECORDED ON THE REQUEST AS THE AMOUNT THE NEW BANK MUST PAY.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
               INCLUDE LOANACRM
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDFLT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCHRG
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPORT
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-PAYPAR-FS          PIC XX.
             88 END-OF-PAYPAR          VALUE '10'.
             88  INDCFG-DONE               VALUE '1'.
          05 WS-RPMT-FLAG                  PIC X(01).
             88  NO-RPMT-FOUND             VALUE 'N'.
          05 WS-PORT-FLAG                  PIC X(01).
             88  PORT-OUT-OPEN             VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-QUOTES-REQUESTED           PIC 9(05) VALUE ZERO.
          05 WS-QUOTES-WRITTEN             PIC 9(05) VALUE ZERO.
          05 WS-QUOTES-REJECTED            PIC 9(05) VALUE ZERO.
          05 WS-QUOTES-PORTED              PIC 9(05) VALUE ZERO.

       01 WS-IND-TABLE.
          05 WS-IND-NR                     PIC 9(02) VALUE ZERO.
       01 WS-OUTSTANDING                   PIC S9(10)V99 COMP-3.
       01 WS-ACCRUED                       PIC S9(10)V99 COMP-3.
       01 WS-MEMO-INT                      PIC S9(11)V99 COMP-3.
       01 WS-MORA-INT                      PIC S9(11)V99 COMP-3.
       01 WS-CHG-DUE                       PIC S9(11)V99 COMP-3.
       01 WS-INDEMNITY                     PIC S9(10)V99 COMP-3.
       01 WS-PAYOFF                        PIC S9(11)V99 COMP-3.
       01 WS-ACCR-DAYS                     PIC S9(07)    COMP-3.
       01 WS-RPMT-DATE                     PIC X(10).
       01 WS-ACCR-DATE                     PIC X(10).

       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

       01 WS-PRT-LINE                      PIC X(132).
       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
             PERFORM B2000-CALC-ACCRUED-PARA
                THRU B2000-EXIT

      *      A PORTABILITY (SURROGA) PAYS NO INDEMNITY
             PERFORM B2500-CHECK-PORT-PARA
                THRU B2500-EXIT

             IF PORT-OUT-OPEN
                MOVE ZERO                TO WS-INDEMNITY
             ELSE
                PERFORM B3000-CALC-INDEMNITY-PARA
                   THRU B3000-EXIT
             END-IF

      *      NON-ACCRUAL MEMO INTEREST: NOT INCOME, BUT STILL
      *      CLAIMED IN FULL ON SETTLEMENT
             PERFORM B3500-READ-MEMO-PARA
                THRU B3500-EXIT

      *      DEFAULT INTEREST ACCRUED ON THE ARREARS
             PERFORM B3600-READ-MORA-PARA
                THRU B3600-EXIT

      *      CHARGES POSTED AND NOT YET COLLECTED
             PERFORM B3700-READ-CHARGES-PARA
                THRU B3700-EXIT

             COMPUTE WS-PAYOFF =
                WS-OUTSTANDING + WS-ACCRUED + WS-MEMO-INT
              + WS-MORA-INT + WS-CHG-DUE + WS-INDEMNITY

             PERFORM B4000-WRITE-QUOTE-PARA
                THRU B4000-EXIT

             IF PORT-OUT-OPEN
                PERFORM B4500-RECORD-PORT-PARA
                   THRU B4500-EXIT
             END-IF.

       A2090-NEXT.
             PERFORM R1000-READ-PARAM-PARA
                MOVE WS-RPMT-DATE         TO WS-BASE-DATE
             END-IF

      *      DAYS AND FRACTION OF A YEAR FROM THE BASE TO THE VALUE
      *      DATE UNDER THE CONVENTION OF THE CATEGORY
             MOVE SPACES                  TO PGBDCCRC
             MOVE 'P'                     TO DCC-FUNZI
             MOVE LLOANM-CAT              TO DCC-CAT
             COMPUTE DCC-FROM-DATE = (WS-BAS-CCYY * 10000) +
                                     (WS-BAS-MM   *   100) + WS-BAS-DD
             COMPUTE DCC-TO-DATE   = (WS-VAL-CCYY * 10000) +
                                     (WS-VAL-MM   *   100) + WS-VAL-DD

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
                MOVE DCC-DAYS             TO WS-ACCR-DAYS
                COMPUTE WS-ACCRUED ROUNDED =
                   WS-OUTSTANDING * LLOANM-ROI * DCC-YEAR-FRAC / 100
                GO TO B2000-EXIT
             END-IF

      *      DATES THE CALENDAR REFUSES, OR A VALUE DATE BEFORE THE
      *      BASE: 360/30 COUNT, NOTHING WHEN NEGATIVE
             COMPUTE WS-ACCR-DAYS =
                ((WS-VAL-CCYY - WS-BAS-CCYY) * 360) +
                ((WS-VAL-MM   - WS-BAS-MM)   *  30) +
                WS-OUTSTANDING * LLOANM-ROI * WS-ACCR-DAYS / 36500.
       B2000-EXIT.
             EXIT.
       B2500-CHECK-PORT-PARA.
      *      OUTGOING PORTABILITY REQUEST OF THE LOAN STILL OPEN
             MOVE 'N'                     TO WS-PORT-FLAG
             MOVE LLOANM-NO               TO PTLOANPT-NO
             MOVE 'O'                     TO PTLOANPT-DIR

             EXEC SQL
                 SELECT PTLOANPT_BANK, PTLOANPT_REQ_DATE
                   INTO :PTLOANPT-BANK, :PTLOANPT-REQ-DATE
                   FROM LOANPORT
                  WHERE PTLOANPT_NO  = :PTLOANPT-NO
                    AND PTLOANPT_DIR = :PTLOANPT-DIR
                    AND PTLOANPT_ST  = 'R'
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  SET PORT-OUT-OPEN       TO TRUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNPAY PORTABILITY SQLCODE -',SQLCODE
             END-EVALUATE.
       B2500-EXIT.
             EXIT.
       B3000-CALC-INDEMNITY-PARA.
      *      INDEMNITY PERCENTAGE OF THE CATEGORY; A CATEGORY NOT
      *      CONFIGURED PAYS NO INDEMNITY
             END-IF.
       B3500-EXIT.
             EXIT.
       B3600-READ-MORA-PARA.
             MOVE ZERO                    TO WS-MORA-INT

             EXEC SQL
                 SELECT COALESCE(SUM(KLOANDFL_AMT), 0)
                   INTO :WS-MORA-INT
                   FROM LOANDFLT
                  WHERE KLOANDFL_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                MOVE ZERO                 TO WS-MORA-INT
             END-IF.
       B3600-EXIT.
             EXIT.
       B3700-READ-CHARGES-PARA.
             MOVE ZERO                    TO WS-CHG-DUE

             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :WS-CHG-DUE
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND JLOANCHG_ST IN ('O', 'B')
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                MOVE ZERO                 TO WS-CHG-DUE
             END-IF.
       B3700-EXIT.
             EXIT.
       B4000-WRITE-QUOTE-PARA.
             ADD 1                        TO WS-QUOTES-WRITTEN

                WRITE PAYOUT-RECORD FROM WS-PRT-LINE
             END-IF

             IF WS-MORA-INT > ZERO
                MOVE WS-MORA-INT          TO WS-ED-AMT2
                MOVE SPACES               TO WS-PRT-LINE
                STRING '   DEFAULT INTEREST ON ARREARS '
                                          DELIMITED BY SIZE
                       WS-ED-AMT2         DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                WRITE PAYOUT-RECORD FROM WS-PRT-LINE
             END-IF

             IF WS-CHG-DUE > ZERO
                MOVE WS-CHG-DUE           TO WS-ED-AMT2
                MOVE SPACES               TO WS-PRT-LINE
                STRING '   CHARGES NOT YET COLLECTED '
                                          DELIMITED BY SIZE
                       WS-ED-AMT2         DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                WRITE PAYOUT-RECORD FROM WS-PRT-LINE
             END-IF

             IF PORT-OUT-OPEN
                MOVE SPACES               TO WS-PRT-LINE
                STRING '   PORTABILITY TO BANK '
                                          DELIMITED BY SIZE
                       PTLOANPT-BANK      DELIMITED BY SIZE
                       ' REQUESTED '      DELIMITED BY SIZE
                       PTLOANPT-REQ-DATE  DELIMITED BY SIZE
                       ' - NO INDEMNITY DUE'
                                          DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                WRITE PAYOUT-RECORD FROM WS-PRT-LINE
             END-IF

             MOVE SPACES                  TO WS-PRT-LINE
             STRING '   TOTAL SETTLEMENT AMOUNT '
                                          DELIMITED BY SIZE
             WRITE PAYOUT-RECORD FROM WS-PRT-LINE.
       B4000-EXIT.
             EXIT.
       B4500-RECORD-PORT-PARA.
      *      THE LATEST FIGURE QUOTED IS THE ONE THE SETTLEMENT OF
      *      THE PORTABILITY MUST COVER
             MOVE WS-PAYOFF               TO PTLOANPT-AMT

             EXEC SQL
                 UPDATE LOANPORT
                    SET PTLOANPT_AMT = :PTLOANPT-AMT
                  WHERE PTLOANPT_NO  = :PTLOANPT-NO
                    AND PTLOANPT_DIR = :PTLOANPT-DIR
                    AND PTLOANPT_ST  = 'R'
             END-EXEC

             IF SQLCODE = 0
                ADD 1                     TO WS-QUOTES-PORTED
             ELSE
                DISPLAY 'PGBLNPAY PORTABILITY UPDATE SQLCODE -',SQLCODE
             END-IF.
       B4500-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNPAY - EARLY-PAYOFF QUOTES'
               WS-QUOTES-WRITTEN
            DISPLAY 'REQUESTS REJECTED ............: ',
               WS-QUOTES-REJECTED
            DISPLAY 'PORTABILITY QUOTES ...........: ',
               WS-QUOTES-PORTED
            DISPLAY '-------------------------------------------'

            EXEC SQL COMMIT END-EXEC

            CLOSE PAYPAR
                  PAYOUT

