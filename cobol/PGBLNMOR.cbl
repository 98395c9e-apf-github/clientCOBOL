       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNMOR.
      ******************************************************************
      * NIGHTLY DEFAULT (MORA) INTEREST ON THE ARREARS LEDGER. RUNS    *
      * AFTER PGBLNARL: EVERY LOANARRS INSTALLMENT ALREADY PAST ITS    *
      * DUE DATE ACCRUES ONE DAY OF DEFAULT INTEREST ON ITS OVERDUE    *
      * AMOUNT (UNPAID PRINCIPAL PLUS UNPAID INTEREST), POSTED PER     *
      * INSTALLMENT TO THE LOANDFLT DEFAULT-INTEREST LEDGER.           *
      * THE ANNUAL RATE IS THE ONE OF THE LOAN CATEGORY                *
      * (LOANCAT_TABLE.LOANCAT_MORA_ROI), CAPPED AT THE USURY          *
      * THRESHOLD OF THE CATEGORY LOADED FOR THE QUARTER BY NPTUS13B   *
      * (NPDATT ROWS T37 'SOGLIEUSURA'): A CATEGORY WITHOUT A RATE     *
      * ACCRUES NOTHING, AND ONE WITHOUT A THRESHOLD ACCRUES NOTHING   *
      * EITHER AND IS REPORTED, SINCE THE CAP CANNOT BE PROVED. THE    *
      * DAY'S FRACTION OF A YEAR FOLLOWS THE DAY-COUNT CONVENTION OF   *
      * THE CATEGORY (PGBDAYCT). A RERUN ON THE SAME DAY REPLACES THE  *
      * DAY'S POSTINGS. THE LEDGER FEEDS THE PAYOFF QUOTE (PGBLNPAY),  *
      * THE STATEMENTS (PGBLNSTM), THE DUNNING LETTERS (PGBLNDUN) AND  *
      * THE 'MORA' EVENT OF THE ACCOUNTING CLOSE (PGBGLCLS).           *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANARRS
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDFLT
           END-EXEC.

           EXEC SQL
               DECLARE CUR-ARREARS CURSOR FOR
               SELECT M.LOANM_CAT, B.BLOANARR_NO, B.BLOANARR_SEQ,
                      B.BLOANARR_UNP_PRIN, B.BLOANARR_UNP_INT
               FROM LOANARRS B, LOANMSTR M
               WHERE M.LOANM_NO = B.BLOANARR_NO
                 AND B.BLOANARR_DAYS_LATE > 0
               ORDER BY M.LOANM_CAT, B.BLOANARR_NO, B.BLOANARR_SEQ
           END-EXEC.

       01 WS-FLAGS.
          05 WS-ARREARS-FLAG               PIC X(01).
             88  END-OF-ARREARS            VALUE '1'.

       01 WS-COUNTERS.
          05 WS-ROWS-EXAMINED              PIC 9(07) VALUE ZERO.
          05 WS-ROWS-POSTED                PIC 9(07) VALUE ZERO.
          05 WS-ROWS-NO-RATE               PIC 9(07) VALUE ZERO.
          05 WS-ROWS-NO-CAP                PIC 9(07) VALUE ZERO.
          05 WS-POST-ERRORS                PIC 9(05) VALUE ZERO.
          05 WS-CATS-CAPPED                PIC 9(03) VALUE ZERO.

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

      *    TODAY AS SSAAMMGG FOR THE DAY-COUNT ROUTINE
       01 WS-TODAY-DATE                    PIC 9(08).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-CCYY                 PIC 9(04).
          05 WS-TODAY-MM                   PIC 9(02).
          05 WS-TODAY-DD                   PIC 9(02).

      *    TERMS OF THE CATEGORY UNDER WORK: CONFIGURED RATE, USURY
      *    THRESHOLD, RATE APPLIED AND THE DAY'S FRACTION OF A YEAR
       01 WS-CAT-WORK.
          05  WS-CUR-CAT             PIC X(02).
          05  WS-CAT-RATE            PIC S9(03)V99   COMP-3.
          05  WS-CAT-CAP             PIC S9(03)V99   COMP-3.
          05  WS-CAT-APPLIED         PIC S9(03)V99   COMP-3.
          05  WS-CAT-FRAC            PIC S9(03)V9(09) COMP-3.
          05  WS-CAT-STATE           PIC X(01).
             88  CAT-ACCRUES         VALUE 'A'.
             88  CAT-NO-RATE         VALUE 'R'.
             88  CAT-NO-CAP          VALUE 'C'.

      *    USURY THRESHOLD ROW OF THE CATEGORY (NPDATT T37, SAME KEY
      *    AND LAYOUT AS NPTUS13B WRITES IT)
       01 WS-T37-KEYGE.
          05  WS-T37-ABIUT           PIC X(05).
          05  WS-T37-TPROC           PIC X(12).
          05  WS-T37-FUNZI           PIC X(10).
          05  FILLER                 PIC X(05).
       01 WS-T37-DATI                      PIC X(18).
       01 WS-T37-DATI-R REDEFINES WS-T37-DATI.
          05  WS-T37-TEGM            PIC 9(03)V99.
          05  WS-T37-SOGLIA          PIC 9(03)V99.
          05  WS-T37-DTVIG           PIC 9(08).

       01 WS-OVERDUE                       PIC S9(12)V99 COMP-3.
       01 WS-MORA                          PIC S9(09)V99 COMP-3.
       01 WS-MORA-TOTAL                    PIC S9(13)V99 COMP-3.

       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-RATE                       PIC ZZ9.99.
       01 WS-ED-RATE2                      PIC ZZ9.99.

      *    DAY-COUNT ROUTINE OF THE LOAN CATEGORIES (LOANCAT_DCC)
       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A1500-CLEAR-DAY-PARA
               THRU A1500-EXIT

            PERFORM A2000-OPEN-CURSOR-PARA
               THRU A2000-EXIT

            PERFORM A2100-FETCH-ARREARS-PARA
               THRU A2100-EXIT
            PERFORM A2200-MORA-ROW-PARA
               THRU A2200-EXIT
               UNTIL END-OF-ARREARS

            EXEC SQL
                CLOSE CUR-ARREARS
            END-EXEC

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-CAT-WORK.
            MOVE ZERO                   TO WS-MORA-TOTAL

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            MOVE WS-CURT-DATE-CCYY      TO WS-TODAY-CCYY
            MOVE WS-CURT-DATE-MM        TO WS-TODAY-MM
            MOVE WS-CURT-DATE-DD        TO WS-TODAY-DD

      *     NO CATEGORY READ YET
            MOVE HIGH-VALUES            TO WS-CUR-CAT.
       A1000-EXIT.
             EXIT.
       A1500-CLEAR-DAY-PARA.
      *      A RERUN OF THE NIGHT REPLACES ITS OWN POSTINGS
            EXEC SQL
                DELETE FROM LOANDFLT
                 WHERE KLOANDFL_DATE = :WS-CURR-DATE
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 CONTINUE
            WHEN OTHER
                 DISPLAY 'PGBLNMOR DAY CLEAR SQLCODE -',SQLCODE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
            END-EVALUATE.
       A1500-EXIT.
             EXIT.
       A2000-OPEN-CURSOR-PARA.
            EXEC SQL
                OPEN CUR-ARREARS
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN OTHER
                 DISPLAY 'PGBLNMOR OPEN CUR-ARREARS SQLCODE -',SQLCODE
                 SET END-OF-ARREARS TO TRUE
            END-EVALUATE.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-ARREARS-PARA.
            EXEC SQL
                FETCH CUR-ARREARS
                INTO :LLOANM-CAT, :BLOANARR-NO, :BLOANARR-SEQ,
                     :BLOANARR-UNP-PRIN, :BLOANARR-UNP-INT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-ARREARS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNMOR FETCH CUR-ARREARS SQLCODE -',
                    SQLCODE
                 SET END-OF-ARREARS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-MORA-ROW-PARA.
             ADD 1                       TO WS-ROWS-EXAMINED

             IF LLOANM-CAT NOT = WS-CUR-CAT
                PERFORM B1000-CATEGORY-TERMS-PARA
                   THRU B1000-EXIT
             END-IF

             EVALUATE TRUE
             WHEN CAT-NO-RATE
                  ADD 1                  TO WS-ROWS-NO-RATE
                  GO TO A2290-NEXT
             WHEN CAT-NO-CAP
                  ADD 1                  TO WS-ROWS-NO-CAP
                  GO TO A2290-NEXT
             WHEN OTHER
                  CONTINUE
             END-EVALUATE

      *      ONE DAY OF DEFAULT INTEREST ON THE OVERDUE AMOUNT OF
      *      THE INSTALLMENT AT THE CAPPED RATE
             COMPUTE WS-OVERDUE =
                BLOANARR-UNP-PRIN + BLOANARR-UNP-INT

             COMPUTE WS-MORA ROUNDED =
                WS-OVERDUE * WS-CAT-APPLIED * WS-CAT-FRAC / 100

             IF WS-MORA > ZERO
                PERFORM B2000-POST-MORA-PARA
                   THRU B2000-EXIT
             END-IF.

       A2290-NEXT.
             PERFORM A2100-FETCH-ARREARS-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-CATEGORY-TERMS-PARA.
      *      RATE, USURY CAP AND DAY FRACTION OF A NEW CATEGORY; THE
      *      CURSOR IS ORDERED BY CATEGORY, SO THIS RUNS ONCE EACH
             MOVE LLOANM-CAT              TO WS-CUR-CAT
             MOVE ZERO                    TO WS-CAT-RATE
                                             WS-CAT-CAP
                                             WS-CAT-APPLIED
                                             WS-CAT-FRAC

             EXEC SQL
                 SELECT LOANCAT_MORA_ROI
                   INTO :WS-CAT-RATE
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :WS-CUR-CAT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE ZERO               TO WS-CAT-RATE
             WHEN OTHER
                  DISPLAY 'PGBLNMOR CATEGORY RATE SQLCODE -',SQLCODE,
                     ' CATEGORY ',WS-CUR-CAT
                  MOVE ZERO               TO WS-CAT-RATE
             END-EVALUATE

             IF WS-CAT-RATE NOT > ZERO
                SET CAT-NO-RATE TO TRUE
                GO TO B1000-EXIT
             END-IF

             PERFORM B1100-USURY-CAP-PARA
                THRU B1100-EXIT

             IF WS-CAT-CAP NOT > ZERO
                SET CAT-NO-CAP TO TRUE
                DISPLAY 'PGBLNMOR NO USURY THRESHOLD FOR CATEGORY ',
                   WS-CUR-CAT,' - NO DEFAULT INTEREST ACCRUED'
                GO TO B1000-EXIT
             END-IF

             IF WS-CAT-RATE > WS-CAT-CAP
                MOVE WS-CAT-CAP           TO WS-CAT-APPLIED
                ADD 1                     TO WS-CATS-CAPPED
                MOVE WS-CAT-RATE          TO WS-ED-RATE
                MOVE WS-CAT-CAP           TO WS-ED-RATE2
                DISPLAY 'PGBLNMOR CATEGORY ',WS-CUR-CAT,
                   ' DEFAULT RATE ',WS-ED-RATE,
                   ' CAPPED AT USURY THRESHOLD ',WS-ED-RATE2
             ELSE
                MOVE WS-CAT-RATE          TO WS-CAT-APPLIED
             END-IF

      *      FRACTION OF A YEAR OF THE DAY ENDING TODAY UNDER THE
      *      CATEGORY CONVENTION; ONE DAY OVER 365 IF REFUSED
             MOVE SPACES                  TO PGBDCCRC
             MOVE 'G'                     TO DCC-FUNZI
             MOVE WS-CUR-CAT              TO DCC-CAT
             MOVE ZERO                    TO DCC-FROM-DATE
             MOVE WS-TODAY-DATE           TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
                MOVE DCC-YEAR-FRAC        TO WS-CAT-FRAC
             ELSE
                DISPLAY 'PGBLNMOR DAY-COUNT RCODE ',DCC-RCODE,
                   ' CATEGORY ',WS-CUR-CAT
                COMPUTE WS-CAT-FRAC ROUNDED = 1 / 365
             END-IF

             SET CAT-ACCRUES TO TRUE.
       B1000-EXIT.
             EXIT.
       B1100-USURY-CAP-PARA.
      *      THRESHOLD OF THE CATEGORY FROM THE T37 'SOGLIEUSURA'
      *      ROW UNDER THE GENERAL ABI 99999; MISSING OR NOT NUMERIC
      *      LEAVES THE CAP AT ZERO
             MOVE SPACES                  TO WS-T37-KEYGE
                                             WS-T37-DATI
             MOVE '99999'                 TO WS-T37-ABIUT
             MOVE 'SOGLIEUSURA '          TO WS-T37-TPROC
             MOVE WS-CUR-CAT              TO WS-T37-FUNZI

             EXEC SQL
                 SELECT SUBSTR(DAT_RESTO,1,18)
                   INTO :WS-T37-DATI
                   FROM NPDATT
                  WHERE DAT_CODIT = 'T37'
                    AND DAT_KEYGE = :WS-T37-KEYGE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-T37-SOGLIA NUMERIC
                     MOVE WS-T37-SOGLIA   TO WS-CAT-CAP
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNMOR USURY THRESHOLD SQLCODE -',
                     SQLCODE,' CATEGORY ',WS-CUR-CAT
             END-EVALUATE.
       B1100-EXIT.
             EXIT.
       B2000-POST-MORA-PARA.
             MOVE BLOANARR-NO             TO KLOANDFL-NO
             MOVE BLOANARR-SEQ            TO KLOANDFL-SEQ
             MOVE WS-CUR-CAT              TO KLOANDFL-CAT
             MOVE WS-CURR-DATE            TO KLOANDFL-DATE
             MOVE WS-OVERDUE              TO KLOANDFL-BASE
             MOVE WS-CAT-APPLIED          TO KLOANDFL-RATE
             MOVE WS-MORA                 TO KLOANDFL-AMT

             EXEC SQL
                 INSERT INTO LOANDFLT VALUES
                 (:KLOANDFL-NO, :KLOANDFL-SEQ, :KLOANDFL-CAT,
                  :KLOANDFL-DATE, :KLOANDFL-BASE, :KLOANDFL-RATE,
                  :KLOANDFL-AMT)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-ROWS-POSTED
                  ADD WS-MORA             TO WS-MORA-TOTAL
             WHEN OTHER
                  ADD 1                   TO WS-POST-ERRORS
                  DISPLAY 'PGBLNMOR LEDGER INSERT SQLCODE -',SQLCODE,
                     ' LOAN ',BLOANARR-NO,' SEQ ',BLOANARR-SEQ
             END-EVALUATE.
       B2000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNMOR - DEFAULT INTEREST ACCRUAL ',
                    WS-CURR-DATE
            DISPLAY 'OVERDUE INSTALLMENTS EXAMINED : ',
               WS-ROWS-EXAMINED
            DISPLAY 'DEFAULT INTEREST POSTINGS ....: ',
               WS-ROWS-POSTED
            DISPLAY 'SKIPPED - NO CATEGORY RATE ...: ',
               WS-ROWS-NO-RATE
            DISPLAY 'SKIPPED - NO USURY THRESHOLD .: ',
               WS-ROWS-NO-CAP
            DISPLAY 'CATEGORIES CAPPED AT USURY ...: ',
               WS-CATS-CAPPED
            DISPLAY 'POSTING ERRORS ...............: ',
               WS-POST-ERRORS
            MOVE WS-MORA-TOTAL          TO WS-ED-AMT
            DISPLAY 'DEFAULT INTEREST OF THE DAY ..: ',WS-ED-AMT
            DISPLAY '-------------------------------------------'

            IF WS-POST-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-ROWS-NO-CAP > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBLNMOR.
