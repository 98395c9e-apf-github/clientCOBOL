       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCHARG.
      ******************************************************************
      * CHARGE-POSTING ROUTINE OF THE LOAN SUBSYSTEM. CALLED WITH THE *
      * PGBCHGRC COMMAREA WHEN A CHARGEABLE EVENT HAPPENS TO A LOAN   *
      * (ORIGINATION, INSTALLMENT COLLECTION, PAPER STATEMENT,        *
      * DUNNING LETTER, RESTRUCTURE, MORATORIA). THE FEE IS PRICED    *
      * ON THE CATALOG LOANFEEC: THE ROW OF THE LOAN CATEGORY AND     *
      * EVENT TYPE IN FORCE ON THE EVENT DATE (FROM/TO EFFECTIVE      *
      * DATES) GIVES A FLAT AMOUNT PLUS A PERCENTAGE OF THE BASE      *
      * AMOUNT PASSED BY THE CALLER. THE CHARGE IS POSTED OPEN ('O')  *
      * TO THE PER-LOAN LEDGER LOANCHRG; PGBSDDEX BILLS IT WITH THE   *
      * NEXT INSTALLMENT COLLECTION ('B') AND PGBPRTXN SETTLES IT      *
      * FROM THE NEXT REPAYMENT ('C'). AN EVENT WITHOUT A FEE IN      *
      * FORCE COSTS NOTHING; THE SAME EVENT IS NEVER CHARGED TWICE    *
      * ON ONE LOAN IN ONE DAY, SO A RERUN OF THE CALLER IS HARMLESS. *
      * THE QUOTE FUNCTION ('Q') ONLY PRICES THE EVENT FOR A CATEGORY *
      * AND POSTS NOTHING: IT SERVES THE PRE-CONTRACT DISCLOSURE OF   *
      * AN APPLICATION, BEFORE ANY LOAN EXISTS.                       *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANFEEC
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCHRG
           END-EXEC.

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

       01 WS-LOAN-NO                       PIC S9(09)    COMP-3.
       01 WS-POSTED-COUNT                  PIC S9(05)    COMP-3.
       01 WS-FEE-AMT                       PIC S9(09)V99 COMP-3.

       LINKAGE SECTION.
       COPY PGBCHGRC.

       PROCEDURE DIVISION USING PGBCHGRC.
       0000-MAIN-PROCESSING-PARA.
            MOVE SPACES                 TO CHG-RCODE
            MOVE ZERO                   TO CHG-AMT
            MOVE CHG-LOAN-NO            TO WS-LOAN-NO

            IF CHG-DATE = SPACES
               ACCEPT WS-TEMP-DATE FROM DATE
               MOVE WS-TEMP-DATE-MM     TO WS-CURT-DATE-MM
               MOVE WS-TEMP-DATE-DD     TO WS-CURT-DATE-DD
               MOVE 2000                TO WS-CURT-DATE-CCYY
               ADD  WS-TEMP-DATE-YY     TO WS-CURT-DATE-CCYY
               MOVE WS-CURR-DATE        TO CHG-DATE
            END-IF

            IF CHG-CAT = SPACES
               PERFORM A1000-READ-CATEGORY-PARA
                  THRU A1000-EXIT
               IF CHG-RCODE NOT = SPACES
                  GO TO 0000-EXIT
               END-IF
            END-IF

            PERFORM A2000-PRICE-EVENT-PARA
               THRU A2000-EXIT
            IF CHG-RCODE NOT = SPACES
               GO TO 0000-EXIT
            END-IF

            IF CHG-FUNZI = 'Q'
               MOVE WS-FEE-AMT          TO CHG-AMT
               GO TO 0000-EXIT
            END-IF

            PERFORM A3000-CHECK-POSTED-PARA
               THRU A3000-EXIT
            IF CHG-RCODE NOT = SPACES
               GO TO 0000-EXIT
            END-IF

            PERFORM A4000-POST-CHARGE-PARA
               THRU A4000-EXIT.
       0000-EXIT.
           GOBACK.
       A1000-READ-CATEGORY-PARA.
             EXEC SQL
                 SELECT LOANM_CAT
                   INTO :CHG-CAT
                   FROM LOANMSTR
                  WHERE LOANM_NO = :WS-LOAN-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE 'LN'               TO CHG-RCODE
             WHEN OTHER
                  DISPLAY 'PGBCHARG LOAN SQLCODE -',SQLCODE,
                     ' LOAN ',CHG-LOAN-NO
                  MOVE 'DB'               TO CHG-RCODE
             END-EVALUATE.
       A1000-EXIT.
             EXIT.
       A2000-PRICE-EVENT-PARA.
      *      LATEST CATALOG ROW OF THE CATEGORY AND EVENT STARTING
      *      ON OR BEFORE THE EVENT DATE, IF STILL IN FORCE ON IT
             MOVE CHG-CAT                 TO ELOANFEE-CAT
             MOVE CHG-EVENT               TO ELOANFEE-EVENT
             MOVE ZERO                    TO ELOANFEE-FLAT
                                             ELOANFEE-PCT

             EXEC SQL
                 SELECT ELOANFEE_FLAT, ELOANFEE_PCT
                   INTO :ELOANFEE-FLAT, :ELOANFEE-PCT
                   FROM LOANFEEC
                  WHERE ELOANFEE_CAT   = :ELOANFEE-CAT
                    AND ELOANFEE_EVENT = :ELOANFEE-EVENT
                    AND ELOANFEE_TO   >= :CHG-DATE
                    AND ELOANFEE_FROM  =
                        (SELECT MAX(ELOANFEE_FROM)
                           FROM LOANFEEC
                          WHERE ELOANFEE_CAT   = :ELOANFEE-CAT
                            AND ELOANFEE_EVENT = :ELOANFEE-EVENT
                            AND ELOANFEE_FROM <= :CHG-DATE)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE 'NF'               TO CHG-RCODE
                  GO TO A2000-EXIT
             WHEN OTHER
                  DISPLAY 'PGBCHARG CATALOG SQLCODE -',SQLCODE,
                     ' CATEGORY ',CHG-CAT,' EVENT ',CHG-EVENT
                  MOVE 'DB'               TO CHG-RCODE
                  GO TO A2000-EXIT
             END-EVALUATE

             COMPUTE WS-FEE-AMT ROUNDED =
                ELOANFEE-FLAT + CHG-BASE-AMT * ELOANFEE-PCT / 100

             IF WS-FEE-AMT NOT > ZERO
                MOVE 'NF'                 TO CHG-RCODE
             END-IF.
       A2000-EXIT.
             EXIT.
       A3000-CHECK-POSTED-PARA.
             MOVE ZERO                    TO WS-POSTED-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-POSTED-COUNT
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO    = :WS-LOAN-NO
                    AND JLOANCHG_EVENT = :CHG-EVENT
                    AND JLOANCHG_DATE  = :CHG-DATE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-POSTED-COUNT > ZERO
                     MOVE 'DU'            TO CHG-RCODE
                  END-IF
             WHEN OTHER
                  DISPLAY 'PGBCHARG LEDGER READ SQLCODE -',SQLCODE,
                     ' LOAN ',CHG-LOAN-NO
                  MOVE 'DB'               TO CHG-RCODE
             END-EVALUATE.
       A3000-EXIT.
             EXIT.
       A4000-POST-CHARGE-PARA.
             MOVE WS-LOAN-NO              TO JLOANCHG-NO
             MOVE CHG-CAT                 TO JLOANCHG-CAT
             MOVE CHG-DATE                TO JLOANCHG-DATE
             MOVE CHG-EVENT               TO JLOANCHG-EVENT
             MOVE WS-FEE-AMT              TO JLOANCHG-AMT
             MOVE 'O'                     TO JLOANCHG-ST
             MOVE ZERO                    TO JLOANCHG-COLL-SEQ

             EXEC SQL
                 INSERT INTO LOANCHRG VALUES
                 (:JLOANCHG-NO, :JLOANCHG-CAT, :JLOANCHG-DATE,
                  :JLOANCHG-EVENT, :JLOANCHG-AMT, :JLOANCHG-ST,
                  :JLOANCHG-COLL-SEQ)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE WS-FEE-AMT         TO CHG-AMT
             WHEN OTHER
                  DISPLAY 'PGBCHARG LEDGER INSERT SQLCODE -',SQLCODE,
                     ' LOAN ',CHG-LOAN-NO,' EVENT ',CHG-EVENT
                  MOVE 'DB'               TO CHG-RCODE
             END-EVALUATE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBCHARG.
