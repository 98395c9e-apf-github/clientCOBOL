      * THE DDLETTER EXTRACT CARRIES CUSTOMER NAME AND ADDRESS FROM    *
      * CUSTM_TABLE, THE LOAN DATA AND THE AMOUNT DUE FOR THE          *
      * PRINTING SERVICE, AND THE RUN REPORT COUNTS THE NIGHT'S        *
      * LETTERS BY LEVEL AND CATEGORY. THE LETTER ALSO CARRIES THE     *
      * DEFAULT INTEREST ACCRUED ON THE ARREARS (LOANDFLT). EVERY      *
      * LETTER POSTS THE DUNNING FEE OF THE CATEGORY FROM THE FEE      *
      * CATALOG TO THE LOAN CHARGE LEDGER (PGBCHARG, EVENT 'DUNL').    *
      ******************************************************************

       ENVIRONMENT DIVISION.
           02  LET-AMT-DUE                PIC 9(10).
           02  LET-DAYS-LATE              PIC 9(05).
           02  LET-FLAGCUST               PIC X(01).
           02  LET-MORA-DUE               PIC 9(10).
           02  FILLER                     PIC X(09).

      * COMMON CUSTOMER OUTPUT QUEUE: ONE ADDRESSED LOGICAL
      * DOCUMENT PER LETTER, BUNDLED DOWNSTREAM BY PGBOUTBN SO ONE
               INCLUDE LOANARRS
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDFLT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDUNH
           END-EXEC.
          05 WS-ALREADY-CHASED             PIC 9(05) VALUE ZERO.
          05 WS-DECEASED-SKIPPED           PIC 9(05) VALUE ZERO.
          05 WS-PLACED-SKIPPED             PIC 9(05) VALUE ZERO.
          05 WS-FEES-POSTED                PIC 9(05) VALUE ZERO.

       01 WS-PLACED-COUNT                  PIC S9(05) COMP-3.

      *    CHARGE-POSTING ROUTINE ON THE FEE CATALOG (LOANFEEC)
       01 WS-CHG-MODULE                    PIC X(08) VALUE 'PGBCHARG'.
           COPY PGBCHGRC.

       01 WS-LEVELS.
          05 WS-LVL-NR                     PIC 9(02) VALUE ZERO.
          05 WS-LVL-ELE OCCURS 9.

       01 WS-ARR-ROWS                      PIC S9(05) COMP-3.
       01 WS-AMT-DUE                       PIC S9(12)V99 COMP-3.
       01 WS-MORA-DUE                      PIC S9(12)V99 COMP-3.
       01 WS-DAYS-SINCE-RPMT               PIC S9(07) COMP-3.
       01 WS-CUR-LEVEL                     PIC 9(01).
       01 WS-CUR-IX                        PIC 9(02).
       01 WS-LAST-LEVEL                    PIC 9(01).

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
             WHEN OTHER
                  DISPLAY 'PGBLNDUN LEDGER READ SQLCODE -',SQLCODE
                  MOVE ZERO               TO WS-ARR-ROWS
             END-EVALUATE

      *      DEFAULT INTEREST ACCRUED ON THE ARREARS SO FAR
             MOVE ZERO                    TO WS-MORA-DUE

             IF WS-ARR-ROWS = ZERO
                GO TO B1000-EXIT
             END-IF

             EXEC SQL
                 SELECT COALESCE(SUM(KLOANDFL_AMT), 0)
                   INTO :WS-MORA-DUE
                   FROM LOANDFLT
                  WHERE KLOANDFL_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNDUN DEFAULT INTEREST SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-MORA-DUE
             END-IF.
       B1000-EXIT.
             EXIT.
       B2000-ASSIGN-LEVEL-PARA.
                    INTO LET-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO LET-CUST-ADDR
             MOVE WS-AMT-DUE              TO LET-AMT-DUE
             MOVE WS-MORA-DUE             TO LET-MORA-DUE
             MOVE WS-DAYS-SINCE-RPMT      TO LET-DAYS-LATE
             MOVE WS-LVL-FLAGCUST (WS-CUR-IX) TO LET-FLAGCUST
             WRITE LETTER-RECORD
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNDUN EVENT INSERT SQLCODE -',SQLCODE
             END-EVALUATE

      *      DUNNING FEE, COLLECTED WITH THE NEXT INSTALLMENT
             MOVE SPACES                  TO PGBCHGRC
             MOVE 'P'                     TO CHG-FUNZI
             MOVE LLOANM-NO               TO CHG-LOAN-NO
             MOVE LLOANM-CAT              TO CHG-CAT
             MOVE 'DUNL'                  TO CHG-EVENT
             MOVE WS-CURR-DATE            TO CHG-DATE
             MOVE WS-AMT-DUE              TO CHG-BASE-AMT

             CALL WS-CHG-MODULE USING PGBCHGRC

             EVALUATE CHG-RCODE
             WHEN SPACES
                  ADD 1                   TO WS-FEES-POSTED
             WHEN 'NF'
             WHEN 'DU'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNDUN FEE NOT POSTED RCODE ',CHG-RCODE,
                     ' LOAN ',LLOANM-NO
             END-EVALUATE.
       B4000-EXIT.
             EXIT.
      *      ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST RUN
      *      OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE LLOANM-CUST-NO          TO OUTQ-CUST-NO
             MOVE 'DUNL'                  TO OUTQ-DOC-TYPE
             MOVE LET-CUST-NAME           TO OUTQ-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO OUTQ-CUST-ADDR
      *      CHANNEL AND ELECTRONIC ADDRESS FROM THE PREFERENCES
             MOVE OUTQ-CUST-NO            TO CHN-CUST-NO
             MOVE OUTQ-DOC-TYPE           TO CHN-DOC-TYPE
             CALL WS-CHN-MODULE USING PGBCHNRC
             MOVE CHN-CHANNEL             TO OUTQ-CHANNEL
             MOVE CHN-CERTIFIED           TO OUTQ-CERTIFIED
             IF CHN-CHANNEL = 'E'
                MOVE CHN-EADDR            TO OUTQ-CUST-ADDR
             END-IF
             MOVE 1                       TO OUTQ-PAGES
             MOVE SPACES                  TO OUTQ-DOC-REF
             MOVE LLOANM-NO               TO OUTQ-DOC-REF (1:9)
               WS-DECEASED-SKIPPED
            DISPLAY 'SKIPPED - PLACED WITH AGENCY .: ',
               WS-PLACED-SKIPPED
            DISPLAY 'DUNNING FEES POSTED ..........: ',
               WS-FEES-POSTED

            PERFORM VARYING WS-LVL-IX FROM 1 BY 1
               UNTIL WS-LVL-IX > WS-LVL-NR
