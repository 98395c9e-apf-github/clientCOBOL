      * TERMS, THE INSTALLMENT SCHEDULE AND THE REPAYMENT HISTORY     *
      * INTO A PRINT-READY STATEMENT PER CUSTOMER ON DDSTMOUT:        *
      * OPENING BALANCE, EACH REPAYMENT WITH DATE AND RESIDUAL,       *
      * INTEREST CHARGED IN THE PERIOD AND CLOSING BALANCE. DEFAULT   *
      * INTEREST ON ARREARS (LOANDFLT) IS SHOWN AS CHARGED IN THE     *
      * PERIOD AND AS ACCRUED IN TOTAL. THE QUEUED DOCUMENT NAMES     *
      * THE FIRST OPEN LOAN OF THE CUSTOMER, WHICH PGBOUTBN CHARGES   *
      * WITH THE PAPER-STATEMENT FEE. THE HISTORY OF A LOAN ARCHIVED  *
      * BY PGBLNARC IS READ FROM THE ARCHIVE TABLES AS WELL.          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               INCLUDE LOANACRM
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDFLT
           END-EXEC.

           EXEC SQL
               DECLARE CUR-LOANS CURSOR FOR
               SELECT LOANM_CAT, LOANM_NO, LOANM_TERM, LOANM_ROI,
                      RLOANRPH_OS_AMT
               FROM LOANRPHST
               WHERE RLOANRPH_NO = :LLOANM-NO
               UNION ALL
               SELECT RLOANRPH_DATE, RLOANRPH_RP_AMT,
                      RLOANRPH_OS_AMT
               FROM ARCRPHST
               WHERE RLOANRPH_NO = :LLOANM-NO
           END-EXEC.

           EXEC SQL
                      SLOANSCH_PRIN, SLOANSCH_INT, SLOANSCH_RESID
               FROM LOANSCHD
               WHERE SLOANSCH_NO = :LLOANM-NO
               UNION ALL
               SELECT SLOANSCH_SEQ, SLOANSCH_DUE_DATE,
                      SLOANSCH_PRIN, SLOANSCH_INT, SLOANSCH_RESID
               FROM ARCSCHD
               WHERE SLOANSCH_NO = :LLOANM-NO
               ORDER BY SLOANSCH_SEQ
           END-EXEC.

       01 WS-CLOSE-BAL                     PIC S9(10)V99 COMP-3.
       01 WS-INT-PERIOD                    PIC S9(10)V99 COMP-3.
       01 WS-MEMO-INT                      PIC S9(11)V99 COMP-3.
       01 WS-MORA-PERIOD                   PIC S9(11)V99 COMP-3.
       01 WS-MORA-TOTAL                    PIC S9(11)V99 COMP-3.
       01 WS-MOV-COUNT                     PIC 9(05).
       01 WS-FEE-LOAN-NO                   PIC 9(09).

       01 WS-PRT-LINE                      PIC X(132).
       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2                       PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
             WRITE STMOUT-RECORD FROM WS-PRT-LINE

             INITIALIZE WS-LOANS-FLAG
             MOVE ZERO                    TO WS-FEE-LOAN-NO

             EXEC SQL
                 OPEN CUR-LOANS
      *      AN ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST
      *      RUN OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE ACN-CUSTM-NO            TO OUTQ-CUST-NO
             MOVE 'STMT'                  TO OUTQ-DOC-TYPE
             MOVE SPACES                  TO OUTQ-CUST-NAME
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO OUTQ-CUST-NAME
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
             MOVE PAR-FROM-DATE           TO OUTQ-DOC-REF (1:10)
             MOVE WS-FEE-LOAN-NO          TO OUTQ-DOC-REF (11:9)

             MOVE '00000'                 TO WS-CAP-FOUND
             PERFORM VARYING WS-CAP-IX FROM 1 BY 1
       B2000-ONE-LOAN-PARA.
             ADD 1                        TO WS-LOANS-PRINTED

      *      THE PAPER-STATEMENT FEE GOES ON THE FIRST OPEN LOAN
             IF WS-FEE-LOAN-NO = ZERO
             AND LLOANM-ST = 'O'
                MOVE LLOANM-NO            TO WS-FEE-LOAN-NO
             END-IF

             MOVE SPACES                  TO WS-PRT-LINE
             MOVE LLOANM-MAX-AMT          TO WS-ED-AMT
             STRING ' LOAN '              DELIMITED BY SIZE
                WRITE STMOUT-RECORD FROM WS-PRT-LINE
             END-IF

      *      DEFAULT INTEREST ON ARREARS: CHARGED IN THE PERIOD AND
      *      ACCRUED IN TOTAL SO FAR
             MOVE ZERO                    TO WS-MORA-PERIOD
                                             WS-MORA-TOTAL

             EXEC SQL
                 SELECT COALESCE(SUM(KLOANDFL_AMT), 0)
                   INTO :WS-MORA-TOTAL
                   FROM LOANDFLT
                  WHERE KLOANDFL_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                MOVE ZERO                 TO WS-MORA-TOTAL
             END-IF

             IF WS-MORA-TOTAL > ZERO
                EXEC SQL
                    SELECT COALESCE(SUM(KLOANDFL_AMT), 0)
                      INTO :WS-MORA-PERIOD
                      FROM LOANDFLT
                     WHERE KLOANDFL_NO = :LLOANM-NO
                       AND KLOANDFL_DATE BETWEEN :PAR-FROM-DATE
                                             AND :PAR-TO-DATE
                END-EXEC

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE ZERO              TO WS-MORA-PERIOD
                END-IF

                MOVE SPACES               TO WS-PRT-LINE
                MOVE WS-MORA-PERIOD       TO WS-ED-AMT
                MOVE WS-MORA-TOTAL        TO WS-ED-AMT2
                STRING '   DEFAULT INTEREST IN PERIOD '
                                          DELIMITED BY SIZE
                       WS-ED-AMT          DELIMITED BY SIZE
                       '  ACCRUED TO DATE '
                                          DELIMITED BY SIZE
                       WS-ED-AMT2         DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                WRITE STMOUT-RECORD FROM WS-PRT-LINE
             END-IF

             MOVE SPACES                  TO WS-PRT-LINE
             WRITE STMOUT-RECORD FROM WS-PRT-LINE.
       B2200-EXIT.
