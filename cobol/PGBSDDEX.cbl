      *     OPEN LOAN FALLING DUE INSIDE THE COLLECTION WINDOW OF     *
      *     THE DDSDDPAR CARD (DAYS FROM TODAY) PRODUCES ONE SDD      *
      *     COLLECTION RECORD ON DDSDDOUT, DEBITING THE MANDATE OF    *
      *     THE PRIMARY BORROWER. THE WINDOW RUNS ON CALENDAR DAYS    *
      *     (NPW08P CIVIL DAY NUMBERS) AGAINST THE DUE DATES AS       *
      *     STORED, ALREADY ROLLED TO A WORKING DAY. THE MANDATE      *
      *     IBAN IS RE-VALIDATED THROUGH NPW11P BEFORE IT GOES IN     *
      *     THE FILE; INSTALLMENTS WITHOUT A MANDATE OR WITH INVALID  *
      *     COORDINATES GO TO THE DDSDDEXC EXCEPTION LIST FOR THE     *
      *     BRANCHES. THE CHARGES STILL OPEN ON THE LOAN CHARGE       *
      *     LEDGER LOANCHRG ARE ADDED TO THE FIRST COLLECTION OF THE  *
      *     LOAN AND MARKED BILLED, SO THEY ARE COLLECTED WITH THE    *
      *     NEXT INSTALLMENT; EACH BILLED CHARGE KEEPS THE            *
      *     INSTALLMENT OF THE COLLECTION THAT CARRIES IT.            *
      * EVERY COLLECTION SENT IS LOGGED ON LOANSDDC (LOAN,            *
      * INSTALLMENT, MANDATE, AMOUNT AND CHARGES PART OF IT, SENT     *
      * DATE) SO THAT PGBSDDRT CAN MATCH THE REJECTS, RETURNS AND     *
      * REFUNDS OF THE HUB TO IT. A MANDATE SUSPENDED BY PGBSDDRT     *
      * (MLOANMND_ST 'S') IS NOT COLLECTED ON: ITS INSTALLMENTS GO TO *
      * THE EXCEPTION LIST AS 'MSUS' UNTIL THE CUSTOMER SIGNS A NEW   *
      * MANDATE, WHICH STORES ACTIVE.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
               INCLUDE LOANMAND
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCHRG
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSDDC
           END-EXEC.

           EXEC SQL
               DECLARE CUR-DUE CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_CUST_NO,
          05 WS-MAND-REJECTED              PIC 9(05) VALUE ZERO.
          05 WS-COLL-WRITTEN               PIC 9(05) VALUE ZERO.
          05 WS-COLL-EXCEPT                PIC 9(05) VALUE ZERO.
          05 WS-COLL-CHARGED               PIC 9(05) VALUE ZERO.

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
          05  WS-TODAY-NUM           PIC S9(09)      COMP-3.
          05  WS-LIMIT-NUM           PIC S9(09)      COMP-3.
          05  WS-DUE-NUM             PIC S9(09)      COMP-3.
          05  WS-CIV-DATE            PIC 9(08).

       01 WS-INST-AMT                      PIC S9(10)V99 COMP-3.
       01 WS-CHG-OPEN                      PIC S9(10)V99 COMP-3.
       01 WS-MAND-FOUND                    PIC X(01).

           COPY NPW11RC.
           COPY NPW08RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
            END-IF
            CLOSE SDDPAR

      *     THE WINDOW IS COMPARED ON THE CIVIL DAY NUMBER OF THE
      *     NPW08P DATE ROUTINE, SO IT SPANS REAL CALENDAR DAYS
            COMPUTE WS-CIV-DATE =
               (WS-CURT-DATE-CCYY * 10000) +
               (WS-CURT-DATE-MM   *   100) +
                WS-CURT-DATE-DD
            PERFORM X1200-CALL-NPW08P-PARA
               THRU X1200-EXIT
            IF W08-RCODE NOT = ZERO
               DISPLAY 'PGBSDDEX CALENDAR RCODE ',W08-RCODE,
                  ' ON RUN DATE ',WS-CIV-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE W08-RGGG               TO WS-TODAY-NUM
            COMPUTE WS-LIMIT-NUM =
               WS-TODAY-NUM + PAR-WINDOW-DAYS

             MOVE MND-IBAN               TO MLOANMND-IBAN
             MOVE MND-REF                TO MLOANMND-REF
             MOVE MND-SIGN-DATE          TO MLOANMND-SIGN-DATE
             MOVE ' '                    TO MLOANMND-ST

             EXEC SQL
                 INSERT INTO LOANMAND VALUES
                 (:MLOANMND-CUST-NO, :MLOANMND-IBAN,
                  :MLOANMND-REF, :MLOANMND-SIGN-DATE,
                  :MLOANMND-ST)
             END-EXEC

             EVALUATE TRUE
             EXIT.
       A3200-ONE-DUE-PARA.
             MOVE SLOANSCH-DUE-DATE       TO WS-DUE-DATE-R
             COMPUTE WS-CIV-DATE =
                (WS-DUE-CCYY * 10000) +
                (WS-DUE-MM   *   100) +
                 WS-DUE-DD
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT
             IF W08-RCODE NOT = ZERO
                DISPLAY 'PGBSDDEX CALENDAR RCODE ',W08-RCODE,
                   ' LOAN ',LLOANM-NO,' DUE ',SLOANSCH-DUE-DATE
                GO TO A3290-NEXT
             END-IF
             MOVE W08-RGGG                TO WS-DUE-NUM

             IF WS-DUE-NUM < WS-TODAY-NUM
             OR WS-DUE-NUM > WS-LIMIT-NUM

             EXEC SQL
                 SELECT MLOANMND_IBAN, MLOANMND_REF,
                        MLOANMND_SIGN_DATE, MLOANMND_ST
                   INTO :MLOANMND-IBAN, :MLOANMND-REF,
                        :MLOANMND-SIGN-DATE, :MLOANMND-ST
                   FROM LOANMAND
                  WHERE MLOANMND_CUST_NO = :MLOANMND-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0 AND MLOANMND-ST = 'S'
                  MOVE 'S'                TO WS-MAND-FOUND
             WHEN SQLCODE = 0
                  MOVE 'Y'                TO WS-MAND-FOUND
             WHEN SQLCODE = 100
       B3000-EXIT.
             EXIT.
       B4000-WRITE-COLLECT-PARA.
      *      CHARGES STILL OPEN ON THE LOAN RIDE ON THIS COLLECTION
             PERFORM B4100-OPEN-CHARGES-PARA
                THRU B4100-EXIT
             ADD WS-CHG-OPEN              TO WS-INST-AMT

             MOVE SPACES                  TO SDDOUT-RECORD
             MOVE MLOANMND-REF            TO SDD-MAND-REF
             MOVE MLOANMND-IBAN           TO SDD-IBAN
             MOVE MLOANMND-SIGN-DATE      TO SDD-SIGN-DATE
             WRITE SDDOUT-RECORD

             ADD 1                        TO WS-COLL-WRITTEN

             PERFORM B4300-LOG-COLLECT-PARA
                THRU B4300-EXIT

             IF WS-CHG-OPEN > ZERO
                PERFORM B4200-BILL-CHARGES-PARA
                   THRU B4200-EXIT
             END-IF.
       B4000-EXIT.
             EXIT.
       B4100-OPEN-CHARGES-PARA.
      *      A RERUN FINDS THE CHARGES ALREADY BILLED ON THIS SAME
      *      COLLECTION AND SENDS THEM AGAIN WITH IT
             MOVE ZERO                    TO WS-CHG-OPEN

             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :WS-CHG-OPEN
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND (JLOANCHG_ST = 'O'
                     OR (JLOANCHG_ST       = 'B'
                     AND JLOANCHG_COLL_SEQ = :SLOANSCH-SEQ))
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBSDDEX CHARGES READ SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-CHG-OPEN
             END-IF.
       B4100-EXIT.
             EXIT.
       B4200-BILL-CHARGES-PARA.
             EXEC SQL
                 UPDATE LOANCHRG
                    SET JLOANCHG_ST       = 'B',
                        JLOANCHG_COLL_SEQ = :SLOANSCH-SEQ
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND JLOANCHG_ST = 'O'
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-COLL-CHARGED
             WHEN OTHER
                  DISPLAY 'PGBSDDEX CHARGES UPDATE SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
             END-EVALUATE.
       B4200-EXIT.
             EXIT.
       B4300-LOG-COLLECT-PARA.
      *      A RERUN INSIDE THE WINDOW SENDS THE INSTALLMENT AGAIN:
      *      THE LOG ROW IS REFRESHED RATHER THAN DUPLICATED
             MOVE LLOANM-NO               TO NLOANSDD-NO
             MOVE SLOANSCH-SEQ            TO NLOANSDD-SEQ
             MOVE SLOANSCH-DUE-DATE       TO NLOANSDD-DUE-DATE
             MOVE WS-INST-AMT             TO NLOANSDD-AMT
             MOVE WS-CHG-OPEN             TO NLOANSDD-CHG
             MOVE LLOANM-CUST-NO          TO NLOANSDD-CUST-NO
             MOVE MLOANMND-REF            TO NLOANSDD-MAND-REF
             MOVE WS-CURR-DATE            TO NLOANSDD-SENT-DATE
             MOVE 'S'                     TO NLOANSDD-ST
             MOVE SPACES                  TO NLOANSDD-RTYPE
                                             NLOANSDD-REASON
                                             NLOANSDD-R-DATE

             EXEC SQL
                 UPDATE LOANSDDC
                    SET NLOANSDD_DUE_DATE  = :NLOANSDD-DUE-DATE,
                        NLOANSDD_AMT       = :NLOANSDD-AMT,
                        NLOANSDD_CHG       = :NLOANSDD-CHG,
                        NLOANSDD_CUST_NO   = :NLOANSDD-CUST-NO,
                        NLOANSDD_SENT_DATE = :NLOANSDD-SENT-DATE,
                        NLOANSDD_ST        = :NLOANSDD-ST,
                        NLOANSDD_RTYPE     = :NLOANSDD-RTYPE,
                        NLOANSDD_REASON    = :NLOANSDD-REASON,
                        NLOANSDD_R_DATE    = :NLOANSDD-R-DATE
                  WHERE NLOANSDD_NO       = :NLOANSDD-NO
                    AND NLOANSDD_SEQ      = :NLOANSDD-SEQ
                    AND NLOANSDD_MAND_REF = :NLOANSDD-MAND-REF
             END-EXEC

             IF SQLCODE = 100
                EXEC SQL
                    INSERT INTO LOANSDDC VALUES
                    (:NLOANSDD-NO, :NLOANSDD-SEQ, :NLOANSDD-DUE-DATE,
                     :NLOANSDD-AMT, :NLOANSDD-CUST-NO,
                     :NLOANSDD-MAND-REF, :NLOANSDD-SENT-DATE,
                     :NLOANSDD-ST, :NLOANSDD-RTYPE, :NLOANSDD-REASON,
                     :NLOANSDD-R-DATE, :NLOANSDD-CHG)
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSDDEX COLLECTION LOG SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       B4300-EXIT.
             EXIT.
       B5000-WRITE-EXCEPT-PARA.
             MOVE SPACES                  TO SDDEXC-RECORD

             EVALUATE WS-MAND-FOUND
             WHEN 'Y'
                MOVE 'IBAN'               TO EXC-REASON
                MOVE MLOANMND-IBAN        TO EXC-IBAN
             WHEN 'S'
                MOVE 'MSUS'               TO EXC-REASON
                MOVE MLOANMND-IBAN        TO EXC-IBAN
             WHEN OTHER
                MOVE 'NMND'               TO EXC-REASON
             END-EVALUATE

             MOVE LLOANM-CUST-NO          TO EXC-CUST-NO
             MOVE LLOANM-NO               TO EXC-LOAN-NO
             MOVE WS-ROUT-NPG01           TO NPG01RC.
       X1100-EXIT.
             EXIT.
       X1200-CALL-NPW08P-PARA.
      *      CIVIL DAY NUMBER OF WS-CIV-DATE (SSAAMMGG) IN W08-RGGG
             MOVE SPACES                  TO NPW08RC
             MOVE 01                      TO W08-RTIPO
             MOVE WS-CIV-DATE             TO W08-RDATA
             MOVE 'NPW08P'                TO WS-ROUT-MODULE
             MOVE NPW08RC                 TO WS-ROUT-NP0500
             MOVE NPG01RC                 TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500          TO NPW08RC
             MOVE WS-ROUT-NPG01           TO NPG01RC.
       X1200-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSDDEX - SDD COLLECTION EXTRACT ',
               WS-COLL-WRITTEN
            DISPLAY 'INSTALLMENTS TO EXCEPTIONS ...: ',
               WS-COLL-EXCEPT
            DISPLAY 'COLLECTIONS CARRYING CHARGES .: ',
               WS-COLL-CHARGED
            DISPLAY '-------------------------------------------'

            CLOSE SDDOUT
