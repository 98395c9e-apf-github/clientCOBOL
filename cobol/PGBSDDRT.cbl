       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSDDRT.
      ******************************************************************
      * SEPA DIRECT-DEBIT R-TRANSACTION PROCESSING. READS THE REJECTS,*
      * RETURNS AND REFUNDS OF THE PGBSDDEX COLLECTIONS SENT BACK BY  *
      * THE PAYMENTS HUB ON DDSDDRIN AND MATCHES EACH ITEM TO THE     *
      * ORIGINAL COLLECTION ON THE LOANSDDC LOG (LOAN, INSTALLMENT    *
      * AND MANDATE REFERENCE) AND SO TO ITS INSTALLMENT:             *
      *  - WHEN THE COLLECTION HAD ALREADY BEEN POSTED AS A           *
      *    REPAYMENT (LOANRPHST), A STORNO ('17') OF THAT ROW IS      *
      *    RELEASED IN THE LOANTRAN LAYOUT ON DDSTOTRN, WRAPPED IN    *
      *    THE HDR/TRL REGISTRY ENVELOPE (ORIGIN SDDRETRN), SO THE    *
      *    REVERSAL, THE RESTORED OUTSTANDING, THE ACCRUAL            *
      *    RESTATEMENT AND THE ARREARS RUN THROUGH THE ONE EXISTING   *
      *    PATH OF PGBPRTXN. THE CHARGES THE COLLECTION CARRIED WERE  *
      *    SETTLED BY THAT REPAYMENT AND NOT BOOKED IN IT, SO THE     *
      *    REPAYMENT IS SOUGHT AT THE COLLECTION AMOUNT NET OF THEM   *
      *    AND THE STORNO SETS THEM BACK OPEN;                        *
      *  - WHEN NOTHING WAS POSTED YET THE INSTALLMENT SIMPLY STAYS   *
      *    UNPAID AND THE CHARGES BILLED ON THE COLLECTION ARE        *
      *    REOPENED FOR THE NEXT ONE.                                 *
      * THE LOG ROW TAKES THE R-TYPE, REASON AND DATE. A CUSTOMER     *
      * WHOSE CURRENT MANDATE COLLECTS WS-SUSP-LIMIT ITEMS FOR        *
      * MANDATE REVOKED (MD01) OR ACCOUNT CLOSED (AC04) HAS THE       *
      * LOANMAND MANDATE SUSPENDED: PGBSDDEX STOPS COLLECTING ON IT   *
      * UNTIL A NEW MANDATE IS SIGNED. EVERY ITEM GOES ON THE         *
      * DDSDDRWL WORKLIST OF THE MANAGING BRANCH WITH THE ACTION      *
      * TAKEN.                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDDRIN  ASSIGN TO DDSDDRIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SDDRIN-FS.

           SELECT STOTRN  ASSIGN TO DDSTOTRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-STOTRN-FS.

           SELECT SDDRWL  ASSIGN TO DDSDDRWL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SDDRWL-FS.

       DATA DIVISION.
       FILE SECTION.
      * R-TRANSACTION OF THE HUB: LOAN, INSTALLMENT AND MANDATE OF
      * THE ORIGINAL COLLECTION AS PGBSDDEX SENT THEM
       FD SDDRIN.
       01 SDDRIN-RECORD.
           02  RIN-RTYPE                  PIC X(04).
      *        'RJCT' = REJECT      'RTRN' = RETURN
      *        'REFD' = REFUND CLAIMED BY THE DEBTOR
           02  RIN-REASON                 PIC X(04).
           02  RIN-MAND-REF               PIC X(35).
           02  RIN-LOAN-NO                PIC 9(09).
           02  RIN-SEQ                    PIC 9(03).
           02  RIN-DUE-DATE               PIC X(10).
           02  RIN-AMOUNT                 PIC 9(10)V99.
           02  RIN-R-DATE                 PIC X(10).
           02  FILLER                     PIC X(13).

       FD STOTRN.
       COPY LOANTRAN.

       FD SDDRWL.
       01 SDDRWL-RECORD.
           02  RWL-BRANCH                 PIC X(05).
           02  RWL-CUST-NO                PIC 9(09).
           02  RWL-LOAN-NO                PIC 9(09).
           02  RWL-SEQ                    PIC 9(03).
           02  RWL-RTYPE                  PIC X(04).
           02  RWL-REASON                 PIC X(04).
           02  RWL-AMOUNT                 PIC 9(10)V99.
           02  RWL-ACTION                 PIC X(04).
      *        'STOR' = STORNO OF THE POSTED REPAYMENT RELEASED
      *        'UNPD' = NOTHING POSTED, INSTALLMENT LEFT UNPAID
      *        'MSUS' = AS ABOVE AND MANDATE SUSPENDED
      *        'NOMT' = NO MATCHING COLLECTION
           02  RWL-NAME                   PIC X(40).
           02  FILLER                     PIC X(10).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LRPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMAND
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSDDC
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SDDRIN-FS          PIC XX.
             88 END-OF-SDDRIN         VALUE '10'.
          05 WS-STOTRN-FS          PIC XX.
          05 WS-SDDRWL-FS          PIC XX.

       01 WS-COUNTERS.
          05 WS-ITEMS-READ                 PIC 9(05) VALUE ZERO.
          05 WS-STORNO-RELEASED            PIC 9(05) VALUE ZERO.
          05 WS-LEFT-UNPAID                PIC 9(05) VALUE ZERO.
          05 WS-NOT-MATCHED                PIC 9(05) VALUE ZERO.
          05 WS-MAND-SUSPENDED             PIC 9(05) VALUE ZERO.

       01 WS-HASH-TOTALS.
          05 WS-HASH-STORNO                PIC 9(15) VALUE ZERO.

      * REGISTRY ENVELOPE OF THE RELEASED FILE (SEE PGBFREG)
       01 WS-ENV-HDR.
          05 FILLER                PIC X(03)       VALUE 'HDR'.
          05 WS-ENV-ORIGIN         PIC X(08)       VALUE 'SDDRETRN'.
          05 WS-ENV-CRDATE         PIC 9(08).
          05 WS-ENV-CRTIME         PIC 9(06).
          05 FILLER                PIC X(55)       VALUE SPACES.
       01 WS-ENV-TRL.
          05 FILLER                PIC X(03)       VALUE 'TRL'.
          05 WS-ENV-COUNT          PIC 9(07).
          05 WS-ENV-HASH           PIC 9(15).
          05 FILLER                PIC X(55)       VALUE SPACES.
       01 WS-ENV-TIME8.
          05 WS-ENV-HHMMSS         PIC 9(06).
          05 FILLER                PIC 9(02).

      * A MANDATE IS SUSPENDED AT THE WS-SUSP-LIMIT-TH REVOKED OR
      * CLOSED-ACCOUNT ITEM
       01 WS-SUSP-LIMIT                    PIC 9(02) VALUE 2.

       01 WS-MATCH-WORK.
          05  WS-LOG-FOUND           PIC X(01).
          05  WS-RPH-FOUND           PIC X(01).
          05  WS-ACTION              PIC X(04).
          05  WS-ITEM-AMT            PIC S9(10)V99   COMP-3.
          05  WS-ITEM-NET            PIC S9(10)V99   COMP-3.
          05  WS-ITEM-FLOOR          PIC S9(10)V99   COMP-3.
          05  WS-RPH-DATE            PIC X(10).
          05  WS-RPH-AMT             PIC S9(10)V99   COMP-3.
          05  WS-SUSP-COUNT          PIC S9(05)      COMP-3.
          05  WS-STO-WHOLE           PIC 9(10).

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

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM R1000-READ-ITEM-PARA
               THRU R1000-EXIT
            PERFORM A2000-ONE-ITEM-PARA
               THRU A2000-EXIT
               UNTIL END-OF-SDDRIN

            MOVE WS-STORNO-RELEASED     TO WS-ENV-COUNT
            MOVE WS-HASH-STORNO         TO WS-ENV-HASH
            WRITE LOANIN-RECORD FROM WS-ENV-TRL

            CLOSE SDDRIN
                  STOTRN
                  SDDRWL

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-COUNTERS
                       WS-HASH-TOTALS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT  SDDRIN
            DISPLAY 'SDDRIN FILE STATUS -',WS-SDDRIN-FS
            OPEN OUTPUT STOTRN
            DISPLAY 'STOTRN FILE STATUS -',WS-STOTRN-FS
            ACCEPT WS-ENV-CRDATE FROM DATE YYYYMMDD
            ACCEPT WS-ENV-TIME8 FROM TIME
            MOVE WS-ENV-HHMMSS          TO WS-ENV-CRTIME
            WRITE LOANIN-RECORD FROM WS-ENV-HDR
            OPEN OUTPUT SDDRWL
            DISPLAY 'SDDRWL FILE STATUS -',WS-SDDRWL-FS.
       A1000-EXIT.
             EXIT.
       R1000-READ-ITEM-PARA.
            READ SDDRIN
            END-READ

            EVALUATE TRUE
            WHEN WS-SDDRIN-FS = '00'
                 ADD 1                    TO WS-ITEMS-READ
            WHEN WS-SDDRIN-FS = '10'
                 SET END-OF-SDDRIN TO TRUE
            WHEN OTHER
                 SET END-OF-SDDRIN TO TRUE
                 DISPLAY 'PGBSDDRT R-TRANSACTION FILE ERROR -',
                    WS-SDDRIN-FS
            END-EVALUATE.
       R1000-EXIT.
             EXIT.
       A2000-ONE-ITEM-PARA.
             MOVE SPACES                 TO WS-ACTION
             MOVE ZERO                   TO LLOANM-CUST-NO
             MOVE SPACES                 TO LLOANM-BRANCH
             IF RIN-AMOUNT NUMERIC
                MOVE RIN-AMOUNT          TO WS-ITEM-AMT
             ELSE
                MOVE ZERO                TO WS-ITEM-AMT
             END-IF

             PERFORM B1000-MATCH-COLLECTION-PARA
                THRU B1000-EXIT

             IF WS-LOG-FOUND NOT = 'Y'
                MOVE 'NOMT'              TO WS-ACTION
                ADD 1                    TO WS-NOT-MATCHED
                GO TO A2090-LIST
             END-IF

             PERFORM B2000-FIND-REPAYMENT-PARA
                THRU B2000-EXIT

             IF WS-RPH-FOUND = 'Y'
                PERFORM B3000-RELEASE-STORNO-PARA
                   THRU B3000-EXIT
             ELSE
                PERFORM B3500-REOPEN-CHARGES-PARA
                   THRU B3500-EXIT
             END-IF

             PERFORM B4000-UPDATE-LOG-PARA
                THRU B4000-EXIT

             IF RIN-REASON = 'MD01' OR 'AC04'
                PERFORM B5000-CHECK-MANDATE-PARA
                   THRU B5000-EXIT
             END-IF.

       A2090-LIST.
             PERFORM B6000-WRITE-WORKLIST-PARA
                THRU B6000-EXIT

             PERFORM R1000-READ-ITEM-PARA
                THRU R1000-EXIT.
       A2000-EXIT.
             EXIT.
       B1000-MATCH-COLLECTION-PARA.
      *      THE ORIGINAL COLLECTION: SAME LOAN, INSTALLMENT AND
      *      MANDATE, SENT AND NOT YET HIT BY AN R-TRANSACTION
             MOVE ' '                    TO WS-LOG-FOUND

             IF RIN-LOAN-NO NOT NUMERIC
             OR RIN-SEQ NOT NUMERIC
                GO TO B1000-EXIT
             END-IF

             MOVE RIN-LOAN-NO            TO NLOANSDD-NO
             MOVE RIN-SEQ                TO NLOANSDD-SEQ
             MOVE RIN-MAND-REF           TO NLOANSDD-MAND-REF

             EXEC SQL
                 SELECT NLOANSDD_DUE_DATE, NLOANSDD_AMT,
                        NLOANSDD_CUST_NO, NLOANSDD_CHG
                   INTO :NLOANSDD-DUE-DATE, :NLOANSDD-AMT,
                        :NLOANSDD-CUST-NO, :NLOANSDD-CHG
                   FROM LOANSDDC
                  WHERE NLOANSDD_NO       = :NLOANSDD-NO
                    AND NLOANSDD_SEQ      = :NLOANSDD-SEQ
                    AND NLOANSDD_MAND_REF = :NLOANSDD-MAND-REF
                    AND NLOANSDD_ST       = 'S'
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  GO TO B1000-EXIT
             WHEN OTHER
                  DISPLAY 'PGBSDDRT COLLECTION LOG SQLCODE -',SQLCODE,
                     ' LOAN ',RIN-LOAN-NO
                  GO TO B1000-EXIT
             END-EVALUATE

             IF NLOANSDD-AMT NOT = WS-ITEM-AMT
                DISPLAY 'PGBSDDRT AMOUNT DIFFERS FROM COLLECTION -',
                   RIN-LOAN-NO,' SEQ ',RIN-SEQ
                GO TO B1000-EXIT
             END-IF

             MOVE RIN-LOAN-NO            TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_CUST_NO, LOANM_BRANCH
                   INTO :LLOANM-CAT, :LLOANM-CUST-NO, :LLOANM-BRANCH
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSDDRT LOAN SQLCODE -',SQLCODE,
                   ' LOAN ',RIN-LOAN-NO
                GO TO B1000-EXIT
             END-IF

             MOVE 'Y'                    TO WS-LOG-FOUND.
       B1000-EXIT.
             EXIT.
       B2000-FIND-REPAYMENT-PARA.
      *      THE REPAYMENT THE COLLECTION WAS POSTED AS: THE FIRST
      *      ROW OF ITS AMOUNT ON OR AFTER THE DUE DATE. PGBPRTXN
      *      BOOKS THE REPAYMENT NET OF THE CHARGES IT SETTLES, SO
      *      THE CHARGES PART OF THE COLLECTION IS TAKEN OFF. THE
      *      STATEMENT CREDIT IS POSTED IN WHOLE UNITS, SO THE
      *      CENTS OF THE COLLECTION MAY HAVE BEEN DROPPED
             MOVE ' '                    TO WS-RPH-FOUND
             COMPUTE WS-ITEM-NET   = WS-ITEM-AMT - NLOANSDD-CHG
             COMPUTE WS-ITEM-FLOOR = WS-ITEM-NET - 1

             EXEC SQL
                 SELECT RLOANRPH_DATE, RLOANRPH_RP_AMT
                   INTO :WS-RPH-DATE, :WS-RPH-AMT
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO      = :LLOANM-NO
                    AND RLOANRPH_RP_AMT  > :WS-ITEM-FLOOR
                    AND RLOANRPH_RP_AMT <= :WS-ITEM-NET
                    AND RLOANRPH_DATE    =
                        (SELECT MIN(RLOANRPH_DATE)
                           FROM LOANRPHST
                          WHERE RLOANRPH_NO      = :LLOANM-NO
                            AND RLOANRPH_RP_AMT  > :WS-ITEM-FLOOR
                            AND RLOANRPH_RP_AMT <= :WS-ITEM-NET
                            AND RLOANRPH_DATE   >= :NLOANSDD-DUE-DATE)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE 'Y'                TO WS-RPH-FOUND
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBSDDRT REPAYMENT SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
             END-EVALUATE.
       B2000-EXIT.
             EXIT.
       B3000-RELEASE-STORNO-PARA.
      *      THE POSTED REPAYMENT BECOMES A STORNO RECORD; THE
      *      REVERSAL ITSELF IS PGBPRTXN'S
             MOVE WS-RPH-AMT             TO WS-STO-WHOLE

             MOVE SPACES                 TO LOANIN-RECORD
             MOVE '17'                   TO LOANIN-REQ-TYPE
             MOVE LLOANM-CAT             TO LOANIN-LLOANM-CAT
             MOVE LLOANM-NO              TO LOANIN-LLOANM-NO
             MOVE ZERO                   TO LOANIN-LLOANM-CUST-NO
                                            LOANIN-LLOANM-TERM
             MOVE WS-STO-WHOLE           TO LOANIN-LLOANM-MAX-AMT
             MOVE WS-RPH-DATE            TO LOANIN-STO-DATE
             MOVE WS-STO-WHOLE           TO LOANIN-STO-AMT
             MOVE ZERO                   TO LOANIN-STO-TARGET
             WRITE LOANIN-RECORD

             ADD 1                       TO WS-STORNO-RELEASED
             ADD WS-STO-WHOLE            TO WS-HASH-STORNO
             MOVE 'STOR'                 TO WS-ACTION

      *      THE CHARGES THE REVERSED REPAYMENT SETTLED ARE THOSE
      *      BILLED ON THIS COLLECTION: THEY GO BACK OPEN FOR THE
      *      NEXT ONE
             IF NLOANSDD-CHG = ZERO
                GO TO B3000-EXIT
             END-IF

             EXEC SQL
                 UPDATE LOANCHRG
                    SET JLOANCHG_ST       = 'O',
                        JLOANCHG_COLL_SEQ = 0
                  WHERE JLOANCHG_NO       = :LLOANM-NO
                    AND JLOANCHG_ST       = 'C'
                    AND JLOANCHG_COLL_SEQ = :NLOANSDD-SEQ
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBSDDRT CHARGES UPDATE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       B3000-EXIT.
             EXIT.
       B3500-REOPEN-CHARGES-PARA.
      *      NOTHING WAS COLLECTED: THE CHARGES BILLED ON THIS
      *      COLLECTION GO BACK OPEN FOR THE NEXT ONE
             ADD 1                       TO WS-LEFT-UNPAID
             MOVE 'UNPD'                 TO WS-ACTION

             EXEC SQL
                 UPDATE LOANCHRG
                    SET JLOANCHG_ST       = 'O',
                        JLOANCHG_COLL_SEQ = 0
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND JLOANCHG_ST = 'B'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBSDDRT CHARGES UPDATE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       B3500-EXIT.
             EXIT.
       B4000-UPDATE-LOG-PARA.
             MOVE 'R'                    TO NLOANSDD-ST
             MOVE RIN-RTYPE              TO NLOANSDD-RTYPE
             MOVE RIN-REASON             TO NLOANSDD-REASON
             MOVE RIN-R-DATE             TO NLOANSDD-R-DATE
             IF RIN-R-DATE = SPACES
                MOVE WS-CURR-DATE        TO NLOANSDD-R-DATE
             END-IF

             EXEC SQL
                 UPDATE LOANSDDC
                    SET NLOANSDD_ST     = :NLOANSDD-ST,
                        NLOANSDD_RTYPE  = :NLOANSDD-RTYPE,
                        NLOANSDD_REASON = :NLOANSDD-REASON,
                        NLOANSDD_R_DATE = :NLOANSDD-R-DATE
                  WHERE NLOANSDD_NO       = :NLOANSDD-NO
                    AND NLOANSDD_SEQ      = :NLOANSDD-SEQ
                    AND NLOANSDD_MAND_REF = :NLOANSDD-MAND-REF
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSDDRT COLLECTION LOG UPDATE SQLCODE -',
                   SQLCODE,' LOAN ',LLOANM-NO
             END-IF.
       B4000-EXIT.
             EXIT.
       B5000-CHECK-MANDATE-PARA.
      *      REVOKED MANDATE OR CLOSED ACCOUNT: AT THE LIMIT THE
      *      CURRENT MANDATE OF THE CUSTOMER IS SUSPENDED
             MOVE ZERO                   TO WS-SUSP-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-SUSP-COUNT
                   FROM LOANSDDC
                  WHERE NLOANSDD_CUST_NO  = :NLOANSDD-CUST-NO
                    AND NLOANSDD_MAND_REF = :NLOANSDD-MAND-REF
                    AND NLOANSDD_REASON IN ('MD01', 'AC04')
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSDDRT REASON COUNT SQLCODE -',SQLCODE
                GO TO B5000-EXIT
             END-IF

             IF WS-SUSP-COUNT < WS-SUSP-LIMIT
                GO TO B5000-EXIT
             END-IF

             MOVE NLOANSDD-CUST-NO       TO MLOANMND-CUST-NO
             MOVE NLOANSDD-MAND-REF      TO MLOANMND-REF

             EXEC SQL
                 UPDATE LOANMAND
                    SET MLOANMND_ST = 'S'
                  WHERE MLOANMND_CUST_NO = :MLOANMND-CUST-NO
                    AND MLOANMND_REF     = :MLOANMND-REF
                    AND MLOANMND_ST     <> 'S'
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-MAND-SUSPENDED
                  MOVE 'MSUS'             TO WS-ACTION
                  DISPLAY 'PGBSDDRT MANDATE SUSPENDED CUST ',
                     MLOANMND-CUST-NO,' REASON ',RIN-REASON
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBSDDRT MANDATE UPDATE SQLCODE -',SQLCODE
             END-EVALUATE.
       B5000-EXIT.
             EXIT.
       B6000-WRITE-WORKLIST-PARA.
             MOVE SPACES                 TO SDDRWL-RECORD
             MOVE LLOANM-BRANCH          TO RWL-BRANCH
             MOVE LLOANM-CUST-NO         TO RWL-CUST-NO
             MOVE RIN-LOAN-NO            TO RWL-LOAN-NO
             MOVE RIN-SEQ                TO RWL-SEQ
             MOVE RIN-RTYPE              TO RWL-RTYPE
             MOVE RIN-REASON             TO RWL-REASON
             MOVE WS-ITEM-AMT            TO RWL-AMOUNT
             MOVE WS-ACTION              TO RWL-ACTION

             IF LLOANM-CUST-NO NOT = ZERO
                MOVE LLOANM-CUST-NO      TO ACN-CUSTM-NO
                EXEC SQL
                    SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM
                      INTO :ACN-CUSTM-NAME-FRSTNM,
                           :ACN-CUSTM-NAME-LASTNM
                      FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
                END-EXEC
                IF SQLCODE = 0
                   STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                          ' '                  DELIMITED BY SIZE
                          ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                          INTO RWL-NAME
                END-IF
             END-IF

             WRITE SDDRWL-RECORD

             DISPLAY 'PGBSDDRT ',RIN-RTYPE,' ',RIN-REASON,
                ' LOAN ',RIN-LOAN-NO,' SEQ ',RIN-SEQ,
                ' BRANCH ',LLOANM-BRANCH,' ACTION ',WS-ACTION.
       B6000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSDDRT - SDD R-TRANSACTIONS ',WS-CURR-DATE
            DISPLAY 'ITEMS READ ...................: ',
               WS-ITEMS-READ
            DISPLAY 'STORNO OF POSTED REPAYMENTS ..: ',
               WS-STORNO-RELEASED
            DISPLAY 'INSTALLMENTS LEFT UNPAID .....: ',
               WS-LEFT-UNPAID
            DISPLAY 'MANDATES SUSPENDED ...........: ',
               WS-MAND-SUSPENDED
            DISPLAY 'ITEMS NOT MATCHED ............: ',
               WS-NOT-MATCHED
            DISPLAY 'AMOUNT HASH STORNO ...........: ',
               WS-HASH-STORNO
            DISPLAY '-------------------------------------------'

            IF WS-NOT-MATCHED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBSDDRT.
