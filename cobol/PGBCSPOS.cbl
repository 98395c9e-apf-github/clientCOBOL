      *    PRIMARY, CO-BORROWER OR GUARANTOR, WITH ROLE AND STATUS;   *
      *  - THE OUTSTANDING FROM THE LATEST LOANRPHST POSITION;        *
      *  - THE ACCRUED INTEREST TOTAL FROM LOANACRH;                  *
      *  - ON A GUARANTEE, ITS CALL BY PGBGRDEM (NOTICE AND DEMAND    *
      *    DATES) AND WHAT THE GUARANTOR HAS PAID;                    *
      *  - THE ACTIVE COLLATERAL FROM LOANCOLL WITH CURRENT VALUE     *
      *    AND THE LOAN-TO-VALUE PERCENTAGE.                          *
      * ONE PRINT-READY POSITION PER CUSTOMER GOES TO DDPOSOUT WITH   *
      * A TOTAL-EXPOSURE LINE FOR THE RELATIONSHIP MANAGER. THE       *
      * HEADING ALSO SHOWS THE SYSTEM-WIDE EXPOSURE AND THE SHARE AT  *
      * OTHER BANKS OF THE LAST CENTRALE DEI RISCHI RETURN FLOW       *
      * (CUSTCRSY, LOADED BY PGBCRRET) AND ITS WARNING FLAGS.         *
      ******************************************************************

       ENVIRONMENT DIVISION.
               INCLUDE CUSTSCOR
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCRSY
           END-EXEC.

           EXEC SQL
               INCLUDE LOANGDEM
           END-EXEC.

           EXEC SQL
               DECLARE CUR-ROLES CURSOR FOR
               SELECT C.PLOANCST_NO, C.PLOANCST_ROLE,
       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-PCT                        PIC ZZ9.99.
       01 WS-ED-PERIOD                     PIC 9(06).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
                WRITE POSOUT-RECORD FROM WS-PRT-LINE
                PERFORM B1500-PRINT-SCORE-PARA
                   THRU B1500-EXIT
                PERFORM B1600-PRINT-CR-EXPO-PARA
                   THRU B1600-EXIT
             END-IF

             INITIALIZE WS-ROLES-FLAG
             END-EVALUATE.
       B1500-EXIT.
             EXIT.
       B1600-PRINT-CR-EXPO-PARA.
      *      SYSTEM-WIDE EXPOSURE FROM THE LAST CENTRALE DEI RISCHI
      *      RETURN FLOW (PGBCRRET), WITH THE SHARE AT OTHER BANKS
             MOVE ACN-CUSTM-NO            TO CXCUSTCR-CUST-NO

             EXEC SQL
                 SELECT CXCUSTCR_PERIOD, CXCUSTCR_SYS_AMT,
                        CXCUSTCR_OTH_AMT, CXCUSTCR_BAD_AMT,
                        CXCUSTCR_FLAG
                   INTO :CXCUSTCR-PERIOD, :CXCUSTCR-SYS-AMT,
                        :CXCUSTCR-OTH-AMT, :CXCUSTCR-BAD-AMT,
                        :CXCUSTCR-FLAG
                   FROM CUSTCRSY
                  WHERE CXCUSTCR_CUST_NO = :CXCUSTCR-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE CXCUSTCR-PERIOD    TO WS-ED-PERIOD
                  MOVE CXCUSTCR-SYS-AMT   TO WS-ED-AMT
                  MOVE CXCUSTCR-OTH-AMT   TO WS-ED-AMT2
                  MOVE SPACES             TO WS-PRT-LINE
                  STRING ' CENTRALE RISCHI ' DELIMITED BY SIZE
                         WS-ED-PERIOD     DELIMITED BY SIZE
                         ' SYSTEM EXPOSURE ' DELIMITED BY SIZE
                         WS-ED-AMT        DELIMITED BY SIZE
                         ' AT OTHER BANKS ' DELIMITED BY SIZE
                         WS-ED-AMT2       DELIMITED BY SIZE
                         INTO WS-PRT-LINE
                  WRITE POSOUT-RECORD FROM WS-PRT-LINE
                  IF CXCUSTCR-BAD-AMT > ZERO
                     MOVE CXCUSTCR-BAD-AMT
                                          TO WS-ED-AMT
                     MOVE SPACES          TO WS-PRT-LINE
                     STRING ' CENTRALE RISCHI BAD-DEBT CATEGORIES '
                                          DELIMITED BY SIZE
                            WS-ED-AMT     DELIMITED BY SIZE
                            INTO WS-PRT-LINE
                     WRITE POSOUT-RECORD FROM WS-PRT-LINE
                  END-IF
                  IF CXCUSTCR-FLAG = 'I' OR CXCUSTCR-FLAG = 'X'
                     MOVE ' ** EXPOSURE AT OTHER BANKS ROSE SHARPLY'
                                          TO WS-PRT-LINE
                     WRITE POSOUT-RECORD FROM WS-PRT-LINE
                  END-IF
                  IF CXCUSTCR-FLAG = 'B' OR CXCUSTCR-FLAG = 'X'
                     MOVE ' ** NEWLY IN A BAD-DEBT CATEGORY'
                                          TO WS-PRT-LINE
                     WRITE POSOUT-RECORD FROM WS-PRT-LINE
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBCSPOS CR EXPOSURE READ SQLCODE -',SQLCODE
             END-EVALUATE.
       B1600-EXIT.
             EXIT.
       B1100-FETCH-ROLE-PARA.
            EXEC SQL
                FETCH CUR-ROLES
             PERFORM B2200-ACCRUED-PARA
                THRU B2200-EXIT

             IF PLOANCST-ROLE = 'G'
                PERFORM B2300-GUARANTEE-CALL-PARA
                   THRU B2300-EXIT
             END-IF

             PERFORM B3000-COLLATERAL-PARA
                THRU B3000-EXIT.

             END-IF.
       B2200-EXIT.
             EXIT.
       B2300-GUARANTEE-CALL-PARA.
      *      GUARANTEE CALLED BY PGBGRDEM: DATES OF THE NOTICE AND
      *      OF THE DEMAND, AND WHAT THE GUARANTOR HAS PAID SO FAR
      *      (ALREADY DEDUCTED FROM THE OUTSTANDING OF THE LOAN)
             MOVE LLOANM-NO               TO GDLOANGD-NO
             MOVE ACN-CUSTM-NO            TO GDLOANGD-CUST-NO

             EXEC SQL
                 SELECT GDLOANGD_NOT_DATE, GDLOANGD_DEM_DATE,
                        GDLOANGD_DEM_AMT, GDLOANGD_RECOV_AMT
                   INTO :GDLOANGD-NOT-DATE, :GDLOANGD-DEM-DATE,
                        :GDLOANGD-DEM-AMT, :GDLOANGD-RECOV-AMT
                   FROM LOANGDEM
                  WHERE GDLOANGD_NO      = :GDLOANGD-NO
                    AND GDLOANGD_CUST_NO = :GDLOANGD-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  GO TO B2300-EXIT
             WHEN OTHER
                  DISPLAY 'PGBCSPOS GUARANTEE CALL SQLCODE -',SQLCODE
                  GO TO B2300-EXIT
             END-EVALUATE

             IF GDLOANGD-NOT-DATE NOT = SPACES
                MOVE SPACES               TO WS-PRT-LINE
                STRING '   GUARANTEE CALLED: NOTICE '
                                          DELIMITED BY SIZE
                       GDLOANGD-NOT-DATE  DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                IF GDLOANGD-DEM-DATE NOT = SPACES
                   MOVE GDLOANGD-DEM-AMT  TO WS-ED-AMT
                   MOVE ' DEMAND '        TO WS-PRT-LINE (39:8)
                   MOVE GDLOANGD-DEM-DATE TO WS-PRT-LINE (47:10)
                   MOVE ' FOR '           TO WS-PRT-LINE (57:5)
                   MOVE WS-ED-AMT         TO WS-PRT-LINE (62:18)
                END-IF
                WRITE POSOUT-RECORD FROM WS-PRT-LINE
             END-IF

             IF GDLOANGD-RECOV-AMT > ZERO
                MOVE GDLOANGD-RECOV-AMT   TO WS-ED-AMT
                MOVE SPACES               TO WS-PRT-LINE
                STRING '   PAID BY THE GUARANTOR '
                                          DELIMITED BY SIZE
                       WS-ED-AMT          DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                WRITE POSOUT-RECORD FROM WS-PRT-LINE
             END-IF.
       B2300-EXIT.
             EXIT.
       B3000-COLLATERAL-PARA.
             MOVE ZERO                    TO WS-COLL-TOTAL
             INITIALIZE WS-COLL-FLAG
