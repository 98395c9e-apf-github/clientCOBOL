      *  - THE CURRENT CUSTM_TABLE DATA;                              *
      *  - THE CUSTHIST BEFORE-IMAGES (WHAT PGBCHINQ SHOWS);          *
      *  - THE LOANS AND ROLES FROM LOANCUST WITH THE OUTSTANDING;    *
      *  - THE REPAYMENT HISTORY, LIVE AND ARCHIVED (PGBLNARC), AND   *
      *    THE DUNNING HISTORY (LOANDUNH) OF EACH LOAN;               *
      *  - THE COLLATERAL ON RECORD;                                  *
      *  - THE NPERRT ROWS WHOSE OPERATION NUMBER REFERENCES THE      *
      *    CUSTOMER'S OPERATIONS;                                     *
      *  - THE AML DUE-DILIGENCE PROFILE (CUSTAML) AND THE CLOSED     *
      *    MONITORING CASES (AMLCASE) THAT NEEDED NO FURTHER ACTION.  *
      *    OPEN CASES AND CASES ESCALATED AS SUSPICIOUS ARE NEVER     *
      *    PRINTED NOR COUNTED, SO THE DOSSIER CANNOT TIP OFF THE     *
      *    CUSTOMER.                                                  *
      *  - THE COMPLAINTS OF THE CUSTOMER (CUSTCMPL) WITH THEIR       *
      *    ANSWER AND ANY REFERRAL TO THE ABF;                        *
      *  - THE DISCLOSURES OF THE CUSTOMER'S DATA TO EXTERNAL         *
      *    RECIPIENTS (CUSTDSCL) WITH FILE, DATE AND PURPOSE.         *
      * EVERY SECTION PRINTS ITS ROW COUNT EVEN WHEN EMPTY, SO THE    *
      * ANSWER TO THE ACCESS REQUEST IS COMPLETE ON ITS FACE.         *
      ******************************************************************
               INCLUDE NPERRT
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTAML
           END-EXEC.

           EXEC SQL
               INCLUDE AMLCASE
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCMPL
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTDSCL
           END-EXEC.

           EXEC SQL
               DECLARE CUR-HIST CURSOR FOR
               SELECT HCUSTH_TS, HCUSTH_SRC, HCUSTH_TYPE,
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
               ORDER BY ERR_DTOPE
           END-EXEC.

           EXEC SQL
               DECLARE CUR-AMLC CURSOR FOR
               SELECT VAMLCASE_NO, VAMLCASE_OPEN_DATE, VAMLCASE_RULE,
                      VAMLCASE_LOAN_NO, VAMLCASE_AMT,
                      VAMLCASE_DISP_DATE
               FROM AMLCASE
               WHERE VAMLCASE_CUST_NO = :ACN-CUSTM-NO
                 AND VAMLCASE_ST      = 'C'
                 AND VAMLCASE_DISP    = 'N'
               ORDER BY VAMLCASE_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CMPL CURSOR FOR
               SELECT QCCUSTCM_REF, QCCUSTCM_RECV_DATE,
                      QCCUSTCM_CHANNEL, QCCUSTCM_REASON,
                      QCCUSTCM_LOAN_NO, QCCUSTCM_AMT,
                      QCCUSTCM_OUTCOME, QCCUSTCM_ANSW_DATE,
                      QCCUSTCM_REFUND, QCCUSTCM_ABF_DATE,
                      QCCUSTCM_ABF_OUTCOME, QCCUSTCM_ST
               FROM CUSTCMPL
               WHERE QCCUSTCM_CUST_NO = :ACN-CUSTM-NO
               ORDER BY QCCUSTCM_RECV_DATE, QCCUSTCM_REF
           END-EXEC.

           EXEC SQL
               DECLARE CUR-DSCL CURSOR FOR
               SELECT DSCUSTDS_DATE, DSCUSTDS_RECIP_TYPE,
                      DSCUSTDS_RECIP, DSCUSTDS_FILE_REF,
                      DSCUSTDS_OBJ_REF, DSCUSTDS_PURPOSE
               FROM CUSTDSCL
               WHERE DSCUSTDS_CUST_NO = :ACN-CUSTM-NO
               ORDER BY SUBSTR(DSCUSTDS_DATE,7,4),
                        SUBSTR(DSCUSTDS_DATE,1,2),
                        SUBSTR(DSCUSTDS_DATE,4,2),
                        DSCUSTDS_RECIP_TYPE, DSCUSTDS_RECIP
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SARPAR-FS          PIC XX.
          05 WS-SAROUT-FS          PIC XX.
             88  END-OF-COLL               VALUE '1'.
          05 WS-ERRS-FLAG                  PIC X(01).
             88  END-OF-ERRS               VALUE '1'.
          05 WS-AMLC-FLAG                  PIC X(01).
             88  END-OF-AMLC               VALUE '1'.
          05 WS-CMPL-FLAG                  PIC X(01).
             88  END-OF-CMPL               VALUE '1'.
          05 WS-DSCL-FLAG                  PIC X(01).
             88  END-OF-DSCL               VALUE '1'.

       01 WS-SECTION-COUNTS.
          05 WS-CNT-HIST                   PIC 9(05) VALUE ZERO.
          05 WS-CNT-DUNS                   PIC 9(05) VALUE ZERO.
          05 WS-CNT-COLL                   PIC 9(05) VALUE ZERO.
          05 WS-CNT-ERRS                   PIC 9(05) VALUE ZERO.
          05 WS-CNT-AML                    PIC 9(05) VALUE ZERO.
          05 WS-CNT-CMPL                   PIC 9(05) VALUE ZERO.
          05 WS-CNT-DSCL                   PIC 9(05) VALUE ZERO.

       COPY DSCPURP.
       01 WS-DSP-IX                        PIC S9(04) COMP.

       01 WS-CUST-NOPER                    PIC 9(15).

               THRU C3000-EXIT
            PERFORM C6000-NPERRT-PARA
               THRU C6000-EXIT
            PERFORM C7000-AML-PARA
               THRU C7000-EXIT
            PERFORM C8000-COMPLAINTS-PARA
               THRU C8000-EXIT
            PERFORM C8500-DISCLOSURES-PARA
               THRU C8500-EXIT
            PERFORM C9000-CLOSING-PARA
               THRU C9000-EXIT

                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT
             MOVE '  LOANRPHST/ARCRPHST (REPAYMENT HISTORY, ARCHIVE)'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT
             MOVE '  CUSTAML/AMLCASE (ANTI-MONEY-LAUNDERING CHECKS)'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT
             MOVE '  CUSTCMPL (COMPLAINTS)'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT
             MOVE '  CUSTDSCL (DISCLOSURES TO EXTERNAL RECIPIENTS)'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT
             MOVE SPACES                  TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT.
             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                        CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                        CUSTM_FISCODE, CUSTM_CHANNEL, CUSTM_EMAIL,
                        CUSTM_PEC, CUSTM_ECONS_DATE
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-MDLNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-DOB,
                        :ACN-CUSTM-FISCODE, :ACN-CUSTM-CHANNEL,
                        :ACN-CUSTM-EMAIL, :ACN-CUSTM-PEC,
                        :ACN-CUSTM-ECONS-DATE
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE SPACES                  TO WS-PRT-LINE
             STRING ' DELIVERY CHANNEL: '  DELIMITED BY SIZE
                    ACN-CUSTM-CHANNEL     DELIMITED BY SIZE
                    '  ELECTRONIC CONSENT: '
                                          DELIMITED BY SIZE
                    ACN-CUSTM-ECONS-DATE  DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE SPACES                  TO WS-PRT-LINE
             STRING ' E-MAIL: '           DELIMITED BY SIZE
                    ACN-CUSTM-EMAIL       DELIMITED BY SIZE
                    '  PEC: '             DELIMITED BY SIZE
                    ACN-CUSTM-PEC         DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE SPACES                  TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT.
             END-EVALUATE.
       C6100-EXIT.
             EXIT.
       C7000-AML-PARA.
             MOVE 'SECTION 5 - ANTI-MONEY-LAUNDERING CHECKS'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE ACN-CUSTM-NO            TO MCUSTAML-CUST-NO

             EXEC SQL
                 SELECT MCUSTAML_RISK, MCUSTAML_DOC_TYPE,
                        MCUSTAML_DOC_NO, MCUSTAML_DOC_EXP,
                        MCUSTAML_PROF, MCUSTAML_SECTOR,
                        MCUSTAML_LAST_REV, MCUSTAML_NEXT_REV
                   INTO :MCUSTAML-RISK, :MCUSTAML-DOC-TYPE,
                        :MCUSTAML-DOC-NO, :MCUSTAML-DOC-EXP,
                        :MCUSTAML-PROF, :MCUSTAML-SECTOR,
                        :MCUSTAML-LAST-REV, :MCUSTAML-NEXT-REV
                   FROM CUSTAML
                  WHERE MCUSTAML_CUST_NO = :MCUSTAML-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-CNT-AML
                  MOVE SPACES             TO WS-PRT-LINE
                  STRING ' RISK CLASS: '  DELIMITED BY SIZE
                         MCUSTAML-RISK    DELIMITED BY SIZE
                         '  DOCUMENT: '   DELIMITED BY SIZE
                         MCUSTAML-DOC-TYPE DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         MCUSTAML-DOC-NO  DELIMITED BY SIZE
                         ' EXPIRES '      DELIMITED BY SIZE
                         MCUSTAML-DOC-EXP DELIMITED BY SIZE
                         '  PROFESSION: ' DELIMITED BY SIZE
                         MCUSTAML-PROF    DELIMITED BY SIZE
                         '  SECTOR: '     DELIMITED BY SIZE
                         MCUSTAML-SECTOR  DELIMITED BY SIZE
                         INTO WS-PRT-LINE
                  PERFORM P1000-PRINT-PARA
                     THRU P1000-EXIT
                  MOVE SPACES             TO WS-PRT-LINE
                  STRING ' LAST REVIEW: ' DELIMITED BY SIZE
                         MCUSTAML-LAST-REV DELIMITED BY SIZE
                         '  NEXT REVIEW: ' DELIMITED BY SIZE
                         MCUSTAML-NEXT-REV DELIMITED BY SIZE
                         INTO WS-PRT-LINE
                  PERFORM P1000-PRINT-PARA
                     THRU P1000-EXIT
             WHEN SQLCODE = 100
                  MOVE ' NO DUE-DILIGENCE PROFILE ON FILE'
                                          TO WS-PRT-LINE
                  PERFORM P1000-PRINT-PARA
                     THRU P1000-EXIT
             WHEN OTHER
                  DISPLAY 'PGBSARDO CUSTAML READ SQLCODE -',SQLCODE
             END-EVALUATE

      *      ONLY THE CASES CLOSED WITH NO FURTHER ACTION
             INITIALIZE WS-AMLC-FLAG

             EXEC SQL
                 OPEN CUR-AMLC
             END-EXEC

             IF SQLCODE NOT = 0
                SET END-OF-AMLC TO TRUE
             END-IF

             PERFORM C7100-FETCH-AMLC-PARA
                THRU C7100-EXIT
                UNTIL END-OF-AMLC

             EXEC SQL
                 CLOSE CUR-AMLC
             END-EXEC

             PERFORM Z1000-SECTION-COUNT-PARA
                THRU Z1000-EXIT.
       C7000-EXIT.
             EXIT.
       C7100-FETCH-AMLC-PARA.
             EXEC SQL
                 FETCH CUR-AMLC
                 INTO :VAMLCASE-NO, :VAMLCASE-OPEN-DATE,
                      :VAMLCASE-RULE, :VAMLCASE-LOAN-NO,
                      :VAMLCASE-AMT, :VAMLCASE-DISP-DATE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-CNT-AML
                  MOVE SPACES             TO WS-PRT-LINE
                  MOVE 'CHECK'            TO WS-PRT-LINE (2:5)
                  MOVE VAMLCASE-NO        TO WS-PRT-LINE (8:9)
                  MOVE VAMLCASE-OPEN-DATE TO WS-PRT-LINE (19:10)
                  MOVE VAMLCASE-RULE      TO WS-PRT-LINE (31:4)
                  MOVE VAMLCASE-LOAN-NO   TO WS-PRT-LINE (37:9)
                  MOVE VAMLCASE-AMT       TO WS-ED-AMT
                  MOVE WS-ED-AMT          TO WS-PRT-LINE (48:17)
                  MOVE 'CLEARED'          TO WS-PRT-LINE (67:7)
                  MOVE VAMLCASE-DISP-DATE TO WS-PRT-LINE (75:10)
                  PERFORM P1000-PRINT-PARA
                     THRU P1000-EXIT
             WHEN SQLCODE = 100
                  SET END-OF-AMLC TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBSARDO FETCH CUR-AMLC SQLCODE -',SQLCODE
                  SET END-OF-AMLC TO TRUE
             END-EVALUATE.
       C7100-EXIT.
             EXIT.
       C8000-COMPLAINTS-PARA.
             MOVE 'SECTION 6 - COMPLAINTS'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             INITIALIZE WS-CMPL-FLAG

             EXEC SQL
                 OPEN CUR-CMPL
             END-EXEC

             IF SQLCODE NOT = 0
                SET END-OF-CMPL TO TRUE
             END-IF

             PERFORM C8100-FETCH-CMPL-PARA
                THRU C8100-EXIT
                UNTIL END-OF-CMPL

             EXEC SQL
                 CLOSE CUR-CMPL
             END-EXEC

             PERFORM Z1000-SECTION-COUNT-PARA
                THRU Z1000-EXIT.
       C8000-EXIT.
             EXIT.
       C8100-FETCH-CMPL-PARA.
             EXEC SQL
                 FETCH CUR-CMPL
                 INTO :QCCUSTCM-REF, :QCCUSTCM-RECV-DATE,
                      :QCCUSTCM-CHANNEL, :QCCUSTCM-REASON,
                      :QCCUSTCM-LOAN-NO, :QCCUSTCM-AMT,
                      :QCCUSTCM-OUTCOME, :QCCUSTCM-ANSW-DATE,
                      :QCCUSTCM-REFUND, :QCCUSTCM-ABF-DATE,
                      :QCCUSTCM-ABF-OUTCOME, :QCCUSTCM-ST
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-CNT-CMPL
                  MOVE SPACES             TO WS-PRT-LINE
                  MOVE QCCUSTCM-REF       TO WS-PRT-LINE (2:12)
                  MOVE QCCUSTCM-RECV-DATE TO WS-PRT-LINE (15:10)
                  MOVE QCCUSTCM-CHANNEL   TO WS-PRT-LINE (26:1)
                  MOVE QCCUSTCM-REASON    TO WS-PRT-LINE (28:2)
                  IF QCCUSTCM-LOAN-NO NOT = ZERO
                     MOVE QCCUSTCM-LOAN-NO
                                          TO WS-PRT-LINE (31:9)
                  END-IF
                  MOVE QCCUSTCM-AMT       TO WS-ED-AMT
                  MOVE WS-ED-AMT          TO WS-PRT-LINE (41:17)
                  MOVE QCCUSTCM-OUTCOME   TO WS-PRT-LINE (59:1)
                  MOVE QCCUSTCM-ANSW-DATE TO WS-PRT-LINE (61:10)
                  MOVE QCCUSTCM-REFUND    TO WS-ED-AMT
                  MOVE WS-ED-AMT          TO WS-PRT-LINE (72:17)
                  IF QCCUSTCM-ABF-DATE NOT = SPACES
                     MOVE 'ABF'           TO WS-PRT-LINE (90:3)
                     MOVE QCCUSTCM-ABF-DATE
                                          TO WS-PRT-LINE (94:10)
                     MOVE QCCUSTCM-ABF-OUTCOME
                                          TO WS-PRT-LINE (105:1)
                  END-IF
                  PERFORM P1000-PRINT-PARA
                     THRU P1000-EXIT
             WHEN SQLCODE = 100
                  SET END-OF-CMPL TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBSARDO FETCH CUR-CMPL SQLCODE -',SQLCODE
                  SET END-OF-CMPL TO TRUE
             END-EVALUATE.
       C8100-EXIT.
             EXIT.
       C8500-DISCLOSURES-PARA.
             MOVE 'SECTION 7 - DISCLOSURES TO EXTERNAL RECIPIENTS'
                                          TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             INITIALIZE WS-DSCL-FLAG

             EXEC SQL
                 OPEN CUR-DSCL
             END-EXEC

             IF SQLCODE NOT = 0
                SET END-OF-DSCL TO TRUE
             END-IF

             PERFORM C8600-FETCH-DSCL-PARA
                THRU C8600-EXIT
                UNTIL END-OF-DSCL

             EXEC SQL
                 CLOSE CUR-DSCL
             END-EXEC

             PERFORM Z1000-SECTION-COUNT-PARA
                THRU Z1000-EXIT.
       C8500-EXIT.
             EXIT.
       C8600-FETCH-DSCL-PARA.
             EXEC SQL
                 FETCH CUR-DSCL
                 INTO :DSCUSTDS-DATE, :DSCUSTDS-RECIP-TYPE,
                      :DSCUSTDS-RECIP, :DSCUSTDS-FILE-REF,
                      :DSCUSTDS-OBJ-REF, :DSCUSTDS-PURPOSE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-CNT-DSCL
                  MOVE SPACES             TO WS-PRT-LINE
                  MOVE DSCUSTDS-DATE      TO WS-PRT-LINE (2:10)
                  MOVE DSCUSTDS-RECIP-TYPE
                                          TO WS-PRT-LINE (13:2)
                  MOVE DSCUSTDS-RECIP     TO WS-PRT-LINE (16:10)
                  MOVE DSCUSTDS-FILE-REF  TO WS-PRT-LINE (27:20)
                  MOVE DSCUSTDS-OBJ-REF   TO WS-PRT-LINE (48:12)
                  MOVE DSCUSTDS-PURPOSE   TO WS-PRT-LINE (61:4)
                  PERFORM C8700-PURPOSE-PARA
                     THRU C8700-EXIT
                     VARYING WS-DSP-IX FROM 1 BY 1
                     UNTIL WS-DSP-IX > DSP-NR
                  PERFORM P1000-PRINT-PARA
                     THRU P1000-EXIT
             WHEN SQLCODE = 100
                  SET END-OF-DSCL TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBSARDO FETCH CUR-DSCL SQLCODE -',SQLCODE
                  SET END-OF-DSCL TO TRUE
             END-EVALUATE.
       C8600-EXIT.
             EXIT.
       C8700-PURPOSE-PARA.
             IF DSP-CODE (WS-DSP-IX) = DSCUSTDS-PURPOSE
                MOVE DSP-DESC (WS-DSP-IX) TO WS-PRT-LINE (66:56)
             END-IF.
       C8700-EXIT.
             EXIT.
       Z1000-SECTION-COUNT-PARA.
             MOVE SPACES                  TO WS-PRT-LINE
             MOVE ' END OF SECTION'       TO WS-PRT-LINE
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE SPACES                  TO WS-PRT-LINE
             MOVE ' AML CHECKS'           TO WS-PRT-LINE (1:15)
             MOVE WS-CNT-AML              TO WS-PRT-LINE (20:5)
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE SPACES                  TO WS-PRT-LINE
             MOVE ' COMPLAINTS'           TO WS-PRT-LINE (1:15)
             MOVE WS-CNT-CMPL             TO WS-PRT-LINE (20:5)
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             MOVE SPACES                  TO WS-PRT-LINE
             MOVE ' DISCLOSURES'          TO WS-PRT-LINE (1:15)
             MOVE WS-CNT-DSCL             TO WS-PRT-LINE (20:5)
             PERFORM P1000-PRINT-PARA
                THRU P1000-EXIT

             DISPLAY 'PGBSARDO DOSSIER COMPLETE FOR CUSTOMER ',
                PAR-CUST-NO,' PAGES ',WS-PAGE-NO.
       C9000-EXIT.
