       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBGRDEM.
      ******************************************************************
      * CALL ON THE GUARANTORS OF THE LOANS GONE BAD. RUN AFTER THE   *
      * NIGHTLY CLASSIFICATION (PGBLNCLS) AND DUNNING (PGBLNDUN). AN  *
      * OPEN LOAN WITH GUARANTORS ON LOANCUST IS CALLED WHEN ITS      *
      * LATEST CREDIT STATUS ON LOANSTAT IS SOFFERENZA ('S'), OR WHEN *
      * IT IS PAST-DUE OR UNLIKELY-TO-PAY ('D'/'U') AND HAS REACHED   *
      * THE DUNNING LEVEL OF THE DDGRDPAR CARD ON LOANDUNH (3 WHEN    *
      * NOT GIVEN). EVERY LIVING GUARANTOR THEN GETS:                 *
      *  - THE FORMAL NOTICE OF THE BORROWER'S DEFAULT ('GNOT');      *
      *  - THE PAYMENT DEMAND ('GDEM') ONCE THE DAYS OF THE CARD (30  *
      *    WHEN NOT GIVEN) HAVE PASSED SINCE THE NOTICE, IF THE LOAN  *
      *    IS STILL UNLIKELY-TO-PAY OR IN SOFFERENZA. THE DEMAND IS   *
      *    FOR THE UNPAID ARREARS OF LOANARRS, OR THE WHOLE           *
      *    OUTSTANDING OF A LOAN IN SOFFERENZA, PLUS THE DEFAULT      *
      *    INTEREST OF LOANDFLT.                                      *
      * THE LETTER DATA GOES TO THE DDGRDLTR EXTRACT FOR THE PRINTING *
      * SERVICE AND THE DOCUMENT ENTERS THE COMMON OUTPUT QUEUE       *
      * DDOUTQUE. EACH STEP IS RECORDED WITH ITS DATE (AND THE AMOUNT *
      * DEMANDED) ON THE LOANGDEM ROW OF THE LOAN AND GUARANTOR, THE  *
      * SAME ROW ON WHICH PGBPRTXN ACCUMULATES WHAT THE GUARANTOR     *
      * PAYS (PARTIAL REPAYMENT '07' WITH PARTY-ROLE 'G'). A LOAN OF  *
      * A DECEASED BORROWER IS LEFT TO THE ESTATE WORKLIST (PGBESTWL) *
      * AND NO LETTER GOES TO A DECEASED GUARANTOR.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRDPAR  ASSIGN TO DDGRDPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GRDPAR-FS.

           SELECT GRDLTR  ASSIGN TO DDGRDLTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GRDLTR-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD GRDPAR.
       01 GRDPAR-RECORD.
           02  PAR-NOTICE-LEVEL           PIC 9(01).
           02  PAR-DEMAND-DAYS            PIC 9(03).
           02  FILLER                     PIC X(76).

       FD GRDLTR.
       01 GRDLTR-RECORD.
           02  LTR-DOC-TYPE               PIC X(04).
           02  LTR-LOAN-NO                PIC 9(09).
           02  LTR-CAT                    PIC X(02).
           02  LTR-BORR-NO                PIC 9(09).
           02  LTR-BORR-NAME              PIC X(40).
           02  LTR-CUST-NO                PIC 9(09).
           02  LTR-CUST-NAME              PIC X(40).
           02  LTR-CUST-ADDR              PIC X(60).
           02  LTR-CRD-STATUS             PIC X(01).
           02  LTR-DAYS-LATE              PIC 9(05).
           02  LTR-AMT-DUE                PIC 9(10).
           02  LTR-MORA-DUE               PIC 9(10).
           02  LTR-NOT-DATE               PIC X(10).
           02  FILLER                     PIC X(11).

      * COMMON CUSTOMER OUTPUT QUEUE, BUNDLED DOWNSTREAM BY PGBOUTBN
       FD OUTQUE.
       COPY OUTQREC.

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
               INCLUDE LOANCUST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSTAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDUNH
           END-EXEC.

           EXEC SQL
               INCLUDE LOANARRS
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDFLT
           END-EXEC.

           EXEC SQL
               INCLUDE LRPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANGDEM
           END-EXEC.

           EXEC SQL
               DECLARE CUR-GRDLOAN CURSOR FOR
               SELECT L.LOANM_CAT, L.LOANM_NO, L.LOANM_CUST_NO,
                      L.LOANM_MAX_AMT
               FROM LOANMSTR L
               WHERE L.LOANM_ST = 'O'
                 AND EXISTS
                     (SELECT 1 FROM LOANCUST C
                       WHERE C.PLOANCST_NO   = L.LOANM_NO
                         AND C.PLOANCST_ROLE = 'G')
               ORDER BY L.LOANM_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-GRDGUAR CURSOR FOR
               SELECT PLOANCST_CUST_NO
               FROM LOANCUST
               WHERE PLOANCST_NO   = :LLOANM-NO
                 AND PLOANCST_ROLE = 'G'
               ORDER BY PLOANCST_CUST_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-GRDPAR-FS          PIC XX.
          05 WS-GRDLTR-FS          PIC XX.
          05 WS-OUTQUE-FS          PIC XX.

       01 WS-CAP-WORK.
          05 WS-CAP-IX                     PIC 9(02).
          05 WS-CAP-FOUND                  PIC X(05).

       01 WS-FLAGS.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-LOANS              VALUE '1'.
          05 WS-GUAR-FLAG                  PIC X(01).
             88  END-OF-GUARS              VALUE '1'.
          05 WS-CALL-FLAG                  PIC X(01).
             88  LOAN-CALLED               VALUE 'Y'.
          05 WS-DEMAND-FLAG                PIC X(01).
             88  DEMAND-ALLOWED            VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LOANS-EXAMINED             PIC 9(05) VALUE ZERO.
          05 WS-LOANS-CALLED               PIC 9(05) VALUE ZERO.
          05 WS-NOTICES-SENT               PIC 9(05) VALUE ZERO.
          05 WS-DEMANDS-SENT               PIC 9(05) VALUE ZERO.
          05 WS-BORR-DECEASED              PIC 9(05) VALUE ZERO.
          05 WS-GUAR-DECEASED              PIC 9(05) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(05) VALUE ZERO.

       01 WS-NOTICE-LEVEL                  PIC 9(01).
       01 WS-DEMAND-DAYS                   PIC 9(03).

      *    DAY-COUNT ROUTINE (ACTUAL DAYS SINCE THE NOTICE)
       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

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

       01 WS-CMP-WORK.
          05 WS-CMP-DATE                   PIC X(10).
          05 WS-CMP-DATE-NUM REDEFINES WS-CMP-DATE.
             10 WS-CMPN-MM                 PIC 99.
             10 FILLER                     PIC X(01).
             10 WS-CMPN-DD                 PIC 99.
             10 FILLER                     PIC X(01).
             10 WS-CMPN-CCYY               PIC 9(04).
          05 WS-CMP-VALUE                  PIC 9(08).
          05 WS-CMP-TODAY                  PIC 9(08).

      *    POSITION OF THE LOAN UNDER WORK
       01 WS-LOAN-WORK.
          05 WS-CRD-STATUS                 PIC X(01).
          05 WS-DUN-LEVEL                  PIC 9(01).
          05 WS-ARR-ROWS                   PIC S9(05) COMP-3.
          05 WS-DAYS-LATE                  PIC S9(07) COMP-3.
          05 WS-AMT-DUE                    PIC S9(12)V99 COMP-3.
          05 WS-MORA-DUE                   PIC S9(12)V99 COMP-3.
          05 WS-BORR-NAME                  PIC X(40).
          05 WS-LTR-NAME                   PIC X(40).
          05 WS-DOC-TYPE                   PIC X(04).

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-OPEN-CURSOR-PARA
               THRU A2000-EXIT

            PERFORM A2100-FETCH-LOAN-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-LOAN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-LOANS

            EXEC SQL
                CLOSE CUR-GRDLOAN
            END-EXEC

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS.

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY
            COMPUTE WS-CMP-TODAY = WS-CURT-DATE-CCYY * 10000
                                 + WS-CURT-DATE-MM * 100
                                 + WS-CURT-DATE-DD

            MOVE 3                      TO WS-NOTICE-LEVEL
            MOVE 30                     TO WS-DEMAND-DAYS
            OPEN INPUT GRDPAR
            IF WS-GRDPAR-FS = '00'
               READ GRDPAR
               END-READ
               IF WS-GRDPAR-FS = '00'
                  IF PAR-NOTICE-LEVEL NUMERIC
                  AND PAR-NOTICE-LEVEL > ZERO
                     MOVE PAR-NOTICE-LEVEL TO WS-NOTICE-LEVEL
                  END-IF
                  IF PAR-DEMAND-DAYS NUMERIC
                  AND PAR-DEMAND-DAYS > ZERO
                     MOVE PAR-DEMAND-DAYS  TO WS-DEMAND-DAYS
                  END-IF
               END-IF
               CLOSE GRDPAR
            END-IF

            OPEN OUTPUT GRDLTR
            DISPLAY 'GRDLTR FILE STATUS -',WS-GRDLTR-FS

      *     THE QUEUE IS SHARED WITH THE OTHER PRODUCERS OF THE
      *     NIGHT AND ONLY EVER GROWS WITHIN THE PRINT CYCLE
            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS.
       A1000-EXIT.
             EXIT.
       A2000-OPEN-CURSOR-PARA.
            EXEC SQL
                OPEN CUR-GRDLOAN
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN OTHER
                 DISPLAY 'PGBGRDEM OPEN CURSOR SQLCODE -',SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-GRDLOAN
                INTO :LLOANM-CAT, :LLOANM-NO, :LLOANM-CUST-NO,
                     :LLOANM-MAX-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-LOANS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBGRDEM FETCH SQLCODE -',SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-LOAN-PARA.
             ADD 1                       TO WS-LOANS-EXAMINED

             PERFORM B1000-CREDIT-POSITION-PARA
                THRU B1000-EXIT

      *      CALLED: SOFFERENZA, OR PAST-DUE / UNLIKELY-TO-PAY AT
      *      THE DUNNING LEVEL OF THE CARD. THE DEMAND FOLLOWS ONLY
      *      WHILE THE LOAN HAS NOT CURED BELOW UNLIKELY-TO-PAY
             MOVE 'N'                    TO WS-CALL-FLAG
                                            WS-DEMAND-FLAG
             IF WS-CRD-STATUS = 'S'
             OR (WS-CRD-STATUS = 'D' OR 'U')
                AND WS-DUN-LEVEL NOT < WS-NOTICE-LEVEL
                SET LOAN-CALLED          TO TRUE
             END-IF
             IF WS-CRD-STATUS = 'U' OR 'S'
                SET DEMAND-ALLOWED       TO TRUE
             END-IF

             IF NOT LOAN-CALLED
             AND NOT DEMAND-ALLOWED
                GO TO A2290-NEXT
             END-IF

      *      THE BORROWER MUST BE ALIVE: A DECEASED BORROWER'S LOAN
      *      IS HANDLED WITH THE ESTATE
             MOVE LLOANM-CUST-NO          TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_DECEASED
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBGRDEM BORROWER NOT FOUND -',
                   LLOANM-CUST-NO,' LOAN ',LLOANM-NO
                GO TO A2290-NEXT
             END-IF

             IF ACN-CUSTM-DECEASED = 'Y'
                ADD 1                     TO WS-BORR-DECEASED
                GO TO A2290-NEXT
             END-IF

             MOVE SPACES                  TO WS-BORR-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-BORR-NAME

             PERFORM B2000-AMOUNT-DUE-PARA
                THRU B2000-EXIT

             IF LOAN-CALLED
                ADD 1                     TO WS-LOANS-CALLED
             END-IF

             INITIALIZE WS-GUAR-FLAG

             EXEC SQL
                 OPEN CUR-GRDGUAR
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBGRDEM OPEN CUR-GRDGUAR SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
                GO TO A2290-NEXT
             END-IF

             PERFORM B3100-FETCH-GUAR-PARA
                THRU B3100-EXIT
             PERFORM B3000-ONE-GUAR-PARA
                THRU B3000-EXIT
                UNTIL END-OF-GUARS

             EXEC SQL
                 CLOSE CUR-GRDGUAR
             END-EXEC.

       A2290-NEXT.
             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-CREDIT-POSITION-PARA.
      *      LATEST CREDIT STATUS OF PGBLNCLS (NO HISTORY =
      *      PERFORMING) AND HIGHEST DUNNING LEVEL REACHED
             MOVE 'P'                     TO WS-CRD-STATUS
             MOVE ZERO                    TO WS-DUN-LEVEL

             EXEC SQL
                 SELECT XLOANSTA_STATUS
                   INTO :XLOANSTA-STATUS
                   FROM LOANSTAT
                  WHERE XLOANSTA_NO = :LLOANM-NO
                    AND XLOANSTA_EFF_DATE =
                        (SELECT MAX(XLOANSTA_EFF_DATE)
                           FROM LOANSTAT
                          WHERE XLOANSTA_NO = :LLOANM-NO)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE XLOANSTA-STATUS    TO WS-CRD-STATUS
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBGRDEM LAST STATUS SQLCODE -',SQLCODE
                  ADD 1                   TO WS-DB-ERRORS
             END-EVALUATE

             MOVE ZERO                    TO DLOANDUN-LEVEL

             EXEC SQL
                 SELECT COALESCE(MAX(DLOANDUN_LEVEL), 0)
                   INTO :DLOANDUN-LEVEL
                   FROM LOANDUNH
                  WHERE DLOANDUN_NO = :LLOANM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE DLOANDUN-LEVEL     TO WS-DUN-LEVEL
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBGRDEM DUNNING HISTORY SQLCODE -',SQLCODE
                  ADD 1                   TO WS-DB-ERRORS
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B2000-AMOUNT-DUE-PARA.
      *      UNPAID ARREARS AND WORST DAYS LATE OF THE LEDGER; A
      *      LOAN IN SOFFERENZA IS DUE IN FULL (LATEST OUTSTANDING)
             MOVE ZERO                    TO WS-ARR-ROWS
                                             WS-AMT-DUE
                                             WS-DAYS-LATE
                                             WS-MORA-DUE

             EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(MAX(BLOANARR_DAYS_LATE), 0),
                        COALESCE(SUM(BLOANARR_UNP_PRIN
                                   + BLOANARR_UNP_INT), 0)
                   INTO :WS-ARR-ROWS, :WS-DAYS-LATE,
                        :WS-AMT-DUE
                   FROM LOANARRS
                  WHERE BLOANARR_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBGRDEM LEDGER READ SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
                MOVE ZERO                 TO WS-AMT-DUE
             END-IF

             IF WS-CRD-STATUS = 'S'
                MOVE LLOANM-MAX-AMT       TO WS-AMT-DUE

                EXEC SQL
                    SELECT RLOANRPH_OS_AMT
                      INTO :WS-AMT-DUE
                      FROM LOANRPHST
                     WHERE RLOANRPH_NO   = :LLOANM-NO
                       AND RLOANRPH_DATE =
                           (SELECT MAX(RLOANRPH_DATE)
                              FROM LOANRPHST
                             WHERE RLOANRPH_NO = :LLOANM-NO)
                END-EXEC

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'PGBGRDEM OUTSTANDING SQLCODE -',SQLCODE
                   ADD 1                  TO WS-DB-ERRORS
                   MOVE LLOANM-MAX-AMT    TO WS-AMT-DUE
                END-IF
             END-IF

             EXEC SQL
                 SELECT COALESCE(SUM(KLOANDFL_AMT), 0)
                   INTO :WS-MORA-DUE
                   FROM LOANDFLT
                  WHERE KLOANDFL_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBGRDEM DEFAULT INTEREST SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
                MOVE ZERO                 TO WS-MORA-DUE
             END-IF.
       B2000-EXIT.
             EXIT.
       B3000-ONE-GUAR-PARA.
      *      STEP REACHED SO FAR WITH THIS GUARANTOR: NONE, NOTICE
      *      SENT ('N') OR PAYMENT DEMANDED ('D'); A ROW OPENED BY A
      *      PAYMENT OF THE GUARANTOR ALONE ('P') HAS NO STEP YET
             MOVE LLOANM-NO               TO GDLOANGD-NO
             MOVE PLOANCST-CUST-NO        TO GDLOANGD-CUST-NO
             MOVE SPACES                  TO GDLOANGD-ST
                                             GDLOANGD-NOT-DATE

             EXEC SQL
                 SELECT GDLOANGD_ST, GDLOANGD_NOT_DATE
                   INTO :GDLOANGD-ST, :GDLOANGD-NOT-DATE
                   FROM LOANGDEM
                  WHERE GDLOANGD_NO      = :GDLOANGD-NO
                    AND GDLOANGD_CUST_NO = :GDLOANGD-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE SPACES             TO GDLOANGD-ST
             WHEN OTHER
                  DISPLAY 'PGBGRDEM LOANGDEM READ SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
                  ADD 1                   TO WS-DB-ERRORS
                  GO TO B3090-NEXT
             END-EVALUATE

             EVALUATE TRUE
             WHEN GDLOANGD-ST = ' ' OR 'P'
                  IF NOT LOAN-CALLED
                     GO TO B3090-NEXT
                  END-IF
                  MOVE 'GNOT'             TO WS-DOC-TYPE
             WHEN GDLOANGD-ST = 'N'
                  IF NOT DEMAND-ALLOWED
                     GO TO B3090-NEXT
                  END-IF
                  PERFORM B3200-NOTICE-AGE-PARA
                     THRU B3200-EXIT
                  IF DCC-RCODE NOT = SPACES
                  OR DCC-DAYS < WS-DEMAND-DAYS
                     GO TO B3090-NEXT
                  END-IF
                  MOVE 'GDEM'             TO WS-DOC-TYPE
             WHEN OTHER
                  GO TO B3090-NEXT
             END-EVALUATE

             PERFORM B4000-WRITE-LETTER-PARA
                THRU B4000-EXIT.

       B3090-NEXT.
             PERFORM B3100-FETCH-GUAR-PARA
                THRU B3100-EXIT.
       B3000-EXIT.
             EXIT.
       B3100-FETCH-GUAR-PARA.
            EXEC SQL
                FETCH CUR-GRDGUAR
                INTO :PLOANCST-CUST-NO
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-GUARS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBGRDEM FETCH CUR-GRDGUAR SQLCODE -',SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-GUARS TO TRUE
            END-EVALUATE.
       B3100-EXIT.
             EXIT.
       B3200-NOTICE-AGE-PARA.
      *      CALENDAR DAYS FROM THE NOTICE TO TODAY
             MOVE SPACES                  TO PGBDCCRC
             MOVE GDLOANGD-NOT-DATE       TO WS-CMP-DATE
             PERFORM X1000-DATE-VALUE-PARA
                THRU X1000-EXIT
             IF WS-CMP-VALUE = ZERO
                MOVE 'DT'                 TO DCC-RCODE
                GO TO B3200-EXIT
             END-IF

             MOVE 'P'                     TO DCC-FUNZI
             MOVE 'F'                     TO DCC-CONV
             MOVE WS-CMP-VALUE            TO DCC-FROM-DATE
             MOVE WS-CMP-TODAY            TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC.
       B3200-EXIT.
             EXIT.
       B4000-WRITE-LETTER-PARA.
             MOVE PLOANCST-CUST-NO        TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_ADDR, CUSTM_DECEASED
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBGRDEM GUARANTOR NOT FOUND -',
                   PLOANCST-CUST-NO,' LOAN ',LLOANM-NO
                GO TO B4000-EXIT
             END-IF

      *      NO LETTER IS EVER SENT TO A DECEASED CUSTOMER'S
      *      ADDRESS, AND NO STEP IS RECORDED
             IF ACN-CUSTM-DECEASED = 'Y'
                ADD 1                     TO WS-GUAR-DECEASED
                GO TO B4000-EXIT
             END-IF

             PERFORM B4200-RECORD-STEP-PARA
                THRU B4200-EXIT

             IF SQLCODE NOT = 0
                GO TO B4000-EXIT
             END-IF

             MOVE SPACES                  TO WS-LTR-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-LTR-NAME

             MOVE SPACES                  TO GRDLTR-RECORD
             MOVE WS-DOC-TYPE             TO LTR-DOC-TYPE
             MOVE LLOANM-NO               TO LTR-LOAN-NO
             MOVE LLOANM-CAT              TO LTR-CAT
             MOVE LLOANM-CUST-NO          TO LTR-BORR-NO
             MOVE WS-BORR-NAME            TO LTR-BORR-NAME
             MOVE PLOANCST-CUST-NO        TO LTR-CUST-NO
             MOVE WS-LTR-NAME             TO LTR-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO LTR-CUST-ADDR
             MOVE WS-CRD-STATUS           TO LTR-CRD-STATUS
             MOVE WS-DAYS-LATE            TO LTR-DAYS-LATE
             MOVE WS-AMT-DUE              TO LTR-AMT-DUE
             MOVE WS-MORA-DUE             TO LTR-MORA-DUE
             MOVE GDLOANGD-NOT-DATE       TO LTR-NOT-DATE
             WRITE GRDLTR-RECORD

             PERFORM B4500-QUEUE-DOCUMENT-PARA
                THRU B4500-EXIT

             IF WS-DOC-TYPE = 'GNOT'
                ADD 1                     TO WS-NOTICES-SENT
             ELSE
                ADD 1                     TO WS-DEMANDS-SENT
             END-IF.
       B4000-EXIT.
             EXIT.
       B4200-RECORD-STEP-PARA.
      *      THE NOTICE OPENS THE ROW (OR STAMPS THE ONE OPENED BY
      *      AN EARLIER PAYMENT); THE DEMAND ADDS ITS DATE AND THE
      *      AMOUNT DEMANDED
             IF WS-DOC-TYPE = 'GNOT'
                MOVE 'N'                  TO GDLOANGD-ST
                MOVE WS-CURR-DATE         TO GDLOANGD-NOT-DATE
                MOVE SPACES               TO GDLOANGD-DEM-DATE
                MOVE ZERO                 TO GDLOANGD-DEM-AMT
                                             GDLOANGD-RECOV-AMT
                MOVE SPACES               TO GDLOANGD-RECOV-DATE

                EXEC SQL
                    UPDATE LOANGDEM
                       SET GDLOANGD_ST       = :GDLOANGD-ST,
                           GDLOANGD_NOT_DATE = :GDLOANGD-NOT-DATE
                     WHERE GDLOANGD_NO      = :GDLOANGD-NO
                       AND GDLOANGD_CUST_NO = :GDLOANGD-CUST-NO
                END-EXEC

                IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO LOANGDEM VALUES
                       (:GDLOANGD-NO, :GDLOANGD-CUST-NO,
                        :GDLOANGD-ST, :GDLOANGD-NOT-DATE,
                        :GDLOANGD-DEM-DATE, :GDLOANGD-DEM-AMT,
                        :GDLOANGD-RECOV-AMT, :GDLOANGD-RECOV-DATE)
                   END-EXEC
                END-IF
             ELSE
                MOVE 'D'                  TO GDLOANGD-ST
                MOVE WS-CURR-DATE         TO GDLOANGD-DEM-DATE
                COMPUTE GDLOANGD-DEM-AMT = WS-AMT-DUE + WS-MORA-DUE

                EXEC SQL
                    UPDATE LOANGDEM
                       SET GDLOANGD_ST       = :GDLOANGD-ST,
                           GDLOANGD_DEM_DATE = :GDLOANGD-DEM-DATE,
                           GDLOANGD_DEM_AMT  = :GDLOANGD-DEM-AMT
                     WHERE GDLOANGD_NO      = :GDLOANGD-NO
                       AND GDLOANGD_CUST_NO = :GDLOANGD-CUST-NO
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'PGBGRDEM LOANGDEM WRITE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO,' GUARANTOR ',PLOANCST-CUST-NO
                ADD 1                     TO WS-DB-ERRORS
             END-IF.
       B4200-EXIT.
             EXIT.
       B4500-QUEUE-DOCUMENT-PARA.
      *      THE LETTER ALSO ENTERS THE COMMON OUTPUT QUEUE AS AN
      *      ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST RUN
      *      OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE PLOANCST-CUST-NO        TO OUTQ-CUST-NO
             MOVE WS-DOC-TYPE             TO OUTQ-DOC-TYPE
             MOVE WS-LTR-NAME             TO OUTQ-CUST-NAME
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

             PERFORM B4600-EXTRACT-CAP-PARA
                THRU B4600-EXIT
             MOVE WS-CAP-FOUND            TO OUTQ-CAP

             WRITE OUTQ-RECORD.
       B4500-EXIT.
             EXIT.
       B4600-EXTRACT-CAP-PARA.
             MOVE '00000'                 TO WS-CAP-FOUND

             PERFORM VARYING WS-CAP-IX FROM 1 BY 1
                UNTIL WS-CAP-IX > 56
                   OR WS-CAP-FOUND NOT = '00000'

                IF ACN-CUSTM-ADDR (WS-CAP-IX:5) NUMERIC
                   MOVE ACN-CUSTM-ADDR (WS-CAP-IX:5)
                                          TO WS-CAP-FOUND
                END-IF
             END-PERFORM.
       B4600-EXIT.
             EXIT.
       X1000-DATE-VALUE-PARA.
      *      WS-CMP-DATE (MM/DD/CCYY) AS CCYYMMDD; ZERO WHEN THE
      *      DATE CANNOT BE READ
             IF WS-CMPN-MM NOT NUMERIC
             OR WS-CMPN-DD NOT NUMERIC
             OR WS-CMPN-CCYY NOT NUMERIC
                MOVE ZERO                 TO WS-CMP-VALUE
                GO TO X1000-EXIT
             END-IF

             COMPUTE WS-CMP-VALUE = WS-CMPN-CCYY * 10000
                                  + WS-CMPN-MM * 100
                                  + WS-CMPN-DD.
       X1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBGRDEM - GUARANTOR NOTICES AND DEMANDS ',
                    WS-CURR-DATE
            DISPLAY 'GUARANTEED LOANS EXAMINED ....: ',
               WS-LOANS-EXAMINED
            DISPLAY 'LOANS CALLED ON GUARANTORS ...: ',
               WS-LOANS-CALLED
            DISPLAY 'FORMAL NOTICES SENT ..........: ',
               WS-NOTICES-SENT
            DISPLAY 'PAYMENT DEMANDS SENT .........: ',
               WS-DEMANDS-SENT
            DISPLAY 'DECEASED BORROWER (ESTATE) ...: ',
               WS-BORR-DECEASED
            DISPLAY 'DECEASED GUARANTOR SKIPPED ...: ',
               WS-GUAR-DECEASED
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE GRDLTR
                  OUTQUE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBGRDEM.
