       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCMPWL.
      ******************************************************************
      * DAILY WORKLIST OF THE COMPLAINTS REGISTER (CUSTCMPL,          *
      * MAINTAINED BY THE '06' CUSTOMER TRANSACTION). THE DDCMPRPT    *
      * REPORT LISTS, BY BRANCH:                                      *
      *  - THE COMPLAINTS NOT YET ANSWERED WHOSE ANSWER DEADLINE (60  *
      *    CALENDAR DAYS FROM RECEIPT UNLESS THE DDCMPPAR CARD SAYS   *
      *    OTHERWISE) FALLS WITHIN THE WARNING DAYS OF THE CARD (10   *
      *    WHEN NOT GIVEN), OR HAS PASSED;                            *
      *  - THE COMPLAINTS REFERRED TO THE ARBITRO BANCARIO            *
      *    FINANZIARIO AND STILL AWAITING THE DECISION, WITH THE DAYS *
      *    LEFT TO FILE THE BANK'S COUNTER-SUBMISSIONS (30 FROM THE   *
      *    REFERRAL UNLESS THE CARD SAYS OTHERWISE).                  *
      * THE STEP ENDS WITH RETURN CODE 4 WHEN A DEADLINE HAS PASSED.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPPAR  ASSIGN TO DDCMPPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CMPPAR-FS.

           SELECT CMPRPT  ASSIGN TO DDCMPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CMPRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CMPPAR.
       01 CMPPAR-RECORD.
           02  PAR-ANSWER-DAYS            PIC 9(03).
           02  PAR-WARN-DAYS              PIC 9(03).
           02  PAR-ABF-DAYS               PIC 9(03).
           02  FILLER                     PIC X(71).

       FD CMPRPT.
       01 CMPRPT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *        INCLUDE CUSTM_TABLE
           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCMPL
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CMPOPEN CURSOR FOR
               SELECT QCCUSTCM_CUST_NO, QCCUSTCM_REF,
                      QCCUSTCM_LOAN_NO, QCCUSTCM_BRANCH,
                      QCCUSTCM_CHANNEL, QCCUSTCM_REASON,
                      QCCUSTCM_AMT, QCCUSTCM_RECV_DATE,
                      QCCUSTCM_ABF_DATE
               FROM CUSTCMPL
               WHERE QCCUSTCM_ST = 'O'
               ORDER BY QCCUSTCM_BRANCH, QCCUSTCM_CUST_NO,
                        QCCUSTCM_REF
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CMPABF CURSOR FOR
               SELECT QCCUSTCM_CUST_NO, QCCUSTCM_REF,
                      QCCUSTCM_LOAN_NO, QCCUSTCM_BRANCH,
                      QCCUSTCM_CHANNEL, QCCUSTCM_REASON,
                      QCCUSTCM_AMT, QCCUSTCM_RECV_DATE,
                      QCCUSTCM_ABF_DATE
               FROM CUSTCMPL
               WHERE QCCUSTCM_ST = 'E'
               ORDER BY QCCUSTCM_BRANCH, QCCUSTCM_CUST_NO,
                        QCCUSTCM_REF
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-CMPPAR-FS          PIC XX.
          05 WS-CMPRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-CMPL-FLAG                  PIC X(01).
             88  END-OF-COMPLAINTS         VALUE '1'.

       01 WS-COUNTERS.
          05 WS-OPEN-READ                  PIC 9(07) VALUE ZERO.
          05 WS-OPEN-DUE                   PIC 9(07) VALUE ZERO.
          05 WS-OPEN-OVERDUE               PIC 9(07) VALUE ZERO.
          05 WS-ABF-READ                   PIC 9(07) VALUE ZERO.
          05 WS-ABF-DUE                    PIC 9(07) VALUE ZERO.
          05 WS-ABF-OVERDUE                PIC 9(07) VALUE ZERO.
          05 WS-BAD-DATE                   PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.

       01 WS-ANSWER-DAYS                   PIC 9(03).
       01 WS-WARN-DAYS                     PIC 9(03).
       01 WS-ABF-DAYS                      PIC 9(03).
       01 WS-LIMIT-DAYS                    PIC 9(03).
       01 WS-DAYS-LEFT                     PIC S9(07) COMP-3.

      *    DAY-COUNT ROUTINE (CALENDAR DAYS SINCE RECEIPT OR REFERRAL)
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

       01 WS-LINE-NOTE                     PIC X(20).
       01 WS-PRT-LINE                      PIC X(132).

       01 WS-HEAD-LINE.
          05  FILLER                 PIC X(50)  VALUE
              'BRNCH  CUSTOMER REFERENCE    NAME                 '.
          05  FILLER                 PIC X(46)  VALUE
              '             LOAN CH RS   AMT CLAIMED RECEIVED'.
          05  FILLER                 PIC X(28)  VALUE
              '   ABF REFERR   DAYS  ACTION'.

       01 WS-CMPL-LINE.
          05  WS-CL-BRANCH           PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-CL-CUST             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-CL-REF              PIC X(12).
          05  FILLER                 PIC X(01).
          05  WS-CL-NAME             PIC X(28).
          05  FILLER                 PIC X(01).
          05  WS-CL-LOAN             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-CL-CHANNEL          PIC X(01).
          05  FILLER                 PIC X(02).
          05  WS-CL-REASON           PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-CL-AMT              PIC ZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(01).
          05  WS-CL-RECV             PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-CL-ABF              PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-CL-DAYS             PIC -----9.
          05  FILLER                 PIC X(02).
          05  WS-CL-NOTE             PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-OPEN-CMPL-PARA
               THRU A2000-EXIT

            PERFORM A3000-ABF-CMPL-PARA
               THRU A3000-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            MOVE WS-CURR-DATE           TO WS-CMP-DATE
            PERFORM X1000-DATE-VALUE-PARA
               THRU X1000-EXIT
            MOVE WS-CMP-VALUE           TO WS-CMP-TODAY

            MOVE 60                     TO WS-ANSWER-DAYS
            MOVE 10                     TO WS-WARN-DAYS
            MOVE 30                     TO WS-ABF-DAYS
            OPEN INPUT CMPPAR
            IF WS-CMPPAR-FS = '00'
               READ CMPPAR
               END-READ
               IF WS-CMPPAR-FS = '00'
                  IF PAR-ANSWER-DAYS NUMERIC
                  AND PAR-ANSWER-DAYS > ZERO
                     MOVE PAR-ANSWER-DAYS TO WS-ANSWER-DAYS
                  END-IF
                  IF PAR-WARN-DAYS NUMERIC
                     MOVE PAR-WARN-DAYS   TO WS-WARN-DAYS
                  END-IF
                  IF PAR-ABF-DAYS NUMERIC
                  AND PAR-ABF-DAYS > ZERO
                     MOVE PAR-ABF-DAYS    TO WS-ABF-DAYS
                  END-IF
               END-IF
               CLOSE CMPPAR
            END-IF

            OPEN OUTPUT CMPRPT
            DISPLAY 'CMPRPT FILE STATUS -',WS-CMPRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBCMPWL - COMPLAINTS WORKLIST - RUN '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-PRT-LINE.
       A1000-EXIT.
             EXIT.
       A2000-OPEN-CMPL-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-PRT-LINE
            STRING 'COMPLAINTS TO ANSWER WITHIN '
                                        DELIMITED BY SIZE
                   WS-ANSWER-DAYS       DELIMITED BY SIZE
                   ' DAYS OF RECEIPT - DUE WITHIN '
                                        DELIMITED BY SIZE
                   WS-WARN-DAYS         DELIMITED BY SIZE
                   ' DAYS OR OVERDUE'   DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-HEAD-LINE

            INITIALIZE WS-CMPL-FLAG
            EXEC SQL
                OPEN CUR-CMPOPEN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBCMPWL OPEN CUR-CMPOPEN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A2000-EXIT
            END-IF

            PERFORM A2100-FETCH-OPEN-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-OPEN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-COMPLAINTS

            EXEC SQL
                CLOSE CUR-CMPOPEN
            END-EXEC.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-OPEN-PARA.
            EXEC SQL
                FETCH CUR-CMPOPEN
                INTO :QCCUSTCM-CUST-NO, :QCCUSTCM-REF,
                     :QCCUSTCM-LOAN-NO, :QCCUSTCM-BRANCH,
                     :QCCUSTCM-CHANNEL, :QCCUSTCM-REASON,
                     :QCCUSTCM-AMT, :QCCUSTCM-RECV-DATE,
                     :QCCUSTCM-ABF-DATE
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-OPEN-READ
            WHEN SQLCODE = 100
                 SET END-OF-COMPLAINTS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBCMPWL FETCH CUR-CMPOPEN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-COMPLAINTS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-OPEN-PARA.
      *      DAYS LEFT TO THE ANSWER DEADLINE
             MOVE QCCUSTCM-RECV-DATE      TO WS-CMP-DATE
             MOVE WS-ANSWER-DAYS          TO WS-LIMIT-DAYS
             PERFORM B1000-DAYS-LEFT-PARA
                THRU B1000-EXIT

             EVALUATE TRUE
             WHEN DCC-RCODE NOT = SPACES
                  ADD 1                   TO WS-BAD-DATE
                  MOVE 'INVALID DATE'     TO WS-LINE-NOTE
             WHEN WS-DAYS-LEFT < ZERO
                  ADD 1                   TO WS-OPEN-OVERDUE
                  MOVE 'ANSWER OVERDUE'   TO WS-LINE-NOTE
             WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                  ADD 1                   TO WS-OPEN-DUE
                  MOVE 'ANSWER DUE'       TO WS-LINE-NOTE
             WHEN OTHER
                  GO TO A2290-NEXT
             END-EVALUATE

             PERFORM W1000-WRITE-LINE-PARA
                THRU W1000-EXIT.

       A2290-NEXT.
             PERFORM A2100-FETCH-OPEN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       A3000-ABF-CMPL-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-PRT-LINE
            STRING 'COMPLAINTS BEFORE THE ABF - SUBMISSIONS DUE '
                                        DELIMITED BY SIZE
                   WS-ABF-DAYS          DELIMITED BY SIZE
                   ' DAYS FROM THE REFERRAL'
                                        DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-PRT-LINE
            WRITE CMPRPT-RECORD FROM WS-HEAD-LINE

            INITIALIZE WS-CMPL-FLAG
            EXEC SQL
                OPEN CUR-CMPABF
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBCMPWL OPEN CUR-CMPABF SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A3000-EXIT
            END-IF

            PERFORM A3100-FETCH-ABF-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-ABF-PARA
               THRU A3200-EXIT
               UNTIL END-OF-COMPLAINTS

            EXEC SQL
                CLOSE CUR-CMPABF
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-ABF-PARA.
            EXEC SQL
                FETCH CUR-CMPABF
                INTO :QCCUSTCM-CUST-NO, :QCCUSTCM-REF,
                     :QCCUSTCM-LOAN-NO, :QCCUSTCM-BRANCH,
                     :QCCUSTCM-CHANNEL, :QCCUSTCM-REASON,
                     :QCCUSTCM-AMT, :QCCUSTCM-RECV-DATE,
                     :QCCUSTCM-ABF-DATE
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-ABF-READ
            WHEN SQLCODE = 100
                 SET END-OF-COMPLAINTS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBCMPWL FETCH CUR-CMPABF SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-COMPLAINTS TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-ABF-PARA.
      *      EVERY COMPLAINT AWAITING THE ABF IS LISTED, WITH THE
      *      DAYS LEFT TO THE COUNTER-SUBMISSIONS
             MOVE QCCUSTCM-ABF-DATE       TO WS-CMP-DATE
             MOVE WS-ABF-DAYS             TO WS-LIMIT-DAYS
             PERFORM B1000-DAYS-LEFT-PARA
                THRU B1000-EXIT

             EVALUATE TRUE
             WHEN DCC-RCODE NOT = SPACES
                  ADD 1                   TO WS-BAD-DATE
                  MOVE 'INVALID DATE'     TO WS-LINE-NOTE
             WHEN WS-DAYS-LEFT < ZERO
                  ADD 1                   TO WS-ABF-OVERDUE
                  MOVE 'SUBMISSIONS OVERDUE'
                                          TO WS-LINE-NOTE
             WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                  ADD 1                   TO WS-ABF-DUE
                  MOVE 'SUBMISSIONS DUE'  TO WS-LINE-NOTE
             WHEN OTHER
                  MOVE 'AWAITING DECISION'
                                          TO WS-LINE-NOTE
             END-EVALUATE

             PERFORM W1000-WRITE-LINE-PARA
                THRU W1000-EXIT

             PERFORM A3100-FETCH-ABF-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-DAYS-LEFT-PARA.
      *      DAYS LEFT BEFORE WS-LIMIT-DAYS CALENDAR DAYS HAVE RUN
      *      FROM WS-CMP-DATE; NEGATIVE ONCE THE DEADLINE HAS PASSED
             MOVE SPACES                  TO PGBDCCRC
             MOVE ZERO                    TO WS-DAYS-LEFT
             PERFORM X1000-DATE-VALUE-PARA
                THRU X1000-EXIT
             IF WS-CMP-VALUE = ZERO
                MOVE 'DT'                 TO DCC-RCODE
                GO TO B1000-EXIT
             END-IF

             MOVE 'P'                     TO DCC-FUNZI
             MOVE 'F'                     TO DCC-CONV
             MOVE WS-CMP-VALUE            TO DCC-FROM-DATE
             MOVE WS-CMP-TODAY            TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
                COMPUTE WS-DAYS-LEFT = WS-LIMIT-DAYS - DCC-DAYS
             END-IF.
       B1000-EXIT.
             EXIT.
       W1000-WRITE-LINE-PARA.
             MOVE QCCUSTCM-CUST-NO        TO ACN-CUSTM-NO
             MOVE SPACES                  TO ACN-CUSTM-NAME-FRSTNM
                                             ACN-CUSTM-NAME-LASTNM

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND 100
                DISPLAY 'PGBCMPWL CUSTM_TABLE SQLCODE -',SQLCODE,
                   ' CUSTOMER ',QCCUSTCM-CUST-NO
                ADD 1                     TO WS-DB-ERRORS
             END-IF

             MOVE SPACES                  TO WS-CMPL-LINE
             MOVE QCCUSTCM-BRANCH         TO WS-CL-BRANCH
             IF WS-CL-BRANCH = SPACES
                MOVE '-----'              TO WS-CL-BRANCH
             END-IF
             MOVE QCCUSTCM-CUST-NO        TO WS-CL-CUST
             MOVE QCCUSTCM-REF            TO WS-CL-REF
             STRING ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    INTO WS-CL-NAME
             MOVE QCCUSTCM-LOAN-NO        TO WS-CL-LOAN
             MOVE QCCUSTCM-CHANNEL        TO WS-CL-CHANNEL
             MOVE QCCUSTCM-REASON         TO WS-CL-REASON
             MOVE QCCUSTCM-AMT            TO WS-CL-AMT
             MOVE QCCUSTCM-RECV-DATE      TO WS-CL-RECV
             MOVE QCCUSTCM-ABF-DATE       TO WS-CL-ABF
             MOVE WS-DAYS-LEFT            TO WS-CL-DAYS
             MOVE WS-LINE-NOTE            TO WS-CL-NOTE
             WRITE CMPRPT-RECORD FROM WS-CMPL-LINE.
       W1000-EXIT.
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
            DISPLAY 'PGBCMPWL - COMPLAINTS WORKLIST ',
                    WS-CURR-DATE
            DISPLAY 'COMPLAINTS AWAITING ANSWER ...: ',
               WS-OPEN-READ
            DISPLAY '  ANSWER DUE IN WARNING DAYS .: ',
               WS-OPEN-DUE
            DISPLAY '  ANSWER OVERDUE .............: ',
               WS-OPEN-OVERDUE
            DISPLAY 'COMPLAINTS BEFORE THE ABF ....: ',
               WS-ABF-READ
            DISPLAY '  SUBMISSIONS DUE ............: ',
               WS-ABF-DUE
            DISPLAY '  SUBMISSIONS OVERDUE ........: ',
               WS-ABF-OVERDUE
            DISPLAY 'INVALID DATES ................: ',
               WS-BAD-DATE
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-OPEN-OVERDUE > ZERO
            OR WS-ABF-OVERDUE > ZERO
            OR WS-BAD-DATE > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE CMPRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBCMPWL.
