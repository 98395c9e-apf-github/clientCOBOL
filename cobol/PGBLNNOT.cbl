       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNNOT.
      ******************************************************************
      * PRE-DUE INSTALLMENT NOTICES FOR CUSTOMERS PAYING BY TRANSFER  *
      * OR AT THE COUNTER. EVERY LOANSCHD INSTALLMENT OF AN OPEN LOAN *
      * FALLING DUE WITHIN THE NUMBER OF DAYS OF THE DDNOTPAR CARD    *
      * (CALENDAR DAYS FROM TODAY, NPW08P CIVIL DAY NUMBERS, AS IN    *
      * PGBSDDEX) WHOSE PRIMARY BORROWER HAS NO ACTIVE SDD MANDATE    *
      * ON LOANMAND (NONE, OR SUSPENDED BY PGBSDDRT) GETS ONE PAYMENT *
      * NOTICE: AMOUNT, DUE DATE, THE BANK IBAN OF THE CARD AND THE   *
      * PAYMENT REFERENCE (LOAN NUMBER AND INSTALLMENT) THAT PGBPAYMT *
      * MATCHES THE INCOMING CREDIT ON. THE CHARGES STILL OPEN ON     *
      * THE LOAN CHARGE LEDGER LOANCHRG ARE ADDED TO THE FIRST NOTICE *
      * OF THE LOAN, AS PGBSDDEX DOES ON THE COLLECTION, SO THE       *
      * PAYMENT SETTLES THEM TOO. THE NOTICE DATA GOES TO THE         *
      * DDNOTICE EXTRACT FOR THE PRINTING SERVICE AND THE DOCUMENT    *
      * ENTERS THE COMMON OUTPUT QUEUE DDOUTQUE AS TYPE 'PNOT', SO    *
      * PGBOUTBN BUNDLES IT WITH THE OTHER MAIL OF THE CUSTOMER.      *
      * EVERY NOTICE SENT IS RECORDED ON LOANNOTH: AN INSTALLMENT IS  *
      * NOTIFIED ONCE, WHATEVER THE DAYS THE BATCH DOES NOT RUN.      *
      * NO NOTICE IS EVER SENT TO A DECEASED CUSTOMER'S ADDRESS.      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTPAR  ASSIGN TO DDNOTPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NOTPAR-FS.

           SELECT NOTICE  ASSIGN TO DDNOTICE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NOTICE-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD NOTPAR.
       01 NOTPAR-RECORD.
           02  PAR-DAYS-BEFORE            PIC 9(03).
           02  PAR-BANK-IBAN              PIC X(34).
           02  FILLER                     PIC X(43).

       FD NOTICE.
       01 NOTICE-RECORD.
           02  NOT-CUST-NO                PIC 9(09).
           02  NOT-CUST-NAME              PIC X(40).
           02  NOT-CUST-ADDR              PIC X(60).
           02  NOT-LOAN-NO                PIC 9(09).
           02  NOT-CAT                    PIC X(02).
           02  NOT-SEQ                    PIC 9(03).
           02  NOT-DUE-DATE               PIC X(10).
           02  NOT-AMOUNT                 PIC 9(10)V99.
           02  NOT-CHARGES                PIC 9(10)V99.
           02  NOT-BANK-IBAN              PIC X(34).
           02  NOT-PAY-REF                PIC X(16).
           02  FILLER                     PIC X(13).

      * COMMON CUSTOMER OUTPUT QUEUE: ONE ADDRESSED LOGICAL
      * DOCUMENT PER NOTICE, BUNDLED DOWNSTREAM BY PGBOUTBN
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
               INCLUDE LOANSCHD
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMAND
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCHRG
           END-EXEC.

           EXEC SQL
               INCLUDE LOANNOTH
           END-EXEC.

           EXEC SQL
               DECLARE CUR-DUE CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_CAT, L.LOANM_CUST_NO,
                      S.SLOANSCH_SEQ, S.SLOANSCH_DUE_DATE,
                      S.SLOANSCH_PRIN, S.SLOANSCH_INT
               FROM LOANMSTR L, LOANSCHD S
               WHERE L.LOANM_ST = 'O'
                 AND S.SLOANSCH_NO = L.LOANM_NO
               ORDER BY L.LOANM_NO, S.SLOANSCH_SEQ
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-NOTPAR-FS          PIC XX.
          05 WS-NOTICE-FS          PIC XX.
          05 WS-OUTQUE-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-DUE-FLAG                   PIC X(01).
             88  END-OF-DUE                VALUE '1'.

       01 WS-COUNTERS.
          05 WS-INST-IN-WINDOW             PIC 9(05) VALUE ZERO.
          05 WS-NOTICES-WRITTEN            PIC 9(05) VALUE ZERO.
          05 WS-MANDATE-SKIPPED            PIC 9(05) VALUE ZERO.
          05 WS-ALREADY-NOTIFIED           PIC 9(05) VALUE ZERO.
          05 WS-DECEASED-SKIPPED           PIC 9(05) VALUE ZERO.

       01 WS-CAP-WORK.
          05 WS-CAP-IX                     PIC 9(02).
          05 WS-CAP-FOUND                  PIC X(05).

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

       01 WS-DUE-DATE-R.
           10  WS-DUE-MM           PIC 99.
           10  FILLER              PIC X(01).
           10  WS-DUE-DD           PIC 99.
           10  FILLER              PIC X(01).
           10  WS-DUE-CCYY         PIC 9(04).

       01 WS-WINDOW-WORK.
          05  WS-TODAY-NUM           PIC S9(09)      COMP-3.
          05  WS-LIMIT-NUM           PIC S9(09)      COMP-3.
          05  WS-DUE-NUM             PIC S9(09)      COMP-3.
          05  WS-CIV-DATE            PIC 9(08).

       01 WS-NOTICE-WORK.
          05  WS-INST-AMT            PIC S9(10)V99   COMP-3.
          05  WS-CHG-OPEN            PIC S9(10)V99   COMP-3.
          05  WS-MAND-COUNT          PIC S9(05)      COMP-3.
          05  WS-NOTE-COUNT          PIC S9(05)      COMP-3.
          05  WS-CHG-LOAN            PIC S9(09)      COMP-3.
          05  WS-NOTE-NAME           PIC X(40).

           COPY NPW08RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
      *    THE NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A3000-NOTICE-PARA
               THRU A3000-EXIT

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

            OPEN INPUT NOTPAR
            READ NOTPAR
            END-READ
            IF WS-NOTPAR-FS NOT = '00'
            OR PAR-DAYS-BEFORE NOT NUMERIC
            OR PAR-DAYS-BEFORE = ZERO
            OR PAR-BANK-IBAN = SPACES
               DISPLAY 'PGBLNNOT NOTICE CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE NOTPAR

      *     THE WINDOW IS COMPARED ON THE CIVIL DAY NUMBER OF THE
      *     NPW08P DATE ROUTINE, SO IT SPANS REAL CALENDAR DAYS
            COMPUTE WS-CIV-DATE =
               (WS-CURT-DATE-CCYY * 10000) +
               (WS-CURT-DATE-MM   *   100) +
                WS-CURT-DATE-DD
            PERFORM X1200-CALL-NPW08P-PARA
               THRU X1200-EXIT
            IF W08-RCODE NOT = ZERO
               DISPLAY 'PGBLNNOT CALENDAR RCODE ',W08-RCODE,
                  ' ON RUN DATE ',WS-CIV-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE W08-RGGG               TO WS-TODAY-NUM
            COMPUTE WS-LIMIT-NUM =
               WS-TODAY-NUM + PAR-DAYS-BEFORE
            MOVE ZERO                   TO WS-CHG-LOAN

            OPEN OUTPUT NOTICE
            DISPLAY 'NOTICE FILE STATUS -',WS-NOTICE-FS

      *     THE QUEUE IS SHARED WITH THE OTHER PRODUCERS OF THE
      *     NIGHT AND ONLY EVER GROWS WITHIN THE PRINT CYCLE
            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS.
       A1000-EXIT.
             EXIT.
       A3000-NOTICE-PARA.
            EXEC SQL
                OPEN CUR-DUE
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNNOT OPEN CUR-DUE SQLCODE -',SQLCODE
               SET END-OF-DUE TO TRUE
            END-IF

            PERFORM A3100-FETCH-DUE-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-DUE-PARA
               THRU A3200-EXIT
               UNTIL END-OF-DUE

            EXEC SQL
                CLOSE CUR-DUE
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-DUE-PARA.
            EXEC SQL
                FETCH CUR-DUE
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-CUST-NO,
                     :SLOANSCH-SEQ, :SLOANSCH-DUE-DATE,
                     :SLOANSCH-PRIN, :SLOANSCH-INT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-DUE TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNNOT FETCH CUR-DUE SQLCODE -',SQLCODE
                 SET END-OF-DUE TO TRUE
            END-EVALUATE.
       A3100-EXIT.
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
                DISPLAY 'PGBLNNOT CALENDAR RCODE ',W08-RCODE,
                   ' LOAN ',LLOANM-NO,' DUE ',SLOANSCH-DUE-DATE
                GO TO A3290-NEXT
             END-IF
             MOVE W08-RGGG                TO WS-DUE-NUM

             IF WS-DUE-NUM < WS-TODAY-NUM
             OR WS-DUE-NUM > WS-LIMIT-NUM
                GO TO A3290-NEXT
             END-IF

             ADD 1                        TO WS-INST-IN-WINDOW

             PERFORM B1000-CHECK-MANDATE-PARA
                THRU B1000-EXIT
             IF WS-MAND-COUNT > ZERO
                ADD 1                     TO WS-MANDATE-SKIPPED
                GO TO A3290-NEXT
             END-IF

             PERFORM B2000-CHECK-NOTIFIED-PARA
                THRU B2000-EXIT
             IF WS-NOTE-COUNT > ZERO
                ADD 1                     TO WS-ALREADY-NOTIFIED
                GO TO A3290-NEXT
             END-IF

             PERFORM B3000-WRITE-NOTICE-PARA
                THRU B3000-EXIT.

       A3290-NEXT.
             PERFORM A3100-FETCH-DUE-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-CHECK-MANDATE-PARA.
      *      AN ACTIVE MANDATE MEANS PGBSDDEX COLLECTS THE
      *      INSTALLMENT; A SUSPENDED ONE COLLECTS NOTHING
             MOVE ZERO                    TO WS-MAND-COUNT
             MOVE LLOANM-CUST-NO          TO MLOANMND-CUST-NO

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-MAND-COUNT
                   FROM LOANMAND
                  WHERE MLOANMND_CUST_NO = :MLOANMND-CUST-NO
                    AND MLOANMND_ST     <> 'S'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNNOT MANDATE READ SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-MAND-COUNT
             END-IF.
       B1000-EXIT.
             EXIT.
       B2000-CHECK-NOTIFIED-PARA.
             MOVE ZERO                    TO WS-NOTE-COUNT
             MOVE LLOANM-NO               TO WLOANNOT-NO
             MOVE SLOANSCH-SEQ            TO WLOANNOT-SEQ

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-NOTE-COUNT
                   FROM LOANNOTH
                  WHERE WLOANNOT_NO  = :WLOANNOT-NO
                    AND WLOANNOT_SEQ = :WLOANNOT-SEQ
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNNOT NOTICE HISTORY SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-NOTE-COUNT
             END-IF.
       B2000-EXIT.
             EXIT.
       B3000-WRITE-NOTICE-PARA.
             MOVE LLOANM-CUST-NO          TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_ADDR, CUSTM_DECEASED
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNNOT CUSTOMER NOT FOUND -',
                   LLOANM-CUST-NO
                GO TO B3000-EXIT
             END-IF

             IF ACN-CUSTM-DECEASED = 'Y'
                ADD 1                     TO WS-DECEASED-SKIPPED
                GO TO B3000-EXIT
             END-IF

             COMPUTE WS-INST-AMT =
                SLOANSCH-PRIN + SLOANSCH-INT

      *      CHARGES STILL OPEN ON THE LOAN RIDE ON ITS FIRST
      *      NOTICE OF THE RUN
             MOVE ZERO                    TO WS-CHG-OPEN
             IF LLOANM-NO NOT = WS-CHG-LOAN
                PERFORM B3100-OPEN-CHARGES-PARA
                   THRU B3100-EXIT
                MOVE LLOANM-NO            TO WS-CHG-LOAN
             END-IF
             ADD WS-CHG-OPEN              TO WS-INST-AMT

             MOVE SPACES                  TO WS-NOTE-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-NOTE-NAME

             MOVE SPACES                  TO NOTICE-RECORD
             MOVE LLOANM-CUST-NO          TO NOT-CUST-NO
             MOVE WS-NOTE-NAME            TO NOT-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO NOT-CUST-ADDR
             MOVE LLOANM-NO               TO NOT-LOAN-NO
             MOVE LLOANM-CAT              TO NOT-CAT
             MOVE SLOANSCH-SEQ            TO NOT-SEQ
             MOVE SLOANSCH-DUE-DATE       TO NOT-DUE-DATE
             MOVE WS-INST-AMT             TO NOT-AMOUNT
             MOVE WS-CHG-OPEN             TO NOT-CHARGES
             MOVE PAR-BANK-IBAN           TO NOT-BANK-IBAN
      *      REMITTANCE REFERENCE: LOAN NUMBER FIRST, AS PGBPAYMT
      *      READS IT, THEN THE INSTALLMENT
             MOVE LLOANM-NO               TO NOT-PAY-REF (1:9)
             MOVE SLOANSCH-SEQ            TO NOT-PAY-REF (10:3)
             WRITE NOTICE-RECORD

             PERFORM B4500-QUEUE-DOCUMENT-PARA
                THRU B4500-EXIT

             ADD 1                        TO WS-NOTICES-WRITTEN

             MOVE LLOANM-NO               TO WLOANNOT-NO
             MOVE SLOANSCH-SEQ            TO WLOANNOT-SEQ
             MOVE SLOANSCH-DUE-DATE       TO WLOANNOT-DUE-DATE
             MOVE WS-CURR-DATE            TO WLOANNOT-DATE
             MOVE WS-INST-AMT             TO WLOANNOT-AMT

             EXEC SQL
                 INSERT INTO LOANNOTH VALUES
                 (:WLOANNOT-NO, :WLOANNOT-SEQ, :WLOANNOT-DUE-DATE,
                  :WLOANNOT-DATE, :WLOANNOT-AMT)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNNOT HISTORY INSERT SQLCODE -',SQLCODE
             END-EVALUATE.
       B3000-EXIT.
             EXIT.
       B3100-OPEN-CHARGES-PARA.
             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :WS-CHG-OPEN
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND JLOANCHG_ST = 'O'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNNOT CHARGES READ SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-CHG-OPEN
             END-IF.
       B3100-EXIT.
             EXIT.
       B4500-QUEUE-DOCUMENT-PARA.
      *      THE NOTICE ALSO ENTERS THE COMMON OUTPUT QUEUE AS AN
      *      ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST RUN
      *      OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE LLOANM-CUST-NO          TO OUTQ-CUST-NO
             MOVE 'PNOT'                  TO OUTQ-DOC-TYPE
             MOVE WS-NOTE-NAME            TO OUTQ-CUST-NAME
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
             MOVE SLOANSCH-SEQ            TO OUTQ-DOC-REF (10:3)

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
            DISPLAY 'PGBLNNOT - PRE-DUE NOTICES ',WS-CURR-DATE
            DISPLAY 'INSTALLMENTS IN WINDOW .......: ',
               WS-INST-IN-WINDOW
            DISPLAY 'NOTICES EXTRACTED ............: ',
               WS-NOTICES-WRITTEN
            DISPLAY 'SKIPPED - ACTIVE SDD MANDATE .: ',
               WS-MANDATE-SKIPPED
            DISPLAY 'SKIPPED - ALREADY NOTIFIED ...: ',
               WS-ALREADY-NOTIFIED
            DISPLAY 'SKIPPED - CUSTOMER DECEASED ..: ',
               WS-DECEASED-SKIPPED
            DISPLAY '-------------------------------------------'

            CLOSE NOTICE
                  OUTQUE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBLNNOT.
