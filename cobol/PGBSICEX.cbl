       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSICEX.
      ******************************************************************
      * MONTHLY CONTRIBUTION TO THE PRIVATE CREDIT BUREAU (SIC). FOR  *
      * EVERY OPEN OR WRITTEN-OFF LOAN, AND ONCE MORE FOR A LOAN      *
      * CLOSED SINCE THE LAST CONTRIBUTION, THE TYPED DDSICOUT FILE   *
      * CARRIES THE POSITION OF THE PERIOD OF THE DDSICPAR CARD:      *
      * OUTSTANDING (LOANRPHST), INSTALLMENTS IN THE PLAN, PAID, LATE *
      * AND RESIDUAL (LOANSCHD AND THE LOANARRS LEDGER OF PGBLNARL),  *
      * AMOUNT UNPAID AND WORST DAYS LATE, FOLLOWED BY EVERY PARTY OF *
      * THE LOAN FROM LOANCUST (BORROWER, CO-BORROWERS, GUARANTORS)   *
      * WITH FISCAL CODE AND BIRTH DATE. A LOAN IS NEGATIVE WHEN      *
      * WRITTEN OFF OR BEHIND BY THE INSTALLMENTS OR THE DAYS OF THE  *
      * CARD. THE FIRST TIME A LOAN TURNS NEGATIVE EVERY LIVING PARTY *
      * GETS THE STATUTORY PRE-NOTICE (DDSICNOT EXTRACT AND OUTQ      *
      * DOCUMENT 'SICN' ON DDOUTQUE) AND THE LOAN IS STILL REPORTED   *
      * AS LATE UNTIL THE NOTICE PERIOD OF THE CARD (NEVER LESS THAN  *
      * 15 CALENDAR DAYS, NPW08P CIVIL DAY NUMBERS) HAS RUN; ONLY     *
      * THEN IS THE NEGATIVE POSITION RELEASED. LOANSIC KEEPS, PER    *
      * LOAN, THE NOTICE AND FIRST-NEGATIVE DATES AND THE LAST        *
      * POSITION SENT, WHICH PGBSICRT MATCHES AGAINST THE BUREAU'S    *
      * ACKNOWLEDGMENT FILE. EVERY PARTY WRITTEN IS ENTERED ON THE    *
      * DISCLOSURE REGISTER (PGBDSCRG) WITH THE BUREAU AS RECIPIENT   *
      * AND PURPOSE SICR.                                             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SICPAR  ASSIGN TO DDSICPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SICPAR-FS.

           SELECT SICOUT  ASSIGN TO DDSICOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SICOUT-FS.

           SELECT SICNOT  ASSIGN TO DDSICNOT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SICNOT-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SICPAR.
       01 SICPAR-RECORD.
           02  PAR-ABI                    PIC X(05).
           02  PAR-PERIOD                 PIC 9(06).
           02  PAR-NOTICE-DAYS            PIC 9(03).
           02  PAR-NEG-INST               PIC 9(02).
           02  PAR-NEG-DAYS               PIC 9(03).
           02  FILLER                     PIC X(61).

      * BUREAU CONTRIBUTION FILE: 'H' HEADER, PER LOAN ONE 'L'
      * POSITION RECORD FOLLOWED BY ITS 'P' PARTY RECORDS, 'Z'
      * TRAILER WITH THE CONTROL COUNTS
       FD SICOUT.
       01 SICOUT-RECORD.
           02  SIC-REC-TYPE               PIC X(01).
           02  SIC-ABI                    PIC X(05).
           02  SIC-PERIOD                 PIC 9(06).
           02  SIC-LOAN-NO                PIC 9(09).
           02  SIC-DATA                   PIC X(129).

       FD SICNOT.
       01 SICNOT-RECORD.
           02  SNT-CUST-NO                PIC 9(09).
           02  SNT-ROLE                   PIC X(01).
           02  SNT-CUST-NAME              PIC X(40).
           02  SNT-CUST-ADDR              PIC X(60).
           02  SNT-LOAN-NO                PIC 9(09).
           02  SNT-CAT                    PIC X(02).
           02  SNT-INST-LATE              PIC 9(03).
           02  SNT-UNPAID-AMT             PIC 9(10)V99.
           02  SNT-WORST-DAYS             PIC 9(05).
           02  SNT-NOTICE-DATE            PIC X(10).
           02  SNT-NOTICE-DAYS            PIC 9(03).
           02  FILLER                     PIC X(06).

      * COMMON CUSTOMER OUTPUT QUEUE: ONE ADDRESSED LOGICAL
      * DOCUMENT PER PRE-NOTICE, BUNDLED DOWNSTREAM BY PGBOUTBN
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
               INCLUDE LRPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCUST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSCHD
           END-EXEC.

           EXEC SQL
               INCLUDE LOANARRS
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSIC
           END-EXEC.

      *    OPEN AND WRITTEN-OFF LOANS, PLUS EVERY LOAN THE BUREAU
      *    STILL HOLDS AS LIVE: ITS EXTINCTION IS REPORTED ONCE
           EXEC SQL
               DECLARE CUR-SICLOAN CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_CAT, L.LOANM_CUST_NO,
                      L.LOANM_MAX_AMT, L.LOANM_ST
               FROM LOANMSTR L
               WHERE L.LOANM_ST IN ('O', 'W')
                  OR EXISTS
                     (SELECT 1 FROM LOANSIC S
                       WHERE S.SILOANSC_NO  = L.LOANM_NO
                         AND S.SILOANSC_POS <> 'E')
               ORDER BY L.LOANM_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PARTY CURSOR FOR
               SELECT PLOANCST_CUST_NO, PLOANCST_ROLE
               FROM LOANCUST
               WHERE PLOANCST_NO = :LLOANM-NO
               ORDER BY PLOANCST_ROLE DESC, PLOANCST_CUST_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SICPAR-FS          PIC XX.
          05 WS-SICOUT-FS          PIC XX.
          05 WS-SICNOT-FS          PIC XX.
          05 WS-OUTQUE-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-LOANS              VALUE '1'.
          05 WS-PARTY-FLAG                 PIC X(01).
             88  END-OF-PARTIES            VALUE '1'.
          05 WS-SIC-ROW-FLAG               PIC X(01).
             88  SIC-ROW-NEW               VALUE '1'.
          05 WS-NEGATIVE-FLAG              PIC X(01).
             88  LOAN-IS-NEGATIVE          VALUE '1'.

       01 WS-COUNTERS.
          05 WS-LOANS-READ                 PIC 9(07) VALUE ZERO.
          05 WS-LOANS-REPORTED             PIC 9(07) VALUE ZERO.
          05 WS-POS-REGULAR                PIC 9(07) VALUE ZERO.
          05 WS-POS-LATE                   PIC 9(07) VALUE ZERO.
          05 WS-POS-NEGATIVE               PIC 9(07) VALUE ZERO.
          05 WS-POS-EXTINCT                PIC 9(07) VALUE ZERO.
          05 WS-FIRST-NEGATIVE             PIC 9(07) VALUE ZERO.
          05 WS-HELD-NOTICE                PIC 9(07) VALUE ZERO.
          05 WS-HELD-NO-NOTICE             PIC 9(07) VALUE ZERO.
          05 WS-NOTICES-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-DECEASED-SKIPPED           PIC 9(07) VALUE ZERO.
          05 WS-PARTIES-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-NO-FISCODE                 PIC 9(07) VALUE ZERO.
          05 WS-RECORDS-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-DISCLOSURES                PIC 9(07) VALUE ZERO.

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

       01 WS-NOTE-DATE-R.
           10  WS-NOTE-MM          PIC 99.
           10  FILLER              PIC X(01).
           10  WS-NOTE-DD          PIC 99.
           10  FILLER              PIC X(01).
           10  WS-NOTE-CCYY        PIC 9(04).

       01 WS-TODAY-YMD                     PIC X(08).

       01 WS-DAY-WORK.
          05  WS-TODAY-NUM           PIC S9(09)      COMP-3.
          05  WS-NOTE-NUM            PIC S9(09)      COMP-3.
          05  WS-NOTE-ELAPSED        PIC S9(09)      COMP-3.
          05  WS-CIV-DATE            PIC 9(08).

       01 WS-POSITION-WORK.
          05  WS-OUTSTANDING         PIC S9(10)V99   COMP-3.
          05  WS-INST-TOTAL          PIC S9(05)      COMP-3.
          05  WS-INST-DUE            PIC S9(05)      COMP-3.
          05  WS-INST-PAID           PIC S9(05)      COMP-3.
          05  WS-INST-LATE           PIC S9(05)      COMP-3.
          05  WS-WORST-DAYS          PIC S9(05)      COMP-3.
          05  WS-UNPAID-AMT          PIC S9(10)V99   COMP-3.
          05  WS-POSITION            PIC X(01).
          05  WS-NOTICES-LOAN        PIC S9(05)      COMP-3.
          05  WS-TOT-OUTSTANDING     PIC S9(13)V99   COMP-3.

       01 WS-PARTY-TABLE.
          05  WS-PTY-NR              PIC S9(04)      COMP.
          05  WS-PTY-IX              PIC S9(04)      COMP.
          05  WS-PTY-ENTRY OCCURS 50 TIMES.
              10  WS-PTY-CUST        PIC S9(09)      COMP-3.
              10  WS-PTY-ROLE        PIC X(01).

       01 WS-T-HDR.
          05  WS-TH-CREATED          PIC X(10).
          05  WS-TH-NOTICE-DAYS      PIC 9(03).
          05  FILLER                 PIC X(116).

       01 WS-T-LOAN.
          05  WS-TL-CAT              PIC X(02).
          05  WS-TL-STATUS           PIC X(01).
          05  WS-TL-POSITION         PIC X(01).
          05  WS-TL-ORIG-AMT         PIC 9(10)V99.
          05  WS-TL-OUTSTANDING      PIC 9(10)V99.
          05  WS-TL-INST-TOTAL       PIC 9(03).
          05  WS-TL-INST-PAID        PIC 9(03).
          05  WS-TL-INST-LATE        PIC 9(03).
          05  WS-TL-INST-RESID       PIC 9(03).
          05  WS-TL-UNPAID-AMT       PIC 9(10)V99.
          05  WS-TL-WORST-DAYS       PIC 9(05).
          05  WS-TL-FIRST-NEG        PIC X(10).
          05  FILLER                 PIC X(62).

       01 WS-T-PARTY.
          05  WS-TP-ROLE             PIC X(01).
          05  WS-TP-CUST-NO          PIC 9(09).
          05  WS-TP-FISCODE          PIC X(16).
          05  WS-TP-LASTNM           PIC X(30).
          05  WS-TP-FRSTNM           PIC X(30).
          05  WS-TP-DOB              PIC X(10).
          05  FILLER                 PIC X(33).

       01 WS-T-TRL.
          05  WS-TZ-LOANS            PIC 9(07).
          05  WS-TZ-PARTIES          PIC 9(07).
          05  WS-TZ-RECORDS          PIC 9(07).
          05  WS-TZ-OUTSTANDING      PIC 9(13)V99.
          05  FILLER                 PIC X(93).

       01 WS-NOTE-NAME                     PIC X(40).

           COPY NPW08RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
      *    THE NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       01 WS-DSC-MODULE                    PIC X(08) VALUE 'PGBDSCRG'.
       COPY PGBDSCRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            EXEC SQL
                OPEN CUR-SICLOAN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBSICEX OPEN CUR-SICLOAN SQLCODE -',SQLCODE
               SET END-OF-LOANS TO TRUE
            END-IF

            PERFORM A2100-FETCH-LOAN-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-LOAN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-LOANS

            EXEC SQL
                CLOSE CUR-SICLOAN
            END-EXEC

            PERFORM W3000-WRITE-TRAILER-PARA
               THRU W3000-EXIT

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
            MOVE ZERO                   TO WS-TOT-OUTSTANDING

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT SICPAR
            READ SICPAR
            END-READ
            IF WS-SICPAR-FS NOT = '00'
            OR PAR-ABI = SPACES
            OR PAR-PERIOD NOT NUMERIC
            OR PAR-NOTICE-DAYS NOT NUMERIC
            OR PAR-NEG-INST NOT NUMERIC
            OR PAR-NEG-DAYS NOT NUMERIC
               DISPLAY 'PGBSICEX BUREAU CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE SICPAR

      *     THE LAW GIVES THE CUSTOMER AT LEAST FIFTEEN DAYS
      *     BETWEEN THE PRE-NOTICE AND THE FIRST NEGATIVE REPORT
            IF PAR-NOTICE-DAYS < 15
               MOVE 15                  TO PAR-NOTICE-DAYS
            END-IF
            IF PAR-NEG-INST = ZERO
               MOVE 99                  TO PAR-NEG-INST
            END-IF
            IF PAR-NEG-DAYS = ZERO
               MOVE 999                 TO PAR-NEG-DAYS
            END-IF

            COMPUTE WS-CIV-DATE =
               (WS-CURT-DATE-CCYY * 10000) +
               (WS-CURT-DATE-MM   *   100) +
                WS-CURT-DATE-DD
            MOVE WS-CIV-DATE            TO WS-TODAY-YMD
            PERFORM X1200-CALL-NPW08P-PARA
               THRU X1200-EXIT
            IF W08-RCODE NOT = ZERO
               DISPLAY 'PGBSICEX CALENDAR RCODE ',W08-RCODE,
                  ' ON RUN DATE ',WS-CIV-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE W08-RGGG               TO WS-TODAY-NUM

            OPEN OUTPUT SICOUT
            DISPLAY 'SICOUT FILE STATUS -',WS-SICOUT-FS
            OPEN OUTPUT SICNOT
            DISPLAY 'SICNOT FILE STATUS -',WS-SICNOT-FS

      *     THE QUEUE IS SHARED WITH THE OTHER PRODUCERS OF THE
      *     NIGHT AND ONLY EVER GROWS WITHIN THE PRINT CYCLE
            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS

            MOVE SPACES                 TO WS-T-HDR
            MOVE WS-CURR-DATE           TO WS-TH-CREATED
            MOVE PAR-NOTICE-DAYS        TO WS-TH-NOTICE-DAYS
            MOVE SPACES                 TO SICOUT-RECORD
            MOVE 'H'                    TO SIC-REC-TYPE
            MOVE ZERO                   TO SIC-LOAN-NO
            MOVE WS-T-HDR               TO SIC-DATA
            PERFORM W1000-WRITE-REC-PARA
               THRU W1000-EXIT.
       A1000-EXIT.
             EXIT.
       A2100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-SICLOAN
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-CUST-NO,
                     :LLOANM-MAX-AMT, :LLOANM-ST
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-LOANS-READ
            WHEN SQLCODE = 100
                 SET END-OF-LOANS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBSICEX FETCH CUR-SICLOAN SQLCODE -',
                    SQLCODE
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-LOAN-PARA.
             PERFORM B1000-READ-SIC-ROW-PARA
                THRU B1000-EXIT
             PERFORM B2000-LOAN-POSITION-PARA
                THRU B2000-EXIT
             PERFORM B3000-LOAD-PARTIES-PARA
                THRU B3000-EXIT

             IF WS-PTY-NR = ZERO
                DISPLAY 'PGBSICEX LOAN ',LLOANM-NO,
                   ' WITHOUT PARTIES - EXCLUDED'
                GO TO A2290-NEXT
             END-IF

      *      POSITION TO REPORT: A CLOSED LOAN IS EXTINGUISHED; A
      *      NEGATIVE ONE IS REPORTED AS SUCH ONLY ONCE THE CUSTOMER
      *      HAS HAD THE PRE-NOTICE AND ITS FULL NOTICE PERIOD
             EVALUATE TRUE
             WHEN LLOANM-ST NOT = 'O' AND LLOANM-ST NOT = 'W'
                  MOVE 'E'               TO WS-POSITION
             WHEN LOAN-IS-NEGATIVE
                  PERFORM B4000-NEGATIVE-GATE-PARA
                     THRU B4000-EXIT
             WHEN WS-INST-LATE > ZERO
                  MOVE 'L'               TO WS-POSITION
             WHEN OTHER
                  MOVE 'R'               TO WS-POSITION
             END-EVALUATE

      *      A LOAN THAT RECOVERS BEFORE ITS FIRST NEGATIVE REPORT
      *      NEEDS A FRESH PRE-NOTICE IF IT FALLS BEHIND AGAIN
             IF NOT LOAN-IS-NEGATIVE
             AND SILOANSC-ST = 'A'
                MOVE 'P'                 TO SILOANSC-ST
                MOVE SPACES              TO SILOANSC-NOTE-DATE
             END-IF

             PERFORM B5000-WRITE-POSITION-PARA
                THRU B5000-EXIT
             PERFORM B6000-WRITE-PARTIES-PARA
                THRU B6000-EXIT
             PERFORM B7000-SAVE-SIC-ROW-PARA
                THRU B7000-EXIT.

       A2290-NEXT.
             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-READ-SIC-ROW-PARA.
             INITIALIZE WS-SIC-ROW-FLAG
             MOVE LLOANM-NO               TO SILOANSC-NO

             EXEC SQL
                 SELECT SILOANSC_ST, SILOANSC_NOTE_DATE,
                        SILOANSC_NEG_DATE
                   INTO :SILOANSC-ST, :SILOANSC-NOTE-DATE,
                        :SILOANSC-NEG-DATE
                   FROM LOANSIC
                  WHERE SILOANSC_NO = :SILOANSC-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET SIC-ROW-NEW TO TRUE
                  MOVE 'P'                TO SILOANSC-ST
                  MOVE SPACES             TO SILOANSC-NOTE-DATE
                                             SILOANSC-NEG-DATE
             WHEN OTHER
                  DISPLAY 'PGBSICEX LOANSIC READ SQLCODE -',SQLCODE
                  SET SIC-ROW-NEW TO TRUE
                  MOVE 'P'                TO SILOANSC-ST
                  MOVE SPACES             TO SILOANSC-NOTE-DATE
                                             SILOANSC-NEG-DATE
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B2000-LOAN-POSITION-PARA.
      *      OUTSTANDING FROM THE LATEST REPAYMENT HISTORY ROW, THE
      *      INSTALLMENT COUNTS FROM THE PLAN AND FROM THE ARREARS
      *      LEDGER REBUILT EACH NIGHT BY PGBLNARL
             INITIALIZE WS-NEGATIVE-FLAG
             MOVE LLOANM-MAX-AMT          TO WS-OUTSTANDING

             EXEC SQL
                 SELECT RLOANRPH_OS_AMT
                   INTO :WS-OUTSTANDING
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO   = :LLOANM-NO
                    AND RLOANRPH_DATE =
                        (SELECT MAX(RLOANRPH_DATE)
                           FROM LOANRPHST
                          WHERE RLOANRPH_NO = :LLOANM-NO)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             WHEN OTHER
                  DISPLAY 'PGBSICEX OUTSTANDING SQLCODE -',SQLCODE
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             END-EVALUATE

             IF LLOANM-ST NOT = 'O' AND LLOANM-ST NOT = 'W'
                MOVE ZERO                 TO WS-OUTSTANDING
             END-IF

             MOVE ZERO                    TO WS-INST-TOTAL
                                             WS-INST-DUE

             EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(SUM(CASE WHEN
                           SUBSTR(SLOANSCH_DUE_DATE,7,4) CONCAT
                           SUBSTR(SLOANSCH_DUE_DATE,1,2) CONCAT
                           SUBSTR(SLOANSCH_DUE_DATE,4,2)
                              <= :WS-TODAY-YMD
                           THEN 1 ELSE 0 END), 0)
                   INTO :WS-INST-TOTAL, :WS-INST-DUE
                   FROM LOANSCHD
                  WHERE SLOANSCH_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICEX PLAN READ SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-INST-TOTAL
                                             WS-INST-DUE
             END-IF

             MOVE ZERO                    TO WS-INST-LATE
                                             WS-WORST-DAYS
                                             WS-UNPAID-AMT

             EXEC SQL
                 SELECT COUNT(*),
                        COALESCE(MAX(BLOANARR_DAYS_LATE), 0),
                        COALESCE(SUM(BLOANARR_UNP_PRIN +
                                     BLOANARR_UNP_INT), 0)
                   INTO :WS-INST-LATE, :WS-WORST-DAYS,
                        :WS-UNPAID-AMT
                   FROM LOANARRS
                  WHERE BLOANARR_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICEX LEDGER READ SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-INST-LATE
                                             WS-WORST-DAYS
                                             WS-UNPAID-AMT
             END-IF

             IF WS-INST-LATE > WS-INST-DUE
                MOVE WS-INST-LATE         TO WS-INST-DUE
             END-IF
             COMPUTE WS-INST-PAID = WS-INST-DUE - WS-INST-LATE

      *      NEGATIVE: WRITTEN OFF, OR BEHIND BY THE NUMBER OF
      *      INSTALLMENTS OR THE DAYS OF THE CARD
             IF LLOANM-ST = 'W'
             OR (LLOANM-ST = 'O'
                 AND (WS-INST-LATE NOT < PAR-NEG-INST
                  OR  WS-WORST-DAYS NOT < PAR-NEG-DAYS))
                SET LOAN-IS-NEGATIVE TO TRUE
             END-IF.
       B2000-EXIT.
             EXIT.
       B3000-LOAD-PARTIES-PARA.
             MOVE ZERO                    TO WS-PTY-NR
             INITIALIZE WS-PARTY-FLAG

             EXEC SQL
                 OPEN CUR-PARTY
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICEX OPEN CUR-PARTY SQLCODE -',SQLCODE
                SET END-OF-PARTIES TO TRUE
             END-IF

             PERFORM B3100-FETCH-PARTY-PARA
                THRU B3100-EXIT
                UNTIL END-OF-PARTIES

             EXEC SQL
                 CLOSE CUR-PARTY
             END-EXEC

      *      LOANS BOOKED BEFORE LOANCUST CARRY ONLY THE BORROWER
      *      OF THE MASTER
             IF WS-PTY-NR = ZERO
             AND LLOANM-CUST-NO > ZERO
                MOVE 1                    TO WS-PTY-NR
                MOVE LLOANM-CUST-NO       TO WS-PTY-CUST (1)
                MOVE 'P'                  TO WS-PTY-ROLE (1)
             END-IF.
       B3000-EXIT.
             EXIT.
       B3100-FETCH-PARTY-PARA.
             EXEC SQL
                 FETCH CUR-PARTY
                 INTO :PLOANCST-CUST-NO, :PLOANCST-ROLE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-PTY-NR < 50
                     ADD 1               TO WS-PTY-NR
                     MOVE PLOANCST-CUST-NO
                                    TO WS-PTY-CUST (WS-PTY-NR)
                     MOVE PLOANCST-ROLE
                                    TO WS-PTY-ROLE (WS-PTY-NR)
                  END-IF
             WHEN SQLCODE = 100
                  SET END-OF-PARTIES TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBSICEX FETCH CUR-PARTY SQLCODE -',
                     SQLCODE
                  SET END-OF-PARTIES TO TRUE
             END-EVALUATE.
       B3100-EXIT.
             EXIT.
       B4000-NEGATIVE-GATE-PARA.
      *      ALREADY REPORTED NEGATIVE ONCE: NO FURTHER NOTICE
             IF SILOANSC-ST = 'N'
                MOVE 'N'                  TO WS-POSITION
                GO TO B4000-EXIT
             END-IF

      *      FIRST TIME NEGATIVE: PRE-NOTICE TO THE PARTIES AND THE
      *      LOAN IS HELD AT 'LATE' WHILE THE NOTICE PERIOD RUNS
             IF SILOANSC-ST NOT = 'A'
                MOVE 'L'                  TO WS-POSITION
                PERFORM B4100-SEND-PRENOTICE-PARA
                   THRU B4100-EXIT
                IF WS-NOTICES-LOAN > ZERO
                   MOVE 'A'               TO SILOANSC-ST
                   MOVE WS-CURR-DATE      TO SILOANSC-NOTE-DATE
                   ADD 1                  TO WS-HELD-NOTICE
                ELSE
                   ADD 1                  TO WS-HELD-NO-NOTICE
                   DISPLAY 'PGBSICEX LOAN ',LLOANM-NO,
                      ' NEGATIVE - NO PARTY TO NOTIFY, HELD'
                END-IF
                GO TO B4000-EXIT
             END-IF

      *      NOTICE SENT: THE NEGATIVE STATUS IS RELEASED ONLY AFTER
      *      THE FULL NOTICE PERIOD, IN CALENDAR DAYS
             MOVE SILOANSC-NOTE-DATE      TO WS-NOTE-DATE-R
             IF WS-NOTE-CCYY NOT NUMERIC
             OR WS-NOTE-MM   NOT NUMERIC
             OR WS-NOTE-DD   NOT NUMERIC
                DISPLAY 'PGBSICEX LOAN ',LLOANM-NO,
                   ' BAD PRE-NOTICE DATE ',SILOANSC-NOTE-DATE
                MOVE 'L'                  TO WS-POSITION
                ADD 1                     TO WS-HELD-NO-NOTICE
                GO TO B4000-EXIT
             END-IF

             COMPUTE WS-CIV-DATE =
                (WS-NOTE-CCYY * 10000) +
                (WS-NOTE-MM   *   100) +
                 WS-NOTE-DD
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT
             IF W08-RCODE NOT = ZERO
                DISPLAY 'PGBSICEX CALENDAR RCODE ',W08-RCODE,
                   ' LOAN ',LLOANM-NO,' NOTICE ',SILOANSC-NOTE-DATE
                MOVE 'L'                  TO WS-POSITION
                ADD 1                     TO WS-HELD-NO-NOTICE
                GO TO B4000-EXIT
             END-IF
             MOVE W08-RGGG                TO WS-NOTE-NUM
             COMPUTE WS-NOTE-ELAPSED = WS-TODAY-NUM - WS-NOTE-NUM

             IF WS-NOTE-ELAPSED < PAR-NOTICE-DAYS
                MOVE 'L'                  TO WS-POSITION
                ADD 1                     TO WS-HELD-NOTICE
                GO TO B4000-EXIT
             END-IF

             MOVE 'N'                     TO WS-POSITION
                                             SILOANSC-ST
             MOVE WS-CURR-DATE            TO SILOANSC-NEG-DATE
             ADD 1                        TO WS-FIRST-NEGATIVE.
       B4000-EXIT.
             EXIT.
       B4100-SEND-PRENOTICE-PARA.
      *      EVERY PARTY THE BUREAU WILL CARRY THE LOAN UNDER IS
      *      NOTIFIED; NEVER A DECEASED CUSTOMER'S ADDRESS
             MOVE ZERO                    TO WS-NOTICES-LOAN

             PERFORM B4200-NOTIFY-PARTY-PARA
                THRU B4200-EXIT
                VARYING WS-PTY-IX FROM 1 BY 1
                  UNTIL WS-PTY-IX > WS-PTY-NR.
       B4100-EXIT.
             EXIT.
       B4200-NOTIFY-PARTY-PARA.
             MOVE WS-PTY-CUST (WS-PTY-IX) TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_ADDR, CUSTM_DECEASED
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICEX CUSTOMER NOT FOUND -',
                   WS-PTY-CUST (WS-PTY-IX)
                GO TO B4200-EXIT
             END-IF

             IF ACN-CUSTM-DECEASED = 'Y'
                ADD 1                     TO WS-DECEASED-SKIPPED
                GO TO B4200-EXIT
             END-IF

             MOVE SPACES                  TO WS-NOTE-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-NOTE-NAME

             MOVE SPACES                  TO SICNOT-RECORD
             MOVE WS-PTY-CUST (WS-PTY-IX) TO SNT-CUST-NO
             MOVE WS-PTY-ROLE (WS-PTY-IX) TO SNT-ROLE
             MOVE WS-NOTE-NAME            TO SNT-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO SNT-CUST-ADDR
             MOVE LLOANM-NO               TO SNT-LOAN-NO
             MOVE LLOANM-CAT              TO SNT-CAT
             MOVE WS-INST-LATE            TO SNT-INST-LATE
             MOVE WS-UNPAID-AMT           TO SNT-UNPAID-AMT
             MOVE WS-WORST-DAYS           TO SNT-WORST-DAYS
             MOVE WS-CURR-DATE            TO SNT-NOTICE-DATE
             MOVE PAR-NOTICE-DAYS         TO SNT-NOTICE-DAYS
             WRITE SICNOT-RECORD

             PERFORM B4500-QUEUE-DOCUMENT-PARA
                THRU B4500-EXIT

             ADD 1                        TO WS-NOTICES-WRITTEN
                                             WS-NOTICES-LOAN.
       B4200-EXIT.
             EXIT.
       B4500-QUEUE-DOCUMENT-PARA.
      *      THE PRE-NOTICE ALSO ENTERS THE COMMON OUTPUT QUEUE AS AN
      *      ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST RUN
      *      OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE WS-PTY-CUST (WS-PTY-IX) TO OUTQ-CUST-NO
             MOVE 'SICN'                  TO OUTQ-DOC-TYPE
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
             MOVE PAR-PERIOD              TO OUTQ-DOC-REF (10:6)

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
       B5000-WRITE-POSITION-PARA.
             MOVE SPACES                  TO WS-T-LOAN
             MOVE LLOANM-CAT              TO WS-TL-CAT
             MOVE LLOANM-ST               TO WS-TL-STATUS
             MOVE WS-POSITION             TO WS-TL-POSITION
             MOVE LLOANM-MAX-AMT          TO WS-TL-ORIG-AMT
             MOVE WS-OUTSTANDING          TO WS-TL-OUTSTANDING
             MOVE WS-INST-TOTAL           TO WS-TL-INST-TOTAL
             MOVE WS-INST-PAID            TO WS-TL-INST-PAID
             MOVE WS-INST-LATE            TO WS-TL-INST-LATE
             COMPUTE WS-TL-INST-RESID = WS-INST-TOTAL - WS-INST-DUE
             MOVE WS-UNPAID-AMT           TO WS-TL-UNPAID-AMT
             MOVE WS-WORST-DAYS           TO WS-TL-WORST-DAYS
             IF SILOANSC-ST = 'N'
                MOVE SILOANSC-NEG-DATE    TO WS-TL-FIRST-NEG
             END-IF

             MOVE SPACES                  TO SICOUT-RECORD
             MOVE 'L'                     TO SIC-REC-TYPE
             MOVE LLOANM-NO               TO SIC-LOAN-NO
             MOVE WS-T-LOAN               TO SIC-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT

             ADD 1                        TO WS-LOANS-REPORTED
             ADD WS-OUTSTANDING           TO WS-TOT-OUTSTANDING

             EVALUATE WS-POSITION
             WHEN 'R'
                  ADD 1                   TO WS-POS-REGULAR
             WHEN 'L'
                  ADD 1                   TO WS-POS-LATE
             WHEN 'N'
                  ADD 1                   TO WS-POS-NEGATIVE
             WHEN OTHER
                  ADD 1                   TO WS-POS-EXTINCT
             END-EVALUATE.
       B5000-EXIT.
             EXIT.
       B6000-WRITE-PARTIES-PARA.
             PERFORM B6100-ONE-PARTY-PARA
                THRU B6100-EXIT
                VARYING WS-PTY-IX FROM 1 BY 1
                  UNTIL WS-PTY-IX > WS-PTY-NR.
       B6000-EXIT.
             EXIT.
       B6100-ONE-PARTY-PARA.
      *      THE BUREAU IDENTIFIES THE PERSON BY THE FISCAL CODE
             MOVE WS-PTY-CUST (WS-PTY-IX) TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_DOB, CUSTM_FISCODE
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-DOB, :ACN-CUSTM-FISCODE
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICEX CUSTOMER NOT FOUND -',
                   WS-PTY-CUST (WS-PTY-IX)
                GO TO B6100-EXIT
             END-IF

             IF ACN-CUSTM-FISCODE = SPACES
                ADD 1                     TO WS-NO-FISCODE
                DISPLAY 'PGBSICEX LOAN ',LLOANM-NO,' CUSTOMER ',
                   WS-PTY-CUST (WS-PTY-IX),' WITHOUT FISCAL CODE'
             END-IF

             MOVE SPACES                  TO WS-T-PARTY
             MOVE WS-PTY-ROLE (WS-PTY-IX) TO WS-TP-ROLE
             MOVE WS-PTY-CUST (WS-PTY-IX) TO WS-TP-CUST-NO
             MOVE ACN-CUSTM-FISCODE       TO WS-TP-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM   TO WS-TP-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM   TO WS-TP-FRSTNM
             MOVE ACN-CUSTM-DOB           TO WS-TP-DOB

             MOVE SPACES                  TO SICOUT-RECORD
             MOVE 'P'                     TO SIC-REC-TYPE
             MOVE LLOANM-NO               TO SIC-LOAN-NO
             MOVE WS-T-PARTY              TO SIC-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT
             ADD 1                        TO WS-PARTIES-WRITTEN

             PERFORM B6200-REGISTER-PARA
                THRU B6200-EXIT.
       B6100-EXIT.
             EXIT.
       B6200-REGISTER-PARA.
             MOVE SPACES                  TO PGBDSCRC
             MOVE WS-PTY-CUST (WS-PTY-IX) TO DSC-CUST-NO
             MOVE 'SI'                    TO DSC-RECIP-TYPE
             MOVE PAR-ABI                 TO DSC-RECIP
             STRING 'DDSICOUT '           DELIMITED BY SIZE
                    PAR-PERIOD            DELIMITED BY SIZE
                    INTO DSC-FILE-REF
             MOVE LLOANM-NO               TO DSC-OBJ-LOAN
             MOVE 'SICR'                  TO DSC-PURPOSE
             MOVE 'PGBSICEX'              TO DSC-PGM

             CALL WS-DSC-MODULE USING PGBDSCRC

             IF DSC-RCODE = SPACES
                ADD 1                     TO WS-DISCLOSURES
             END-IF.
       B6200-EXIT.
             EXIT.
       B7000-SAVE-SIC-ROW-PARA.
      *      THE POSITION JUST SENT AWAITS THE BUREAU'S
      *      ACKNOWLEDGMENT (PGBSICRT)
             MOVE LLOANM-NO               TO SILOANSC-NO
             MOVE WS-POSITION             TO SILOANSC-POS
             MOVE PAR-PERIOD              TO SILOANSC-PERIOD
             MOVE 'S'                     TO SILOANSC-ACK
             MOVE SPACES                  TO SILOANSC-REJ

             IF NOT SIC-ROW-NEW
                EXEC SQL
                    UPDATE LOANSIC
                       SET SILOANSC_ST        = :SILOANSC-ST,
                           SILOANSC_NOTE_DATE = :SILOANSC-NOTE-DATE,
                           SILOANSC_NEG_DATE  = :SILOANSC-NEG-DATE,
                           SILOANSC_POS       = :SILOANSC-POS,
                           SILOANSC_PERIOD    = :SILOANSC-PERIOD,
                           SILOANSC_ACK       = :SILOANSC-ACK,
                           SILOANSC_REJ       = :SILOANSC-REJ
                     WHERE SILOANSC_NO = :SILOANSC-NO
                END-EXEC
                IF SQLCODE = 0
                   GO TO B7000-EXIT
                END-IF
             END-IF

             EXEC SQL
                 INSERT INTO LOANSIC VALUES
                 (:SILOANSC-NO, :SILOANSC-ST, :SILOANSC-NOTE-DATE,
                  :SILOANSC-NEG-DATE, :SILOANSC-POS,
                  :SILOANSC-PERIOD, :SILOANSC-ACK, :SILOANSC-REJ)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICEX LOANSIC INSERT SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       B7000-EXIT.
             EXIT.
       W1000-WRITE-REC-PARA.
             MOVE PAR-ABI                 TO SIC-ABI
             MOVE PAR-PERIOD              TO SIC-PERIOD
             WRITE SICOUT-RECORD
             ADD 1                        TO WS-RECORDS-WRITTEN.
       W1000-EXIT.
             EXIT.
       W3000-WRITE-TRAILER-PARA.
             MOVE SPACES                  TO WS-T-TRL
             MOVE WS-LOANS-REPORTED       TO WS-TZ-LOANS
             MOVE WS-PARTIES-WRITTEN      TO WS-TZ-PARTIES
             ADD 1 WS-RECORDS-WRITTEN GIVING WS-TZ-RECORDS
             MOVE WS-TOT-OUTSTANDING      TO WS-TZ-OUTSTANDING

             MOVE SPACES                  TO SICOUT-RECORD
             MOVE 'Z'                     TO SIC-REC-TYPE
             MOVE ZERO                    TO SIC-LOAN-NO
             MOVE WS-T-TRL                TO SIC-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT.
       W3000-EXIT.
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
            MOVE WS-TOT-OUTSTANDING     TO WS-ED-AMT
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSICEX - CREDIT BUREAU CONTRIBUTION ',
               PAR-PERIOD
            DISPLAY 'LOANS READ ...................: ',
               WS-LOANS-READ
            DISPLAY 'POSITIONS REPORTED ...........: ',
               WS-LOANS-REPORTED
            DISPLAY '  REGULAR ....................: ',
               WS-POS-REGULAR
            DISPLAY '  LATE .......................: ',
               WS-POS-LATE
            DISPLAY '  NEGATIVE ...................: ',
               WS-POS-NEGATIVE
            DISPLAY '  EXTINGUISHED ...............: ',
               WS-POS-EXTINCT
            DISPLAY 'FIRST NEGATIVE REPORTS .......: ',
               WS-FIRST-NEGATIVE
            DISPLAY 'HELD IN NOTICE PERIOD ........: ',
               WS-HELD-NOTICE
            DISPLAY 'HELD - NOTICE NOT POSSIBLE ...: ',
               WS-HELD-NO-NOTICE
            DISPLAY 'PRE-NOTICES SENT .............: ',
               WS-NOTICES-WRITTEN
            DISPLAY 'SKIPPED - CUSTOMER DECEASED ..: ',
               WS-DECEASED-SKIPPED
            DISPLAY 'PARTY RECORDS ................: ',
               WS-PARTIES-WRITTEN
            DISPLAY 'PARTIES WITHOUT FISCAL CODE ..: ',
               WS-NO-FISCODE
            DISPLAY 'RECORDS WRITTEN ..............: ',
               WS-RECORDS-WRITTEN
            DISPLAY 'DISCLOSURES REGISTERED .......: ',
               WS-DISCLOSURES
            DISPLAY 'TOTAL OUTSTANDING ............: ',
               WS-ED-AMT
            DISPLAY '-------------------------------------------'

            IF WS-HELD-NO-NOTICE > ZERO
            OR WS-NO-FISCODE > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE SICOUT
                  SICNOT
                  OUTQUE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBSICEX.
