       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBTXCRT.
      ******************************************************************
      * ANNUAL CERTIFICATE OF THE LOAN INTEREST PAID, FOR THE TAX     *
      * RETURN OF THE BORROWERS. RUN ONCE A YEAR FOR THE FISCAL YEAR  *
      * OF THE DDTAXPAR CARD (ZERO OR NO CARD = THE PREVIOUS YEAR).   *
      * EVERY LOAN REPAID IN THE YEAR (LOANRPHST) IS TOTALLED ON THE  *
      * SPLIT PGBPRTXN KEEPS ON LOANRPAL WHEN IT POSTS A REPAYMENT:   *
      * PRINCIPAL, INTEREST AND CHARGES OF THE INSTALLMENTS SETTLED.  *
      * A REVERSED REPAYMENT ('17') CARRIES A NEGATIVE COPY OF ITS    *
      * SPLIT AND THE REPOST TO THE RIGHT LOAN A NEW ONE, SO STORNOS  *
      * NET OUT; A WRITE-OFF IS NOT A PAYMENT AND IS LEFT OUT.        *
      * REPAYMENTS POSTED BEFORE THE SPLIT WAS KEPT HAVE NONE: THEIR  *
      * AMOUNT IS SPLIT ON THE INTEREST RATIO OF THE CURRENT PLAN     *
      * (ALL PRINCIPAL WHEN THE LOAN HAS NO PLAN LEFT) AND THE        *
      * CERTIFICATE IS MARKED ESTIMATED. INTEREST AND CHARGES ARE     *
      * SHARED AMONG THE PRIMARY BORROWER AND THE CO-BORROWERS OF     *
      * LOANCUST ON THEIR SHARE; PARTIES WITHOUT A STATED SHARE SPLIT *
      * WHAT IS LEFT EQUALLY. GUARANTORS GET NOTHING. EACH BORROWER   *
      * GETS ONE CERTIFICATE PER LOAN, WITH THE FISCAL CODE: THE DATA *
      * GOES TO THE DDTAXCRT EXTRACT FOR THE PRINTING SERVICE AND THE *
      * DOCUMENT ENTERS THE COMMON OUTPUT QUEUE DDOUTQUE AS TYPE      *
      * 'TXCR'. THE SAME AMOUNTS FEED THE DDTAXSUM SUMMARY FOR THE    *
      * PRE-FILLED RETURN OF THE TAX AUTHORITY. A NEGATIVE YEAR (A    *
      * STORNO OF AN EARLIER YEAR'S PAYMENT) IS NOT CERTIFIED AND IS  *
      * LISTED FOR MANUAL REVIEW. THE PROGRAM ONLY READS THE DATABASE.*
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXPAR  ASSIGN TO DDTAXPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAXPAR-FS.

           SELECT TAXCRT  ASSIGN TO DDTAXCRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAXCRT-FS.

           SELECT TAXSUM  ASSIGN TO DDTAXSUM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TAXSUM-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TAXPAR.
       01 TAXPAR-RECORD.
           02  PAR-FISC-YEAR              PIC 9(04).
           02  FILLER                     PIC X(76).

       FD TAXCRT.
       01 TAXCRT-RECORD.
           02  CRT-FISC-YEAR              PIC 9(04).
           02  CRT-CUST-NO                PIC 9(09).
           02  CRT-CUST-NAME              PIC X(40).
           02  CRT-CUST-ADDR              PIC X(60).
           02  CRT-FISCODE                PIC X(16).
           02  CRT-LOAN-NO                PIC 9(09).
           02  CRT-CAT                    PIC X(02).
           02  CRT-ROLE                   PIC X(01).
           02  CRT-SHARE                  PIC 9(03)V99.
           02  CRT-LOAN-INT               PIC 9(10)V99.
           02  CRT-LOAN-PRIN              PIC 9(10)V99.
           02  CRT-LOAN-CHG               PIC 9(10)V99.
           02  CRT-PTY-INT                PIC 9(10)V99.
           02  CRT-PTY-CHG                PIC 9(10)V99.
           02  CRT-ESTIMATED              PIC X(01).
           02  FILLER                     PIC X(15).

      * SUMMARY FOR THE PRE-FILLED RETURN: ONE RECORD PER BORROWER
      * AND LOAN CERTIFIED
       FD TAXSUM.
       01 TAXSUM-RECORD.
           02  SUM-FISC-YEAR              PIC 9(04).
           02  SUM-FISCODE                PIC X(16).
           02  SUM-CUST-NO                PIC 9(09).
           02  SUM-LOAN-NO                PIC 9(09).
           02  SUM-CAT                    PIC X(02).
           02  SUM-ROLE                   PIC X(01).
           02  SUM-SHARE                  PIC 9(03)V99.
           02  SUM-INT-PAID               PIC 9(10)V99.
           02  SUM-CHG-PAID               PIC 9(10)V99.
           02  SUM-ESTIMATED              PIC X(01).
           02  FILLER                     PIC X(09).

      * COMMON CUSTOMER OUTPUT QUEUE: ONE ADDRESSED LOGICAL
      * DOCUMENT PER CERTIFICATE, BUNDLED DOWNSTREAM BY PGBOUTBN
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
               INCLUDE LOANSCHD
           END-EXEC.

           EXEC SQL
               INCLUDE LOANRPAL
           END-EXEC.

           EXEC SQL
               DECLARE CUR-TXLOAN CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_CAT, L.LOANM_CUST_NO,
                      L.LOANM_ST
               FROM LOANMSTR L
               WHERE EXISTS
                     (SELECT 1 FROM LOANRPHST H
                       WHERE H.RLOANRPH_NO    = L.LOANM_NO
                         AND H.RLOANRPH_DATE >= :WS-YEAR-FROM
                         AND H.RLOANRPH_DATE <= :WS-YEAR-TO)
               ORDER BY L.LOANM_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-TXPTY CURSOR FOR
               SELECT PLOANCST_CUST_NO, PLOANCST_ROLE, PLOANCST_SHARE
               FROM LOANCUST
               WHERE PLOANCST_NO = :LLOANM-NO
                 AND PLOANCST_ROLE IN ('P', 'C')
               ORDER BY PLOANCST_ROLE DESC, PLOANCST_CUST_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-TAXPAR-FS          PIC XX.
          05 WS-TAXCRT-FS          PIC XX.
          05 WS-TAXSUM-FS          PIC XX.
          05 WS-OUTQUE-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-TXLOAN             VALUE '1'.
          05 WS-PTY-FLAG                   PIC X(01).
             88  END-OF-TXPTY              VALUE '1'.
          05 WS-ESTIMATED                  PIC X(01).
          05 WS-PRIMARY-FOUND              PIC X(01).

       01 WS-COUNTERS.
          05 WS-LOANS-READ                 PIC 9(07) VALUE ZERO.
          05 WS-LOANS-CERTIFIED            PIC 9(07) VALUE ZERO.
          05 WS-LOANS-NOTHING              PIC 9(07) VALUE ZERO.
          05 WS-LOANS-ESTIMATED            PIC 9(07) VALUE ZERO.
          05 WS-LOANS-NEGATIVE             PIC 9(07) VALUE ZERO.
          05 WS-CERTS-WRITTEN              PIC 9(07) VALUE ZERO.
          05 WS-CUST-NOT-FOUND             PIC 9(07) VALUE ZERO.
          05 WS-TOT-INT-CERT               PIC 9(13)V99 VALUE ZERO.

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

      *    FIRST AND LAST DAY OF THE FISCAL YEAR, MM/DD/CCYY
       01 WS-YEAR-BOUNDS.
          05  WS-FISC-YEAR           PIC 9(04).
          05  WS-YEAR-FROM.
              10  FILLER             PIC X(06)       VALUE '01/01/'.
              10  WS-YEAR-FROM-CCYY  PIC 9(04).
          05  WS-YEAR-TO.
              10  FILLER             PIC X(06)       VALUE '12/31/'.
              10  WS-YEAR-TO-CCYY    PIC 9(04).

      *    TOTALS OF THE LOAN FOR THE YEAR
       01 WS-LOAN-WORK.
          05  WS-TX-INT              PIC S9(11)V99   COMP-3.
          05  WS-TX-PRIN             PIC S9(11)V99   COMP-3.
          05  WS-TX-CHG              PIC S9(11)V99   COMP-3.
          05  WS-TX-HIST             PIC S9(11)V99   COMP-3.
          05  WS-TX-ALLOC            PIC S9(11)V99   COMP-3.
          05  WS-TX-UNALC            PIC S9(11)V99   COMP-3.
          05  WS-TX-UNALC-INT        PIC S9(11)V99   COMP-3.
          05  WS-TX-SCH-TOT          PIC S9(11)V99   COMP-3.

      *    BORROWERS OF THE LOAN AND THEIR SHARE
       01 WS-PARTY-WORK.
          05  WS-PTY-COUNT           PIC 9(02)       VALUE ZERO.
          05  WS-PX                  PIC 9(02).
          05  WS-PTY-UNSTATED        PIC 9(02).
          05  WS-PTY-STATED          PIC S9(05)V99   COMP-3.
          05  WS-PTY-EACH            PIC S9(05)V99   COMP-3.
          05  WS-PTY-TOTAL           PIC S9(05)V99   COMP-3.
          05  WS-PTY-INT-GIVEN       PIC S9(11)V99   COMP-3.
          05  WS-PTY-CHG-GIVEN       PIC S9(11)V99   COMP-3.
          05  WS-PTY-INT             PIC S9(11)V99   COMP-3.
          05  WS-PTY-CHG             PIC S9(11)V99   COMP-3.
          05  WS-PTY-NAME            PIC X(40).
          05  WS-PTY-TABLE OCCURS 20 TIMES.
              10  WS-PT-CUST-NO      PIC 9(09).
              10  WS-PT-ROLE         PIC X(01).
              10  WS-PT-SHARE        PIC 9(03)V99.

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A3000-CERTIFICATE-PARA
               THRU A3000-EXIT

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

      *     THE CERTIFICATES RUN IN SPRING FOR THE YEAR JUST ENDED,
      *     UNLESS THE CARD ASKS FOR ANOTHER ONE
            COMPUTE WS-FISC-YEAR = WS-CURT-DATE-CCYY - 1
            OPEN INPUT TAXPAR
            IF WS-TAXPAR-FS = '00'
               READ TAXPAR
               END-READ
               IF WS-TAXPAR-FS = '00'
               AND PAR-FISC-YEAR NUMERIC
               AND PAR-FISC-YEAR NOT = ZERO
                  MOVE PAR-FISC-YEAR    TO WS-FISC-YEAR
               END-IF
               CLOSE TAXPAR
            END-IF

            IF WS-FISC-YEAR NOT < WS-CURT-DATE-CCYY
               DISPLAY 'PGBTXCRT FISCAL YEAR NOT ENDED - ',
                  WS-FISC-YEAR
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            MOVE WS-FISC-YEAR           TO WS-YEAR-FROM-CCYY
                                           WS-YEAR-TO-CCYY

            OPEN OUTPUT TAXCRT
            DISPLAY 'TAXCRT FILE STATUS -',WS-TAXCRT-FS
            OPEN OUTPUT TAXSUM
            DISPLAY 'TAXSUM FILE STATUS -',WS-TAXSUM-FS

      *     THE QUEUE IS SHARED WITH THE OTHER PRODUCERS OF THE
      *     NIGHT AND ONLY EVER GROWS WITHIN THE PRINT CYCLE
            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS.
       A1000-EXIT.
             EXIT.
       A3000-CERTIFICATE-PARA.
            EXEC SQL
                OPEN CUR-TXLOAN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBTXCRT OPEN CUR-TXLOAN SQLCODE -',SQLCODE
               SET END-OF-TXLOAN TO TRUE
               MOVE 16 TO RETURN-CODE
            END-IF

            PERFORM A3100-FETCH-LOAN-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-LOAN-PARA
               THRU A3200-EXIT
               UNTIL END-OF-TXLOAN

            EXEC SQL
                CLOSE CUR-TXLOAN
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-TXLOAN
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-CUST-NO,
                     :LLOANM-ST
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-TXLOAN TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBTXCRT FETCH CUR-TXLOAN SQLCODE -',SQLCODE
                 SET END-OF-TXLOAN TO TRUE
                 MOVE 16 TO RETURN-CODE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-LOAN-PARA.
             ADD 1                        TO WS-LOANS-READ

             PERFORM B1000-LOAN-TOTALS-PARA
                THRU B1000-EXIT

      *      A YEAR MADE NEGATIVE BY THE STORNO OF AN EARLIER YEAR'S
      *      PAYMENT IS NOT CERTIFIED; THE BRANCH SETTLES IT BY HAND
             IF WS-TX-INT < ZERO
             OR WS-TX-CHG < ZERO
                ADD 1                     TO WS-LOANS-NEGATIVE
                DISPLAY 'PGBTXCRT NEGATIVE YEAR - LOAN ',LLOANM-NO,
                   ' INTEREST ',WS-TX-INT,' CHARGES ',WS-TX-CHG
                IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                END-IF
                GO TO A3290-NEXT
             END-IF

             IF WS-TX-INT = ZERO
             AND WS-TX-CHG = ZERO
                ADD 1                     TO WS-LOANS-NOTHING
                GO TO A3290-NEXT
             END-IF

             PERFORM B2000-LOAD-PARTIES-PARA
                THRU B2000-EXIT
             IF WS-PTY-COUNT = ZERO
                GO TO A3290-NEXT
             END-IF

             PERFORM B3000-SHARES-PARA
                THRU B3000-EXIT

             MOVE ZERO                    TO WS-PTY-INT-GIVEN
                                             WS-PTY-CHG-GIVEN
             PERFORM B4000-ONE-PARTY-PARA
                THRU B4000-EXIT
                VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PTY-COUNT

             ADD 1                        TO WS-LOANS-CERTIFIED
             IF WS-ESTIMATED = 'Y'
                ADD 1                     TO WS-LOANS-ESTIMATED
             END-IF.

       A3290-NEXT.
             PERFORM A3100-FETCH-LOAN-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-LOAN-TOTALS-PARA.
      *      SPLIT KEPT BY PGBPRTXN ON THE REPAYMENTS OF THE YEAR;
      *      THE NEGATIVE COPIES OF REVERSED ONES NET THEM OUT
             MOVE 'N'                     TO WS-ESTIMATED
             MOVE LLOANM-NO               TO RALOANRP-NO
             MOVE ZERO                    TO WS-TX-INT
                                             WS-TX-PRIN
                                             WS-TX-CHG
                                             WS-TX-ALLOC
                                             WS-TX-HIST

             EXEC SQL
                 SELECT COALESCE(SUM(RALOANRP_INT), 0),
                        COALESCE(SUM(RALOANRP_PRIN), 0),
                        COALESCE(SUM(RALOANRP_CHG), 0),
                        COALESCE(SUM(RALOANRP_RP_AMT), 0)
                   INTO :WS-TX-INT, :WS-TX-PRIN,
                        :WS-TX-CHG, :WS-TX-ALLOC
                   FROM LOANRPAL
                  WHERE RALOANRP_NO    = :RALOANRP-NO
                    AND RALOANRP_DATE >= :WS-YEAR-FROM
                    AND RALOANRP_DATE <= :WS-YEAR-TO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBTXCRT SPLIT READ SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                MOVE 8 TO RETURN-CODE
             END-IF

      *      REPAYMENTS OF THE YEAR AS BOOKED. THE WRITE-OFF ROW (NO
      *      OUTSTANDING LEFT ON A WRITTEN-OFF LOAN) IS NOT A PAYMENT
             EXEC SQL
                 SELECT COALESCE(SUM(RLOANRPH_RP_AMT), 0)
                   INTO :WS-TX-HIST
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO    = :LLOANM-NO
                    AND RLOANRPH_DATE >= :WS-YEAR-FROM
                    AND RLOANRPH_DATE <= :WS-YEAR-TO
                    AND (RLOANRPH_OS_AMT <> 0
                         OR :LLOANM-ST   <> 'W')
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBTXCRT HISTORY READ SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                MOVE 8 TO RETURN-CODE
             END-IF

      *      WHAT THE SPLIT DOES NOT COVER WAS POSTED BEFORE IT WAS
      *      KEPT: ESTIMATED ON THE INTEREST RATIO OF THE PLAN
             COMPUTE WS-TX-UNALC = WS-TX-HIST - WS-TX-ALLOC
             IF WS-TX-UNALC NOT = ZERO
                MOVE 'Y'                  TO WS-ESTIMATED
                PERFORM B1100-ESTIMATE-PARA
                   THRU B1100-EXIT
             END-IF.
       B1000-EXIT.
             EXIT.
       B1100-ESTIMATE-PARA.
             MOVE ZERO                    TO WS-TX-UNALC-INT
                                             SLOANSCH-PRIN
                                             SLOANSCH-INT

             EXEC SQL
                 SELECT SLOANSCH_PRIN, SLOANSCH_INT
                   INTO :SLOANSCH-PRIN, :SLOANSCH-INT
                   FROM LOANSCHD
                  WHERE SLOANSCH_NO  = :LLOANM-NO
                    AND SLOANSCH_SEQ =
                        (SELECT MIN(SLOANSCH_SEQ)
                           FROM LOANSCHD
                          WHERE SLOANSCH_NO = :LLOANM-NO)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  COMPUTE WS-TX-SCH-TOT =
                     SLOANSCH-PRIN + SLOANSCH-INT
                  IF WS-TX-SCH-TOT > ZERO
                     COMPUTE WS-TX-UNALC-INT ROUNDED =
                        WS-TX-UNALC * SLOANSCH-INT / WS-TX-SCH-TOT
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBTXCRT PLAN READ SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
             END-EVALUATE

             ADD WS-TX-UNALC-INT          TO WS-TX-INT
             COMPUTE WS-TX-PRIN =
                WS-TX-PRIN + WS-TX-UNALC - WS-TX-UNALC-INT.
       B1100-EXIT.
             EXIT.
       B2000-LOAD-PARTIES-PARA.
             MOVE ZERO                    TO WS-PTY-COUNT
             MOVE 'N'                     TO WS-PRIMARY-FOUND
             MOVE SPACE                   TO WS-PTY-FLAG

             EXEC SQL
                 OPEN CUR-TXPTY
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBTXCRT OPEN CUR-TXPTY SQLCODE -',SQLCODE
                SET END-OF-TXPTY TO TRUE
             END-IF

             PERFORM B2100-FETCH-PARTY-PARA
                THRU B2100-EXIT
                UNTIL END-OF-TXPTY

             EXEC SQL
                 CLOSE CUR-TXPTY
             END-EXEC

      *      LOANS BOOKED BEFORE THE PARTY TABLE HAVE ONLY THE
      *      BORROWER OF THE MASTER
             IF WS-PRIMARY-FOUND = 'N'
             AND WS-PTY-COUNT < 20
                ADD 1                     TO WS-PTY-COUNT
                MOVE LLOANM-CUST-NO       TO WS-PT-CUST-NO
                                             (WS-PTY-COUNT)
                MOVE 'P'                  TO WS-PT-ROLE (WS-PTY-COUNT)
                MOVE ZERO                 TO WS-PT-SHARE
                                             (WS-PTY-COUNT)
             END-IF.
       B2000-EXIT.
             EXIT.
       B2100-FETCH-PARTY-PARA.
             EXEC SQL
                 FETCH CUR-TXPTY
                 INTO :PLOANCST-CUST-NO, :PLOANCST-ROLE,
                      :PLOANCST-SHARE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-TXPTY TO TRUE
                  GO TO B2100-EXIT
             WHEN OTHER
                  DISPLAY 'PGBTXCRT FETCH CUR-TXPTY SQLCODE -',SQLCODE
                  SET END-OF-TXPTY TO TRUE
                  GO TO B2100-EXIT
             END-EVALUATE

             IF WS-PTY-COUNT NOT < 20
                DISPLAY 'PGBTXCRT TOO MANY BORROWERS - LOAN ',
                   LLOANM-NO
                SET END-OF-TXPTY TO TRUE
                GO TO B2100-EXIT
             END-IF

             IF PLOANCST-CUST-NO = LLOANM-CUST-NO
                MOVE 'Y'                  TO WS-PRIMARY-FOUND
             END-IF

             ADD 1                        TO WS-PTY-COUNT
             MOVE PLOANCST-CUST-NO        TO WS-PT-CUST-NO
                                             (WS-PTY-COUNT)
             MOVE PLOANCST-ROLE           TO WS-PT-ROLE (WS-PTY-COUNT)
             MOVE PLOANCST-SHARE          TO WS-PT-SHARE
                                             (WS-PTY-COUNT).
       B2100-EXIT.
             EXIT.
       B3000-SHARES-PARA.
      *      PARTIES WITHOUT A STATED SHARE SPLIT WHAT THE STATED
      *      ONES LEAVE OF 100; WITH NOTHING TO GO ON ALL SHARE EQUALLY
             MOVE ZERO                    TO WS-PTY-STATED
                                             WS-PTY-UNSTATED
                                             WS-PTY-TOTAL
             PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PTY-COUNT
                IF WS-PT-SHARE (WS-PX) > ZERO
                   ADD WS-PT-SHARE (WS-PX) TO WS-PTY-STATED
                ELSE
                   ADD 1                  TO WS-PTY-UNSTATED
                END-IF
             END-PERFORM

             MOVE ZERO                    TO WS-PTY-EACH
             IF WS-PTY-UNSTATED > ZERO
             AND WS-PTY-STATED < 100
                COMPUTE WS-PTY-EACH ROUNDED =
                   (100 - WS-PTY-STATED) / WS-PTY-UNSTATED
             END-IF

             PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PTY-COUNT
                IF WS-PT-SHARE (WS-PX) = ZERO
                   MOVE WS-PTY-EACH       TO WS-PT-SHARE (WS-PX)
                END-IF
                ADD WS-PT-SHARE (WS-PX)   TO WS-PTY-TOTAL
             END-PERFORM

             IF WS-PTY-TOTAL = ZERO
                COMPUTE WS-PTY-EACH ROUNDED = 100 / WS-PTY-COUNT
                PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PTY-COUNT
                   MOVE WS-PTY-EACH       TO WS-PT-SHARE (WS-PX)
                   ADD WS-PTY-EACH        TO WS-PTY-TOTAL
                END-PERFORM
             END-IF.
       B3000-EXIT.
             EXIT.
       B4000-ONE-PARTY-PARA.
      *      THE LAST PARTY TAKES THE ROUNDING, SO THE CERTIFICATES
      *      OF A LOAN ADD UP TO WHAT THE LOAN PAID
             IF WS-PX = WS-PTY-COUNT
                COMPUTE WS-PTY-INT = WS-TX-INT - WS-PTY-INT-GIVEN
                COMPUTE WS-PTY-CHG = WS-TX-CHG - WS-PTY-CHG-GIVEN
             ELSE
                COMPUTE WS-PTY-INT ROUNDED =
                   WS-TX-INT * WS-PT-SHARE (WS-PX) / WS-PTY-TOTAL
                COMPUTE WS-PTY-CHG ROUNDED =
                   WS-TX-CHG * WS-PT-SHARE (WS-PX) / WS-PTY-TOTAL
             END-IF
             ADD WS-PTY-INT               TO WS-PTY-INT-GIVEN
             ADD WS-PTY-CHG               TO WS-PTY-CHG-GIVEN

             MOVE WS-PT-CUST-NO (WS-PX)   TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_ADDR, CUSTM_FISCODE
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-FISCODE
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBTXCRT CUSTOMER NOT FOUND -',
                   WS-PT-CUST-NO (WS-PX),' LOAN ',LLOANM-NO
                ADD 1                     TO WS-CUST-NOT-FOUND
                IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                END-IF
                GO TO B4000-EXIT
             END-IF

             MOVE SPACES                  TO WS-PTY-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-PTY-NAME

             MOVE SPACES                  TO TAXCRT-RECORD
             MOVE WS-FISC-YEAR            TO CRT-FISC-YEAR
             MOVE WS-PT-CUST-NO (WS-PX)   TO CRT-CUST-NO
             MOVE WS-PTY-NAME             TO CRT-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO CRT-CUST-ADDR
             MOVE ACN-CUSTM-FISCODE       TO CRT-FISCODE
             MOVE LLOANM-NO               TO CRT-LOAN-NO
             MOVE LLOANM-CAT              TO CRT-CAT
             MOVE WS-PT-ROLE (WS-PX)      TO CRT-ROLE
             MOVE WS-PT-SHARE (WS-PX)     TO CRT-SHARE
             MOVE WS-TX-INT               TO CRT-LOAN-INT
             MOVE WS-TX-PRIN              TO CRT-LOAN-PRIN
             MOVE WS-TX-CHG               TO CRT-LOAN-CHG
             MOVE WS-PTY-INT              TO CRT-PTY-INT
             MOVE WS-PTY-CHG              TO CRT-PTY-CHG
             MOVE WS-ESTIMATED            TO CRT-ESTIMATED
             WRITE TAXCRT-RECORD

             MOVE SPACES                  TO TAXSUM-RECORD
             MOVE WS-FISC-YEAR            TO SUM-FISC-YEAR
             MOVE ACN-CUSTM-FISCODE       TO SUM-FISCODE
             MOVE WS-PT-CUST-NO (WS-PX)   TO SUM-CUST-NO
             MOVE LLOANM-NO               TO SUM-LOAN-NO
             MOVE LLOANM-CAT              TO SUM-CAT
             MOVE WS-PT-ROLE (WS-PX)      TO SUM-ROLE
             MOVE WS-PT-SHARE (WS-PX)     TO SUM-SHARE
             MOVE WS-PTY-INT              TO SUM-INT-PAID
             MOVE WS-PTY-CHG              TO SUM-CHG-PAID
             MOVE WS-ESTIMATED            TO SUM-ESTIMATED
             WRITE TAXSUM-RECORD

             PERFORM B4500-QUEUE-DOCUMENT-PARA
                THRU B4500-EXIT

             ADD 1                        TO WS-CERTS-WRITTEN
             ADD WS-PTY-INT               TO WS-TOT-INT-CERT.
       B4000-EXIT.
             EXIT.
       B4500-QUEUE-DOCUMENT-PARA.
      *      THE CERTIFICATE ALSO ENTERS THE COMMON OUTPUT QUEUE AS AN
      *      ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST RUN
      *      OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE WS-PT-CUST-NO (WS-PX)   TO OUTQ-CUST-NO
             MOVE 'TXCR'                  TO OUTQ-DOC-TYPE
             MOVE WS-PTY-NAME             TO OUTQ-CUST-NAME
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
             MOVE WS-FISC-YEAR            TO OUTQ-DOC-REF (10:4)

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
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBTXCRT - INTEREST CERTIFICATES ',WS-FISC-YEAR
            DISPLAY 'LOANS REPAID IN THE YEAR .....: ',
               WS-LOANS-READ
            DISPLAY 'LOANS CERTIFIED ..............: ',
               WS-LOANS-CERTIFIED
            DISPLAY '  OF WHICH ESTIMATED .........: ',
               WS-LOANS-ESTIMATED
            DISPLAY 'LOANS WITH NOTHING TO CERTIFY : ',
               WS-LOANS-NOTHING
            DISPLAY 'LOANS FOR MANUAL REVIEW ......: ',
               WS-LOANS-NEGATIVE
            DISPLAY 'CERTIFICATES WRITTEN .........: ',
               WS-CERTS-WRITTEN
            DISPLAY 'BORROWERS NOT FOUND ..........: ',
               WS-CUST-NOT-FOUND
            DISPLAY 'INTEREST CERTIFIED ...........: ',
               WS-TOT-INT-CERT
            DISPLAY '-------------------------------------------'

            CLOSE TAXCRT
                  TAXSUM
                  OUTQUE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBTXCRT.
