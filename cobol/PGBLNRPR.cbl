      * OUTSTANDING, EVERY CHANGE IS LOGGED WITH OLD AND NEW RATE TO   *
      * THE DDRATAUD AUDIT FILE, AND THE RUN REPORT SHOWS PER-CATEGORY *
      * COUNTS AND THE AVERAGE RATE MOVEMENT. AFTER REPRICING THE      *
      * NEXT REPRICING DATE ADVANCES BY THREE MONTHS. THE REWRITTEN    *
      * SCHEDULE KEEPS THE PLAN CONDITIONS OF THE LOAN (LOANPLAN:      *
      * LEVEL PRINCIPAL OR CONSTANT INSTALLMENT, REPAYMENT FREQUENCY,  *
      * CONTRACTUAL DAY); ITS DUE DATES ARE ROLLED TO A WORKING DAY OF *
      * THE NPW08P CALENDAR UNDER THE CONVENTION OF THE CATEGORY, AND  *
      * ITS INTEREST COUNTS THE DAYS OF EACH PERIOD UNDER THE         *
      * DAY-COUNT CONVENTION OF THE CATEGORY (PGBDAYCT).               *
      ******************************************************************

       ENVIRONMENT DIVISION.
               INCLUDE LOANVRAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               DECLARE CUR-VRAT CURSOR FOR
               SELECT VLOANVR_NO, VLOANVR_INDEX, VLOANVR_SPREAD,
       01 WS-NEW-ROI                       PIC S9(03)V99 COMP-3.
       01 WS-MOVIM                         PIC S9(03)V99 COMP-3.

       01 WS-PLAN-WORK.
          05  WS-PLN-AMORT           PIC X(01).
             88  PLAN-CONSTANT-INST  VALUE 'F'.
          05  WS-PLN-FREQ            PIC X(01).
          05  WS-PLN-MONTHS          PIC 9(02).
          05  WS-PLN-DAY             PIC 9(02).
          05  WS-PLN-BDC             PIC X(01).
             88  BDC-MODIFIED-FOLL   VALUE 'M'.
             88  BDC-PRECEDING       VALUE 'P'.
          05  WS-PLN-DCC             PIC X(01).
             88  DCC-NOT-CONFIGURED  VALUE SPACE.

      *    DUE DATES ON THE NPW08P CALENDAR: WS-CAL-DATE IS THE DATE
      *    UNDER WORK (SSAAMMGG), WS-CAL-NOMINAL THE CONTRACTUAL ONE
      *    BEFORE THE ROLL, WS-CAL-DUE-DATE THE RESULT AS STORED ON
      *    LOANSCHD. WS-CAL-STEP IS THE NPW08P FUNCTION THAT MOVES
      *    ONE DAY: 04 FORWARD, 15 BACKWARD
       01 WS-CALENDAR-WORK.
          05  WS-CAL-DATE            PIC 9(08).
          05  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
              10  WS-CAL-CCYY        PIC 9(04).
              10  WS-CAL-MM          PIC 9(02).
              10  WS-CAL-DD          PIC 9(02).
          05  WS-CAL-NOMINAL         PIC 9(08).
          05  WS-CAL-NOMINAL-R REDEFINES WS-CAL-NOMINAL.
              10  FILLER             PIC 9(04).
              10  WS-CAL-NOM-MM      PIC 9(02).
              10  FILLER             PIC 9(02).
          05  WS-CAL-STEP            PIC 9(02).
          05  WS-CAL-TRIES           PIC 9(02).
          05  WS-CAL-VALID           PIC X(01).
             88  CAL-DATE-VALID      VALUE 'Y'.
          05  WS-CAL-DONE            PIC X(01).
             88  CAL-WORKING-DAY     VALUE 'Y'.
          05  WS-CAL-DUE-DATE        PIC X(10).
          05  WS-CAL-DUE-NUM REDEFINES WS-CAL-DUE-DATE.
              10  WS-CAL-DUE-MM      PIC 99.
              10  FILLER             PIC X(01).
              10  WS-CAL-DUE-DD      PIC 99.
              10  FILLER             PIC X(01).
              10  WS-CAL-DUE-CCYY    PIC 9(04).

           COPY NPW08RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
      *    THE NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

      *    DAY-COUNT ROUTINE OF THE LOAN CATEGORIES (LOANCAT_DCC)
       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

       01 WS-REPLAN-WORK.
          05  WS-OUTSTANDING         PIC S9(10)V99   COMP-3.
          05  WS-ELAPSED-INST        PIC S9(03)      COMP-3.
          05  WS-REMAIN-TERM         PIC S9(03)      COMP-3.
          05  WS-SCH-SEQ             PIC S9(03)      COMP-3.
          05  WS-SCH-NR              PIC S9(03)      COMP-3.
          05  WS-SCH-RATE            PIC S9(01)V9(12) COMP-3.
          05  WS-SCH-FACT            PIC S9(06)V9(12) COMP-3.
          05  WS-SCH-INST            PIC S9(10)V99   COMP-3.
          05  WS-SCH-PRIN            PIC S9(10)V99   COMP-3.
          05  WS-SCH-INT             PIC S9(10)V99   COMP-3.
          05  WS-SCH-RESID           PIC S9(10)V99   COMP-3.
              10  WS-SCH-DUE-DD      PIC 99.
              10  FILLER             PIC X(01).
              10  WS-SCH-DUE-CCYY    PIC 9(04).
          05  WS-SCH-PREV-DATE       PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
             EXIT.
       B3000-REPLAN-PARA.
      *      THE REMAINING SCHEDULE IS REWRITTEN AT THE NEW RATE:
      *      CURRENT OUTSTANDING SPREAD OVER THE REMAINING TERM UNDER
      *      THE PLAN CONDITIONS OF THE LOAN, INTEREST ON THE
      *      RESIDUAL FOR EACH PERIOD UNDER THE DAY-COUNT CONVENTION
      *      OF THE CATEGORY, DUE DATES ON THE CONTRACTUAL DAY
      *      ROLLED TO A WORKING DAY
             PERFORM B2900-GET-PLAN-PARA
                THRU B2900-EXIT
             PERFORM B2930-GET-CONVENTION-PARA
                THRU B2930-EXIT

             MOVE LLOANM-MAX-AMT          TO WS-OUTSTANDING

             EXEC SQL
             END-IF

             COMPUTE WS-REMAIN-TERM =
                LLOANM-TERM - (WS-ELAPSED-INST * WS-PLN-MONTHS)

             IF WS-REMAIN-TERM < WS-PLN-MONTHS
                MOVE WS-PLN-MONTHS        TO WS-REMAIN-TERM
             END-IF

             COMPUTE WS-SCH-NR =
                (WS-REMAIN-TERM + WS-PLN-MONTHS - 1) / WS-PLN-MONTHS

             EXEC SQL
                 DELETE FROM LOANSCHD
                 WHERE SLOANSCH_NO = :LLOANM-NO
             END-EXEC

             MOVE WS-CURR-DATE            TO WS-SCH-DUE-DATE
      *      THE FIRST PERIOD RUNS FROM THE CONTRACTUAL DAY OF THE
      *      CURRENT MONTH
             COMPUTE WS-SCH-PREV-DATE =
                (WS-SCH-DUE-CCYY * 10000) +
                (WS-SCH-DUE-MM   *   100) + WS-PLN-DAY
             MOVE WS-OUTSTANDING          TO WS-SCH-RESID
             COMPUTE WS-SCH-PRIN ROUNDED =
                WS-OUTSTANDING / WS-SCH-NR

             IF PLAN-CONSTANT-INST
                PERFORM B3050-CALC-INSTALLMENT-PARA
                   THRU B3050-EXIT
             END-IF

             PERFORM B3100-GEN-INSTALLMENT-PARA
                THRU B3100-EXIT
                VARYING WS-SCH-SEQ FROM 1 BY 1
                UNTIL WS-SCH-SEQ > WS-SCH-NR.
       B3000-EXIT.
             EXIT.
       B2900-GET-PLAN-PARA.
      *      PLAN CONDITIONS OF THE LOAN; WITHOUT A LOANPLAN ROW THE
      *      LOAN AMORTIZES LEVEL PRINCIPAL, MONTHLY, ON THE DAY OF
      *      THE REPRICING
             INITIALIZE WS-PLAN-WORK
             MOVE LLOANM-NO               TO FLOANPL-NO

             EXEC SQL
                 SELECT FLOANPL_AMORT, FLOANPL_FREQ, FLOANPL_DAY
                   INTO :FLOANPL-AMORT, :FLOANPL-FREQ, :FLOANPL-DAY
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE FLOANPL-AMORT      TO WS-PLN-AMORT
                  MOVE FLOANPL-FREQ       TO WS-PLN-FREQ
                  MOVE FLOANPL-DAY        TO WS-PLN-DAY
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNRPR PLAN SELECT SQLCODE -',SQLCODE
             END-EVALUATE

             IF WS-PLN-AMORT NOT = 'F'
                MOVE 'L'                  TO WS-PLN-AMORT
             END-IF

             EVALUATE WS-PLN-FREQ
             WHEN 'Q'
                  MOVE 3                  TO WS-PLN-MONTHS
             WHEN 'S'
                  MOVE 6                  TO WS-PLN-MONTHS
             WHEN 'A'
                  MOVE 12                 TO WS-PLN-MONTHS
             WHEN OTHER
                  MOVE 'M'                TO WS-PLN-FREQ
                  MOVE 1                  TO WS-PLN-MONTHS
             END-EVALUATE

             IF WS-PLN-DAY = ZERO
                MOVE WS-CURT-DATE-DD      TO WS-PLN-DAY
             END-IF.
       B2900-EXIT.
             EXIT.
       B2930-GET-CONVENTION-PARA.
      *      BUSINESS-DAY CONVENTION OF THE CATEGORY IN LLOANM-CAT:
      *      'F' FOLLOWING, 'M' MODIFIED FOLLOWING, 'P' PRECEDING.
      *      A BLANK OR MISSING CONVENTION IS FOLLOWING. ITS
      *      DAY-COUNT CONVENTION (PGBDCCRC) IS READ ALONG: BLANK
      *      KEEPS THE INTEREST OF THE PERIOD ON ITS MONTHS
             MOVE SPACE                   TO WS-PLN-BDC
                                             WS-PLN-DCC

             EXEC SQL
                 SELECT LOANCAT_BDC, LOANCAT_DCC
                   INTO :WS-PLN-BDC, :WS-PLN-DCC
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :LLOANM-CAT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNRPR CONVENTION SQLCODE -',SQLCODE
             END-EVALUATE

             IF NOT BDC-MODIFIED-FOLL
             AND NOT BDC-PRECEDING
                MOVE 'F'                  TO WS-PLN-BDC
             END-IF.
       B2930-EXIT.
             EXIT.
       B3050-CALC-INSTALLMENT-PARA.
      *      CONSTANT INSTALLMENT ON THE OUTSTANDING:
      *      R = P * I * F / (F - 1), F = (1 + I) ** N, WITH I THE
      *      NOMINAL RATE OF ONE PERIOD, WHATEVER THE DAY-COUNT
      *      CONVENTION (THE LAST INSTALLMENT SETTLES THE DAYS).
      *      A ZERO RATE, OR A FACTOR OUT OF RANGE, LEAVES THE
      *      LEVEL PRINCIPAL
             COMPUTE WS-SCH-RATE ROUNDED =
                LLOANM-ROI * WS-PLN-MONTHS / 1200

             IF WS-SCH-RATE = ZERO
                MOVE WS-SCH-PRIN            TO WS-SCH-INST
                GO TO B3050-EXIT
             END-IF

             COMPUTE WS-SCH-FACT ROUNDED =
                (1 + WS-SCH-RATE) ** WS-SCH-NR
                ON SIZE ERROR
                   DISPLAY 'PGBLNRPR FACTOR OUT OF RANGE - LEVEL ',
                      'PLAN FOR LOAN ',LLOANM-NO
                   MOVE 'L'                 TO WS-PLN-AMORT
                   GO TO B3050-EXIT
             END-COMPUTE

             COMPUTE WS-SCH-INST ROUNDED =
                WS-OUTSTANDING * WS-SCH-RATE * WS-SCH-FACT
                   / (WS-SCH-FACT - 1).
       B3050-EXIT.
             EXIT.
       B3100-GEN-INSTALLMENT-PARA.
             ADD WS-PLN-MONTHS            TO WS-SCH-DUE-MM
             IF WS-SCH-DUE-MM > 12
                SUBTRACT 12               FROM WS-SCH-DUE-MM
                ADD 1                     TO WS-SCH-DUE-CCYY
             END-IF

             PERFORM B3140-DUE-DATE-PARA
                THRU B3140-EXIT

             PERFORM B3120-PERIOD-INTEREST-PARA
                THRU B3120-EXIT

             IF PLAN-CONSTANT-INST
                COMPUTE WS-SCH-PRIN = WS-SCH-INST - WS-SCH-INT
             END-IF

             IF WS-SCH-SEQ = WS-SCH-NR
             OR WS-SCH-PRIN > WS-SCH-RESID
                MOVE WS-SCH-RESID         TO WS-SCH-PRIN
             END-IF


             MOVE LLOANM-NO               TO SLOANSCH-NO
             MOVE WS-SCH-SEQ              TO SLOANSCH-SEQ
             MOVE WS-CAL-DUE-DATE         TO SLOANSCH-DUE-DATE
             MOVE WS-SCH-PRIN             TO SLOANSCH-PRIN
             MOVE WS-SCH-INT              TO SLOANSCH-INT
             MOVE WS-SCH-RESID            TO SLOANSCH-RESID
             END-EVALUATE.
       B3100-EXIT.
             EXIT.
       B3120-PERIOD-INTEREST-PARA.
      *      INTEREST OF THE PERIOD FROM THE PREVIOUS DUE DATE (THE
      *      START OF THE PLAN FOR THE FIRST ROW) TO THE DUE DATE IN
      *      WS-CAL-DATE, UNDER THE DAY-COUNT CONVENTION OF THE
      *      CATEGORY; WITHOUT ONE, OR ON A DATE THE CALENDAR
      *      REFUSES, THE MONTHS OF THE PERIOD
             IF NOT DCC-NOT-CONFIGURED
                MOVE SPACES               TO PGBDCCRC
                MOVE 'P'                  TO DCC-FUNZI
                MOVE WS-PLN-DCC           TO DCC-CONV
                MOVE WS-SCH-PREV-DATE     TO DCC-FROM-DATE
                MOVE WS-CAL-DATE          TO DCC-TO-DATE

                CALL WS-DCC-MODULE USING PGBDCCRC

                MOVE WS-CAL-DATE          TO WS-SCH-PREV-DATE
                IF DCC-RCODE = SPACES
                   COMPUTE WS-SCH-INT ROUNDED =
                      WS-SCH-RESID * LLOANM-ROI * DCC-YEAR-FRAC / 100
                   GO TO B3120-EXIT
                END-IF
             END-IF

             MOVE WS-CAL-DATE             TO WS-SCH-PREV-DATE
             COMPUTE WS-SCH-INT ROUNDED =
                WS-SCH-RESID * LLOANM-ROI * WS-PLN-MONTHS / 1200.
       B3120-EXIT.
             EXIT.
       B3140-DUE-DATE-PARA.
      *      DUE DATE OF THE MONTH IN WS-SCH-DUE-DATE: THE
      *      CONTRACTUAL DAY (THE LAST DAY OF A SHORTER MONTH),
      *      ROLLED TO A WORKING DAY OF THE NPW08P CALENDAR INTO
      *      WS-CAL-DUE-DATE. WS-SCH-DUE-DATE ITSELF IS NOT TOUCHED,
      *      SO THE NEXT PERIOD RESTARTS FROM THE CONTRACTUAL DAY
             MOVE WS-SCH-DUE-CCYY         TO WS-CAL-CCYY
             MOVE WS-SCH-DUE-MM           TO WS-CAL-MM
             MOVE WS-PLN-DAY              TO WS-CAL-DD
             MOVE 'N'                     TO WS-CAL-VALID

             PERFORM B3145-CLAMP-DAY-PARA
                THRU B3145-EXIT
                UNTIL CAL-DATE-VALID

             PERFORM B3150-WORKING-DAY-PARA
                THRU B3150-EXIT

             MOVE WS-SCH-DUE-DATE         TO WS-CAL-DUE-DATE
             MOVE WS-CAL-MM               TO WS-CAL-DUE-MM
             MOVE WS-CAL-DD               TO WS-CAL-DUE-DD
             MOVE WS-CAL-CCYY             TO WS-CAL-DUE-CCYY.
       B3140-EXIT.
             EXIT.
       B3145-CLAMP-DAY-PARA.
      *      A DAY THE MONTH DOES NOT HAVE (31/04, 30/02 ...) STEPS
      *      BACK UNTIL NPW08P ACCEPTS THE DATE
             MOVE SPACES                  TO NPW08RC
             MOVE 10                      TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
             OR WS-CAL-DD NOT > 28
                MOVE 'Y'                  TO WS-CAL-VALID
             ELSE
                SUBTRACT 1                FROM WS-CAL-DD
             END-IF.
       B3145-EXIT.
             EXIT.
       B3150-WORKING-DAY-PARA.
      *      ROLLS WS-CAL-DATE TO A WORKING DAY: FOLLOWING MOVES
      *      FORWARD, PRECEDING BACKWARD; MODIFIED FOLLOWING MOVES
      *      FORWARD UNLESS THAT LEAVES THE MONTH, IN WHICH CASE IT
      *      MOVES BACKWARD FROM THE CONTRACTUAL DATE
             MOVE WS-CAL-DATE             TO WS-CAL-NOMINAL

             IF BDC-PRECEDING
                MOVE 15                   TO WS-CAL-STEP
             ELSE
                MOVE 04                   TO WS-CAL-STEP
             END-IF

             PERFORM B3160-ROLL-PARA
                THRU B3160-EXIT

             IF BDC-MODIFIED-FOLL
             AND WS-CAL-MM NOT = WS-CAL-NOM-MM
                MOVE WS-CAL-NOMINAL       TO WS-CAL-DATE
                MOVE 15                   TO WS-CAL-STEP
                PERFORM B3160-ROLL-PARA
                   THRU B3160-EXIT
             END-IF.
       B3150-EXIT.
             EXIT.
       B3160-ROLL-PARA.
      *      ONE DAY AT A TIME IN THE DIRECTION OF WS-CAL-STEP; NO
      *      RUN OF HOLIDAYS IS LONGER THAN TEN DAYS
             MOVE 'N'                     TO WS-CAL-DONE

             PERFORM B3170-CHECK-DAY-PARA
                THRU B3170-EXIT
                VARYING WS-CAL-TRIES FROM 1 BY 1
                UNTIL CAL-WORKING-DAY
                   OR WS-CAL-TRIES > 10.
       B3160-EXIT.
             EXIT.
       B3170-CHECK-DAY-PARA.
             MOVE SPACES                  TO NPW08RC
             MOVE 12                      TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
                MOVE 'Y'                  TO WS-CAL-DONE
                GO TO B3170-EXIT
             END-IF

      *      ANY ANSWER OTHER THAN HOLIDAY (6) LEAVES THE DATE AS IT
      *      IS
             IF W08-RCODE NOT = 6
                DISPLAY 'PGBLNRPR CALENDAR RCODE ',W08-RCODE,
                   ' DATE ',WS-CAL-DATE,' LOAN ',LLOANM-NO
                MOVE 'Y'                  TO WS-CAL-DONE
                GO TO B3170-EXIT
             END-IF

             MOVE SPACES                  TO NPW08RC
             MOVE WS-CAL-STEP             TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA
             MOVE 1                       TO W08-RGGG

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
                MOVE W08-RDATA            TO WS-CAL-DATE
             ELSE
                DISPLAY 'PGBLNRPR CALENDAR STEP RCODE ',W08-RCODE,
                   ' DATE ',WS-CAL-DATE,' LOAN ',LLOANM-NO
                MOVE 'Y'                  TO WS-CAL-DONE
             END-IF.
       B3170-EXIT.
             EXIT.
       C6000-CALL-NPW08P-PARA.
      *      DATE ROUTINE NPW08P ON THE FUNCTION SET IN NPW08RC
             MOVE 'NPW08P'               TO WS-ROUT-MODULE
             MOVE NPW08RC                TO WS-ROUT-NP0500
             MOVE NPG01RC                TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500         TO NPW08RC
             MOVE WS-ROUT-NPG01          TO NPG01RC.
       C6000-EXIT.
             EXIT.
       B4000-ADVANCE-NEXT-DATE-PARA.
      *      QUARTERLY REPRICING: NEXT DATE ADVANCES THREE MONTHS
             MOVE WS-CURR-DATE            TO WS-SCH-DUE-DATE
