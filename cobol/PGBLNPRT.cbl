       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNPRT.
      ******************************************************************
      * DAILY DEADLINE REPORT OF THE MORTGAGE PORTABILITY (SURROGA)   *
      * REQUESTS. PGBPRTXN REGISTERS ON LOANPORT THE OUTGOING         *
      * REQUESTS ('23', DIRECTION 'O') AND THE LOANS ENTERING BY      *
      * SUBROGATION ('25', DIRECTION 'I'); A REQUEST STAYS OPEN ('R') *
      * UNTIL THE SETTLEMENT ('24' OUT, THE DISBURSEMENT PAYING OFF   *
      * THE OTHER BANK IN). THE LAW GIVES THE BANKS A FIXED NUMBER OF *
      * WORKING DAYS FROM THE REQUEST TO COMPLETE THE PORTABILITY:    *
      * FOR EVERY OPEN REQUEST THIS BATCH COUNTS THE WORKING DAYS     *
      * ELAPSED FROM THE REQUEST DATE TO TODAY ON THE CALENDAR OF     *
      * NPW08P AND WRITES ONE LINE ON THE DDPRTRPT REPORT FOR THE     *
      * MANAGING BRANCH, FLAGGED 'N' WHEN THE DEADLINE IS WITHIN THE  *
      * WARNING MARGIN AND 'O' WHEN IT HAS PASSED. THE DDPRTPAR CARD  *
      * CARRIES THE STATUTORY TERM AND THE MARGIN, BOTH IN WORKING    *
      * DAYS. ANY FLAGGED REQUEST ENDS THE STEP WITH RETURN CODE 4.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRTPAR  ASSIGN TO DDPRTPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTPAR-FS.

           SELECT PRTRPT  ASSIGN TO DDPRTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PRTPAR.
       01 PRTPAR-RECORD.
           02  PAR-TERM-DAYS              PIC 9(03).
      *        STATUTORY TERM OF THE PORTABILITY, WORKING DAYS
           02  PAR-WARN-DAYS              PIC 9(03).
      *        WORKING DAYS BEFORE THE DEADLINE A REQUEST IS FLAGGED
           02  FILLER                     PIC X(74).

       FD PRTRPT.
       01 PRTRPT-RECORD.
           02  RPT-BRANCH                 PIC X(05).
           02  RPT-LOAN-NO                PIC 9(09).
           02  RPT-DIR                    PIC X(01).
      *        'O' = PORTED OUT   'I' = PORTED IN
           02  RPT-BANK                   PIC X(05).
           02  RPT-REF                    PIC X(17).
           02  RPT-REQ-DATE               PIC X(10).
           02  RPT-DAYS-ELAPSED           PIC 9(03).
           02  RPT-DAYS-LEFT              PIC S9(03)
                                          SIGN LEADING SEPARATE.
           02  RPT-FLAG                   PIC X(01).
      *        ' ' = IN TERM   'N' = NEAR THE DEADLINE
      *        'O' = DEADLINE PASSED   'E' = REQUEST DATE INVALID
           02  RPT-AMT                    PIC 9(10)V99.
      *        PAYOFF QUOTED (ZERO = NOT YET QUOTED) ON 'O',
      *        RESIDUAL PRINCIPAL TAKEN OVER ON 'I'
           02  RPT-CUST-NO                PIC 9(09).
           02  FILLER                     PIC X(04).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPORT
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PORTREQ CURSOR FOR
               SELECT P.PTLOANPT_NO, P.PTLOANPT_DIR, P.PTLOANPT_BANK,
                      P.PTLOANPT_REF, P.PTLOANPT_REQ_DATE,
                      P.PTLOANPT_AMT, L.LOANM_BRANCH, L.LOANM_CUST_NO
               FROM LOANPORT P, LOANMSTR L
               WHERE P.PTLOANPT_ST = 'R'
                 AND L.LOANM_NO    = P.PTLOANPT_NO
               ORDER BY L.LOANM_BRANCH, P.PTLOANPT_REQ_DATE,
                        P.PTLOANPT_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-PRTPAR-FS          PIC XX.
          05 WS-PRTRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-PORT-FLAG                  PIC X(01).
             88  END-OF-PORTREQ            VALUE '1'.
          05 WS-CNT-DONE                   PIC X(01).
             88  COUNT-FAILED              VALUE 'E'.

       01 WS-COUNTERS.
          05 WS-REQUESTS                   PIC 9(05) VALUE ZERO.
          05 WS-REQ-OUT                    PIC 9(05) VALUE ZERO.
          05 WS-REQ-IN                     PIC 9(05) VALUE ZERO.
          05 WS-NEAR-DEADLINE              PIC 9(05) VALUE ZERO.
          05 WS-PAST-DEADLINE              PIC 9(05) VALUE ZERO.
          05 WS-BAD-DATE                   PIC 9(05) VALUE ZERO.

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

      *    MM/DD/CCYY DATE OF THE TABLES, WITH ITS CCYYMMDD FORM FOR
      *    THE DATE ROUTINE
       01 WS-WORK-DATE.
           10  WS-WRK-MM           PIC 99.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-WRK-DD           PIC 99.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-WRK-CCYY         PIC 9(04).

       01 WS-PORT-WORK.
          05  WS-TERM-DAYS           PIC 9(03).
          05  WS-WARN-DAYS           PIC 9(03).
          05  WS-TODAY-CIV           PIC 9(08).
          05  WS-CNT-DATE            PIC 9(08).
          05  WS-CNT-STEPS           PIC S9(05)      COMP-3.
          05  WS-DAYS-ELAPSED        PIC S9(05)      COMP-3.
          05  WS-DAYS-LEFT           PIC S9(05)      COMP-3.

      *    NO REQUEST STAYS OPEN FOR MORE THAN A YEAR OF CALENDAR
      *    DAYS WITHOUT BEING LONG PAST ITS DEADLINE
       01 WS-MAX-STEPS                     PIC S9(05) COMP-3 VALUE 366.

           COPY NPW08RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
      *    THE NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A3000-REQUESTS-PARA
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
            COMPUTE WS-TODAY-CIV =
               (WS-CURT-DATE-CCYY * 10000) +
               (WS-CURT-DATE-MM   *   100) +
                WS-CURT-DATE-DD

            OPEN INPUT PRTPAR
            READ PRTPAR
            END-READ
            IF WS-PRTPAR-FS NOT = '00'
            OR PAR-TERM-DAYS NOT NUMERIC
            OR PAR-TERM-DAYS = ZERO
            OR PAR-WARN-DAYS NOT NUMERIC
               DISPLAY 'PGBLNPRT PORTABILITY CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE PAR-TERM-DAYS          TO WS-TERM-DAYS
            MOVE PAR-WARN-DAYS          TO WS-WARN-DAYS
            CLOSE PRTPAR

            OPEN OUTPUT PRTRPT
            DISPLAY 'PRTRPT FILE STATUS -',WS-PRTRPT-FS.
       A1000-EXIT.
             EXIT.
       A3000-REQUESTS-PARA.
            EXEC SQL
                OPEN CUR-PORTREQ
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNPRT OPEN CUR-PORTREQ SQLCODE -',SQLCODE
               SET END-OF-PORTREQ TO TRUE
            END-IF

            PERFORM A3100-FETCH-REQUEST-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-REQUEST-PARA
               THRU A3200-EXIT
               UNTIL END-OF-PORTREQ

            EXEC SQL
                CLOSE CUR-PORTREQ
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-REQUEST-PARA.
            EXEC SQL
                FETCH CUR-PORTREQ
                INTO :PTLOANPT-NO, :PTLOANPT-DIR, :PTLOANPT-BANK,
                     :PTLOANPT-REF, :PTLOANPT-REQ-DATE,
                     :PTLOANPT-AMT, :LLOANM-BRANCH, :LLOANM-CUST-NO
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-PORTREQ TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNPRT FETCH CUR-PORTREQ SQLCODE -',SQLCODE
                 SET END-OF-PORTREQ TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-REQUEST-PARA.
             ADD 1                        TO WS-REQUESTS
             IF PTLOANPT-DIR = 'O'
                ADD 1                     TO WS-REQ-OUT
             ELSE
                ADD 1                     TO WS-REQ-IN
             END-IF

             MOVE SPACES                  TO PRTRPT-RECORD
             MOVE LLOANM-BRANCH           TO RPT-BRANCH
             MOVE PTLOANPT-NO             TO RPT-LOAN-NO
             MOVE PTLOANPT-DIR            TO RPT-DIR
             MOVE PTLOANPT-BANK           TO RPT-BANK
             MOVE PTLOANPT-REF            TO RPT-REF
             MOVE PTLOANPT-REQ-DATE       TO RPT-REQ-DATE
             MOVE PTLOANPT-AMT            TO RPT-AMT
             MOVE LLOANM-CUST-NO          TO RPT-CUST-NO
             MOVE ZERO                    TO RPT-DAYS-ELAPSED
                                             RPT-DAYS-LEFT

             PERFORM B1000-COUNT-DAYS-PARA
                THRU B1000-EXIT

             IF COUNT-FAILED
                MOVE 'E'                  TO RPT-FLAG
                ADD 1                     TO WS-BAD-DATE
                GO TO A3280-WRITE
             END-IF

             COMPUTE WS-DAYS-LEFT = WS-TERM-DAYS - WS-DAYS-ELAPSED
             MOVE WS-DAYS-ELAPSED         TO RPT-DAYS-ELAPSED
             MOVE WS-DAYS-LEFT            TO RPT-DAYS-LEFT

             EVALUATE TRUE
             WHEN WS-DAYS-LEFT < ZERO
                  MOVE 'O'                TO RPT-FLAG
                  ADD 1                   TO WS-PAST-DEADLINE
             WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                  MOVE 'N'                TO RPT-FLAG
                  ADD 1                   TO WS-NEAR-DEADLINE
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.

       A3280-WRITE.
             WRITE PRTRPT-RECORD

             IF WS-PRTRPT-FS NOT = '00'
                DISPLAY 'PGBLNPRT PRTRPT WRITE STATUS -',WS-PRTRPT-FS
             END-IF

             PERFORM A3100-FETCH-REQUEST-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-COUNT-DAYS-PARA.
      *      WORKING DAYS AFTER THE REQUEST DATE UP TO TODAY, ONE
      *      CALENDAR DAY AT A TIME: THE DAY OF THE REQUEST DOES NOT
      *      COUNT, TODAY DOES WHEN IT IS A WORKING DAY
             MOVE ZERO                    TO WS-DAYS-ELAPSED
                                             WS-CNT-STEPS
             MOVE 'N'                     TO WS-CNT-DONE

             MOVE PTLOANPT-REQ-DATE       TO WS-WORK-DATE
             IF WS-WRK-MM NOT NUMERIC
             OR WS-WRK-DD NOT NUMERIC
             OR WS-WRK-CCYY NOT NUMERIC
                DISPLAY 'PGBLNPRT REQUEST DATE INVALID - LOAN ',
                   PTLOANPT-NO,' ',PTLOANPT-REQ-DATE
                MOVE 'E'                  TO WS-CNT-DONE
                GO TO B1000-EXIT
             END-IF

             COMPUTE WS-CNT-DATE =
                (WS-WRK-CCYY * 10000) +
                (WS-WRK-MM   *   100) +
                 WS-WRK-DD

             PERFORM B1100-NEXT-DAY-PARA
                THRU B1100-EXIT
                UNTIL COUNT-FAILED
                   OR WS-CNT-DATE NOT < WS-TODAY-CIV
                   OR WS-CNT-STEPS > WS-MAX-STEPS.
       B1000-EXIT.
             EXIT.
       B1100-NEXT-DAY-PARA.
             ADD 1                        TO WS-CNT-STEPS

             MOVE SPACES                  TO NPW08RC
             MOVE 04                      TO W08-RTIPO
             MOVE WS-CNT-DATE             TO W08-RDATA
             MOVE 1                       TO W08-RGGG
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT

             IF W08-RCODE NOT = ZERO
                DISPLAY 'PGBLNPRT CALENDAR RCODE ',W08-RCODE,
                   ' LOAN ',PTLOANPT-NO,' DATE ',WS-CNT-DATE
                MOVE 'E'                  TO WS-CNT-DONE
                GO TO B1100-EXIT
             END-IF
             MOVE W08-RDATA               TO WS-CNT-DATE

      *      WORKING DAY (0) OR HOLIDAY (6) ON THE CALENDAR
             MOVE SPACES                  TO NPW08RC
             MOVE 12                      TO W08-RTIPO
             MOVE WS-CNT-DATE             TO W08-RDATA
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT

             EVALUATE TRUE
             WHEN W08-RCODE = ZERO
                  ADD 1                   TO WS-DAYS-ELAPSED
             WHEN W08-RCODE = 6
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNPRT CALENDAR RCODE ',W08-RCODE,
                     ' LOAN ',PTLOANPT-NO,' DATE ',WS-CNT-DATE
                  MOVE 'E'                TO WS-CNT-DONE
             END-EVALUATE.
       B1100-EXIT.
             EXIT.
       X1200-CALL-NPW08P-PARA.
      *      DATE ROUTINE NPW08P ON THE FUNCTION SET IN NPW08RC
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
            DISPLAY 'PGBLNPRT - PORTABILITY DEADLINES ',WS-CURR-DATE
            DISPLAY 'STATUTORY TERM (WORKING DAYS) : ',
               WS-TERM-DAYS
            DISPLAY 'OPEN REQUESTS ................: ',
               WS-REQUESTS
            DISPLAY '   OUTGOING ..................: ',
               WS-REQ-OUT
            DISPLAY '   INCOMING ..................: ',
               WS-REQ-IN
            DISPLAY 'NEAR THE DEADLINE ............: ',
               WS-NEAR-DEADLINE
            DISPLAY 'PAST THE DEADLINE ............: ',
               WS-PAST-DEADLINE
            DISPLAY 'REQUEST DATE INVALID .........: ',
               WS-BAD-DATE
            DISPLAY '-------------------------------------------'

            CLOSE PRTRPT

            IF WS-NEAR-DEADLINE > ZERO
            OR WS-PAST-DEADLINE > ZERO
            OR WS-BAD-DATE > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBLNPRT.
