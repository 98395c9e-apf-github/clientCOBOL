       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCMPST.
      ******************************************************************
      * ANNUAL STATISTICS OF THE COMPLAINTS REGISTER (CUSTCMPL) FOR   *
      * THE YEAR ON THE DDCSTPAR CARD (THE CURRENT YEAR WHEN NOT      *
      * GIVEN), BY DATE OF RECEIPT. FOR EVERY REASON CATEGORY THE     *
      * DDCSTRPT REPORT GIVES THE COMPLAINTS RECEIVED, ACCEPTED,      *
      * PARTLY ACCEPTED, REJECTED AND STILL PENDING, THE AMOUNT       *
      * CLAIMED AND REFUNDED, THE COMPLAINTS ANSWERED LATE (OR STILL  *
      * UNANSWERED) AGAINST THE ANSWER DEADLINE OF THE CARD (60 DAYS  *
      * WHEN NOT GIVEN), THE AVERAGE DAYS TO ANSWER AND THE REFERRALS *
      * TO THE ARBITRO BANCARIO FINANZIARIO WITH THEIR OUTCOME. A     *
      * SECOND TABLE TOTALS THE YEAR BY OUTCOME.                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSTPAR  ASSIGN TO DDCSTPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CSTPAR-FS.

           SELECT CSTRPT  ASSIGN TO DDCSTRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CSTRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CSTPAR.
       01 CSTPAR-RECORD.
           02  PAR-YEAR                   PIC 9(04).
           02  PAR-ANSWER-DAYS            PIC 9(03).
           02  FILLER                     PIC X(73).

       FD CSTRPT.
       01 CSTRPT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCMPL
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CSTCMPL CURSOR FOR
               SELECT QCCUSTCM_REASON, QCCUSTCM_AMT,
                      QCCUSTCM_RECV_DATE, QCCUSTCM_ANSW_DATE,
                      QCCUSTCM_OUTCOME, QCCUSTCM_REFUND,
                      QCCUSTCM_ABF_DATE, QCCUSTCM_ABF_OUTCOME,
                      QCCUSTCM_ABF_REFUND, QCCUSTCM_ST
               FROM CUSTCMPL
               WHERE SUBSTR(QCCUSTCM_RECV_DATE, 7, 4) = :WS-YEAR-X
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-CSTPAR-FS          PIC XX.
          05 WS-CSTRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-CMPL-FLAG                  PIC X(01).
             88  END-OF-COMPLAINTS         VALUE '1'.
          05 WS-RSN-FLAG                   PIC X(01).
             88  REASON-FOUND              VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-CMPL-READ                  PIC 9(07) VALUE ZERO.
          05 WS-BAD-DATE                   PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.

       01 WS-YEAR                          PIC 9(04).
       01 WS-YEAR-X REDEFINES WS-YEAR      PIC X(04).
       01 WS-ANSWER-DAYS                   PIC 9(03).

      *    DAY-COUNT ROUTINE (CALENDAR DAYS TO THE ANSWER)
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
          05 WS-CMP-RECV                   PIC 9(08).

      *    REASON CATEGORIES OF THE '06' TRANSACTION
       01 WS-RSN-VALUES.
          05  FILLER                 PIC X(22)       VALUE
              'COCONDITIONS AND RATES'.
          05  FILLER                 PIC X(22)       VALUE
              'PYPAYMENTS/INSTALMENTS'.
          05  FILLER                 PIC X(22)       VALUE
              'DCDOCUMENTS/NOTICES   '.
          05  FILLER                 PIC X(22)       VALUE
              'EPEARLY PAYOFF/PORTAB.'.
          05  FILLER                 PIC X(22)       VALUE
              'CRCREDIT BUREAU       '.
          05  FILLER                 PIC X(22)       VALUE
              'CLDUNNING/COLLECTION  '.
          05  FILLER                 PIC X(22)       VALUE
              'ININSURANCE           '.
          05  FILLER                 PIC X(22)       VALUE
              'OTOTHER               '.
       01 WS-RSN-TABLE REDEFINES WS-RSN-VALUES.
          05  WS-RSN-ELE OCCURS 8.
              10  WS-RSN-CODE        PIC X(02).
              10  WS-RSN-DESC        PIC X(20).

      *    OUTCOMES: ACCEPTED, PARTLY ACCEPTED, REJECTED, PENDING
       01 WS-OUT-VALUES.
          05  FILLER                 PIC X(21)       VALUE
              'AACCEPTED            '.
          05  FILLER                 PIC X(21)       VALUE
              'PPARTLY ACCEPTED     '.
          05  FILLER                 PIC X(21)       VALUE
              'RREJECTED            '.
          05  FILLER                 PIC X(21)       VALUE
              ' PENDING             '.
       01 WS-OUT-TABLE REDEFINES WS-OUT-VALUES.
          05  WS-OUT-ELE OCCURS 4.
              10  WS-OUT-CODE        PIC X(01).
              10  WS-OUT-DESC        PIC X(20).

       01 WS-INDEXES.
          05  WS-RX                  PIC S9(04)      COMP.
          05  WS-OX                  PIC S9(04)      COMP.
          05  WS-RSN-IX              PIC S9(04)      COMP.
          05  WS-OUT-IX              PIC S9(04)      COMP.

      *    COMPLAINTS OF THE YEAR BY REASON, AND BY REASON AND OUTCOME
       01 WS-STAT-TABLE.
          05  WS-STA-RSN OCCURS 8.
              10  WS-STA-RECVD       PIC S9(07)      COMP-3.
              10  WS-STA-CLAIMED     PIC S9(13)V99   COMP-3.
              10  WS-STA-REFUND      PIC S9(13)V99   COMP-3.
              10  WS-STA-ANSWERED    PIC S9(07)      COMP-3.
              10  WS-STA-ANSW-DAYS   PIC S9(09)      COMP-3.
              10  WS-STA-LATE        PIC S9(07)      COMP-3.
              10  WS-STA-ABF-REF     PIC S9(07)      COMP-3.
              10  WS-STA-ABF-CUST    PIC S9(07)      COMP-3.
              10  WS-STA-ABF-REFUND  PIC S9(13)V99   COMP-3.
              10  WS-STA-OUT OCCURS 4.
                  15  WS-STA-CNT     PIC S9(07)      COMP-3.
                  15  WS-STA-AMT     PIC S9(13)V99   COMP-3.
                  15  WS-STA-RFD     PIC S9(13)V99   COMP-3.

       01 WS-TOT-TABLE.
          05  WS-TOT-RSN.
              10  WS-TOT-RECVD       PIC S9(07)      COMP-3.
              10  WS-TOT-CLAIMED     PIC S9(13)V99   COMP-3.
              10  WS-TOT-REFUND      PIC S9(13)V99   COMP-3.
              10  WS-TOT-ANSWERED    PIC S9(07)      COMP-3.
              10  WS-TOT-ANSW-DAYS   PIC S9(09)      COMP-3.
              10  WS-TOT-LATE        PIC S9(07)      COMP-3.
              10  WS-TOT-ABF-REF     PIC S9(07)      COMP-3.
              10  WS-TOT-ABF-CUST    PIC S9(07)      COMP-3.
              10  WS-TOT-ABF-REFUND  PIC S9(13)V99   COMP-3.
              10  WS-TOT-OUT OCCURS 4.
                  15  WS-TOT-CNT     PIC S9(07)      COMP-3.
                  15  WS-TOT-AMT     PIC S9(13)V99   COMP-3.
                  15  WS-TOT-RFD     PIC S9(13)V99   COMP-3.

       01 WS-AVG-DAYS                      PIC S9(05)      COMP-3.
       01 WS-PRT-LINE                      PIC X(132).

       01 WS-RSN-HEAD.
          05  FILLER                 PIC X(51)  VALUE
              'RS REASON                RECVD ACCEPT PARTLY REJECT'.
          05  FILLER                 PIC X(49)  VALUE
              ' PENDNG        CLAIMED       REFUNDED   LATE AVGD'.
          05  FILLER                 PIC X(31)  VALUE
              '    ABF FOR CUST     ABF REFUND'.

       01 WS-RSN-LINE.
          05  WS-RL-CODE             PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-RL-DESC             PIC X(20).
          05  FILLER                 PIC X(01).
          05  WS-RL-RECVD            PIC Z(5)9.
          05  WS-RL-OUT OCCURS 4.
              10  FILLER             PIC X(01).
              10  WS-RL-CNT          PIC Z(5)9.
          05  FILLER                 PIC X(01).
          05  WS-RL-CLAIMED          PIC ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(01).
          05  WS-RL-REFUND           PIC ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(01).
          05  WS-RL-LATE             PIC Z(5)9.
          05  FILLER                 PIC X(01).
          05  WS-RL-AVG              PIC ZZZ9.
          05  FILLER                 PIC X(01).
          05  WS-RL-ABF-REF          PIC Z(5)9.
          05  FILLER                 PIC X(01).
          05  WS-RL-ABF-CUST         PIC Z(7)9.
          05  FILLER                 PIC X(01).
          05  WS-RL-ABF-REFUND       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-OUT-HEAD.
          05  FILLER                 PIC X(46)  VALUE
              'OUTCOME              COMPLAINTS        CLAIMED'.
          05  FILLER                 PIC X(15)  VALUE
              '       REFUNDED'.

       01 WS-OUT-LINE.
          05  WS-OL-DESC             PIC X(20).
          05  FILLER                 PIC X(01).
          05  WS-OL-CNT              PIC Z(9)9.
          05  FILLER                 PIC X(01).
          05  WS-OL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(01).
          05  WS-OL-RFD              PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-PROCESS-PARA
               THRU A2000-EXIT

            PERFORM A3000-PRINT-REASONS-PARA
               THRU A3000-EXIT

            PERFORM A3500-PRINT-OUTCOMES-PARA
               THRU A3500-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-STAT-TABLE
                       WS-TOT-TABLE

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            MOVE WS-CURR-DATE           TO WS-CMP-DATE
            PERFORM X1000-DATE-VALUE-PARA
               THRU X1000-EXIT
            MOVE WS-CMP-VALUE           TO WS-CMP-TODAY

            MOVE WS-CURT-DATE-CCYY      TO WS-YEAR
            MOVE 60                     TO WS-ANSWER-DAYS
            OPEN INPUT CSTPAR
            IF WS-CSTPAR-FS = '00'
               READ CSTPAR
               END-READ
               IF WS-CSTPAR-FS = '00'
                  IF PAR-YEAR NUMERIC
                  AND PAR-YEAR > 1900
                     MOVE PAR-YEAR        TO WS-YEAR
                  END-IF
                  IF PAR-ANSWER-DAYS NUMERIC
                  AND PAR-ANSWER-DAYS > ZERO
                     MOVE PAR-ANSWER-DAYS TO WS-ANSWER-DAYS
                  END-IF
               END-IF
               CLOSE CSTPAR
            END-IF

            OPEN OUTPUT CSTRPT
            DISPLAY 'CSTRPT FILE STATUS -',WS-CSTRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBCMPST - COMPLAINTS STATISTICS FOR THE YEAR '
                                        DELIMITED BY SIZE
                   WS-YEAR              DELIMITED BY SIZE
                   ' - ANSWER DEADLINE '
                                        DELIMITED BY SIZE
                   WS-ANSWER-DAYS       DELIMITED BY SIZE
                   ' DAYS - RUN '       DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-PRT-LINE.
       A1000-EXIT.
             EXIT.
       A2000-PROCESS-PARA.
            EXEC SQL
                OPEN CUR-CSTCMPL
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBCMPST OPEN CUR-CSTCMPL SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A2000-EXIT
            END-IF

            PERFORM A2100-FETCH-CMPL-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-CMPL-PARA
               THRU A2200-EXIT
               UNTIL END-OF-COMPLAINTS

            EXEC SQL
                CLOSE CUR-CSTCMPL
            END-EXEC.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-CMPL-PARA.
            EXEC SQL
                FETCH CUR-CSTCMPL
                INTO :QCCUSTCM-REASON, :QCCUSTCM-AMT,
                     :QCCUSTCM-RECV-DATE, :QCCUSTCM-ANSW-DATE,
                     :QCCUSTCM-OUTCOME, :QCCUSTCM-REFUND,
                     :QCCUSTCM-ABF-DATE, :QCCUSTCM-ABF-OUTCOME,
                     :QCCUSTCM-ABF-REFUND, :QCCUSTCM-ST
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-CMPL-READ
            WHEN SQLCODE = 100
                 SET END-OF-COMPLAINTS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBCMPST FETCH CUR-CSTCMPL SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-COMPLAINTS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-CMPL-PARA.
      *      REASON ROW; AN UNKNOWN REASON GOES UNDER OTHER
             INITIALIZE WS-RSN-FLAG
             MOVE 8                       TO WS-RSN-IX
             PERFORM B1000-FIND-REASON-PARA
                THRU B1000-EXIT
                VARYING WS-RX FROM 1 BY 1
                  UNTIL WS-RX > 8
                     OR REASON-FOUND

      *      OUTCOME COLUMN: THE BANK'S ANSWER, PENDING UNTIL THEN
             MOVE 4                       TO WS-OUT-IX
             IF QCCUSTCM-ANSW-DATE NOT = SPACES
                PERFORM B2000-FIND-OUTCOME-PARA
                   THRU B2000-EXIT
                   VARYING WS-OX FROM 1 BY 1
                     UNTIL WS-OX > 3
             END-IF

             ADD 1            TO WS-STA-RECVD (WS-RSN-IX)
             ADD QCCUSTCM-AMT TO WS-STA-CLAIMED (WS-RSN-IX)
             ADD QCCUSTCM-REFUND
                              TO WS-STA-REFUND (WS-RSN-IX)
             ADD 1            TO WS-STA-CNT (WS-RSN-IX, WS-OUT-IX)
             ADD QCCUSTCM-AMT TO WS-STA-AMT (WS-RSN-IX, WS-OUT-IX)
             ADD QCCUSTCM-REFUND
                              TO WS-STA-RFD (WS-RSN-IX, WS-OUT-IX)

             PERFORM B3000-ANSWER-DAYS-PARA
                THRU B3000-EXIT

             IF QCCUSTCM-ABF-DATE NOT = SPACES
                ADD 1         TO WS-STA-ABF-REF (WS-RSN-IX)
             END-IF
             IF QCCUSTCM-ST = 'D'
             AND (QCCUSTCM-ABF-OUTCOME = 'A' OR 'P')
                ADD 1         TO WS-STA-ABF-CUST (WS-RSN-IX)
                ADD QCCUSTCM-ABF-REFUND
                              TO WS-STA-ABF-REFUND (WS-RSN-IX)
             END-IF

             PERFORM A2100-FETCH-CMPL-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-FIND-REASON-PARA.
             IF QCCUSTCM-REASON = WS-RSN-CODE (WS-RX)
                MOVE WS-RX                TO WS-RSN-IX
                SET REASON-FOUND TO TRUE
             END-IF.
       B1000-EXIT.
             EXIT.
       B2000-FIND-OUTCOME-PARA.
             IF QCCUSTCM-OUTCOME = WS-OUT-CODE (WS-OX)
                MOVE WS-OX                TO WS-OUT-IX
             END-IF.
       B2000-EXIT.
             EXIT.
       B3000-ANSWER-DAYS-PARA.
      *      DAYS FROM RECEIPT TO THE ANSWER, OR TO TODAY FOR A
      *      COMPLAINT STILL UNANSWERED; BEYOND THE DEADLINE IT IS
      *      COUNTED AS LATE
             MOVE QCCUSTCM-RECV-DATE      TO WS-CMP-DATE
             PERFORM X1000-DATE-VALUE-PARA
                THRU X1000-EXIT
             MOVE WS-CMP-VALUE            TO WS-CMP-RECV

             IF QCCUSTCM-ANSW-DATE NOT = SPACES
                MOVE QCCUSTCM-ANSW-DATE   TO WS-CMP-DATE
                PERFORM X1000-DATE-VALUE-PARA
                   THRU X1000-EXIT
             ELSE
                MOVE WS-CMP-TODAY         TO WS-CMP-VALUE
             END-IF

             IF WS-CMP-RECV = ZERO
             OR WS-CMP-VALUE = ZERO
                ADD 1                     TO WS-BAD-DATE
                GO TO B3000-EXIT
             END-IF

             MOVE SPACES                  TO PGBDCCRC
             MOVE 'P'                     TO DCC-FUNZI
             MOVE 'F'                     TO DCC-CONV
             MOVE WS-CMP-RECV             TO DCC-FROM-DATE
             MOVE WS-CMP-VALUE            TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE NOT = SPACES
                ADD 1                     TO WS-BAD-DATE
                GO TO B3000-EXIT
             END-IF

             IF DCC-DAYS > WS-ANSWER-DAYS
                ADD 1         TO WS-STA-LATE (WS-RSN-IX)
             END-IF

             IF QCCUSTCM-ANSW-DATE NOT = SPACES
                ADD 1         TO WS-STA-ANSWERED (WS-RSN-IX)
                ADD DCC-DAYS  TO WS-STA-ANSW-DAYS (WS-RSN-IX)
             END-IF.
       B3000-EXIT.
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
       A3000-PRINT-REASONS-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-PRT-LINE
            MOVE 'COMPLAINTS BY REASON AND OUTCOME OF THE ANSWER'
                                        TO WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-RSN-HEAD

            PERFORM C1000-ONE-REASON-PARA
               THRU C1000-EXIT
               VARYING WS-RX FROM 1 BY 1
                 UNTIL WS-RX > 8

            MOVE SPACES                 TO WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-PRT-LINE
            MOVE WS-TOT-RSN             TO WS-STA-RSN (1)
            MOVE '**'                   TO WS-RSN-CODE (1)
            MOVE 'TOTAL'                TO WS-RSN-DESC (1)
            MOVE 1                      TO WS-RX
            PERFORM C2000-PRINT-REASON-PARA
               THRU C2000-EXIT.
       A3000-EXIT.
             EXIT.
       C1000-ONE-REASON-PARA.
      *      ADD THE ROW TO THE YEAR TOTAL BEFORE PRINTING IT
             ADD WS-STA-RECVD (WS-RX)     TO WS-TOT-RECVD
             ADD WS-STA-CLAIMED (WS-RX)   TO WS-TOT-CLAIMED
             ADD WS-STA-REFUND (WS-RX)    TO WS-TOT-REFUND
             ADD WS-STA-ANSWERED (WS-RX)  TO WS-TOT-ANSWERED
             ADD WS-STA-ANSW-DAYS (WS-RX) TO WS-TOT-ANSW-DAYS
             ADD WS-STA-LATE (WS-RX)      TO WS-TOT-LATE
             ADD WS-STA-ABF-REF (WS-RX)   TO WS-TOT-ABF-REF
             ADD WS-STA-ABF-CUST (WS-RX)  TO WS-TOT-ABF-CUST
             ADD WS-STA-ABF-REFUND (WS-RX)
                                          TO WS-TOT-ABF-REFUND
             PERFORM C1100-ADD-OUTCOME-PARA
                THRU C1100-EXIT
                VARYING WS-OX FROM 1 BY 1
                  UNTIL WS-OX > 4

             PERFORM C2000-PRINT-REASON-PARA
                THRU C2000-EXIT.
       C1000-EXIT.
             EXIT.
       C1100-ADD-OUTCOME-PARA.
             ADD WS-STA-CNT (WS-RX, WS-OX) TO WS-TOT-CNT (WS-OX)
             ADD WS-STA-AMT (WS-RX, WS-OX) TO WS-TOT-AMT (WS-OX)
             ADD WS-STA-RFD (WS-RX, WS-OX) TO WS-TOT-RFD (WS-OX).
       C1100-EXIT.
             EXIT.
       C2000-PRINT-REASON-PARA.
             MOVE SPACES                  TO WS-RSN-LINE
             MOVE WS-RSN-CODE (WS-RX)     TO WS-RL-CODE
             MOVE WS-RSN-DESC (WS-RX)     TO WS-RL-DESC
             MOVE WS-STA-RECVD (WS-RX)    TO WS-RL-RECVD
             PERFORM C2100-EDIT-OUTCOME-PARA
                THRU C2100-EXIT
                VARYING WS-OX FROM 1 BY 1
                  UNTIL WS-OX > 4
             MOVE WS-STA-CLAIMED (WS-RX)  TO WS-RL-CLAIMED
             MOVE WS-STA-REFUND (WS-RX)   TO WS-RL-REFUND
             MOVE WS-STA-LATE (WS-RX)     TO WS-RL-LATE

             MOVE ZERO                    TO WS-AVG-DAYS
             IF WS-STA-ANSWERED (WS-RX) > ZERO
                COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-STA-ANSW-DAYS (WS-RX) / WS-STA-ANSWERED (WS-RX)
             END-IF
             MOVE WS-AVG-DAYS             TO WS-RL-AVG

             MOVE WS-STA-ABF-REF (WS-RX)  TO WS-RL-ABF-REF
             MOVE WS-STA-ABF-CUST (WS-RX) TO WS-RL-ABF-CUST
             MOVE WS-STA-ABF-REFUND (WS-RX)
                                          TO WS-RL-ABF-REFUND
             WRITE CSTRPT-RECORD FROM WS-RSN-LINE.
       C2000-EXIT.
             EXIT.
       C2100-EDIT-OUTCOME-PARA.
             MOVE SPACES                  TO WS-RL-OUT (WS-OX)
             MOVE WS-STA-CNT (WS-RX, WS-OX)
                                          TO WS-RL-CNT (WS-OX).
       C2100-EXIT.
             EXIT.
       A3500-PRINT-OUTCOMES-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-PRT-LINE
            MOVE 'COMPLAINTS BY OUTCOME OF THE ANSWER'
                                        TO WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-PRT-LINE
            WRITE CSTRPT-RECORD FROM WS-OUT-HEAD

            PERFORM C3000-ONE-OUTCOME-PARA
               THRU C3000-EXIT
               VARYING WS-OX FROM 1 BY 1
                 UNTIL WS-OX > 4.
       A3500-EXIT.
             EXIT.
       C3000-ONE-OUTCOME-PARA.
             MOVE SPACES                  TO WS-OUT-LINE
             MOVE WS-OUT-DESC (WS-OX)     TO WS-OL-DESC
             MOVE WS-TOT-CNT (WS-OX)      TO WS-OL-CNT
             MOVE WS-TOT-AMT (WS-OX)      TO WS-OL-AMT
             MOVE WS-TOT-RFD (WS-OX)      TO WS-OL-RFD
             WRITE CSTRPT-RECORD FROM WS-OUT-LINE.
       C3000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBCMPST - COMPLAINTS STATISTICS ',
                    WS-YEAR
            DISPLAY 'COMPLAINTS OF THE YEAR .......: ',
               WS-CMPL-READ
            DISPLAY 'ANSWERED LATE OR OVERDUE .....: ',
               WS-TOT-LATE
            DISPLAY 'REFERRED TO THE ABF ..........: ',
               WS-TOT-ABF-REF
            DISPLAY 'INVALID DATES ................: ',
               WS-BAD-DATE
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-BAD-DATE > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE CSTRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBCMPST.
