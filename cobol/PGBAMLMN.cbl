       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBAMLMN.
      ******************************************************************
      * NIGHTLY ANTI-MONEY-LAUNDERING TRANSACTION MONITORING. SCREENS *
      * THE DAY'S REPAYMENTS POSTED ON LOANRPHST AND THE INCOMING     *
      * CREDITS MATCHED BY PGBPAYMT (DDPAYMON) AGAINST THE RULES ON   *
      * DDAMLRUL, ONE CARD PER RULE:                                  *
      *  - EPAY  LOAN PAID OFF WITHIN RUL-DAYS OF ITS ORIGINATION;    *
      *  - RNDP  RUL-COUNT OR MORE PARTIAL REPAYMENTS OF A ROUND SUM  *
      *          (A MULTIPLE OF RUL-ROUND) WITHIN RUL-DAYS;           *
      *  - TPIB  CREDIT FROM A PAYER IBAN THAT IS NEITHER AN SDD      *
      *          MANDATE OF A PARTY TO THE LOAN NOR AN ACCOUNT THE    *
      *          LOAN WAS DISBURSED TO.                               *
      * RUL-MIN-AMT IS THE AMOUNT FROM WHICH A RULE FIRES FOR A       *
      * MEDIUM-RISK CUSTOMER; FOR THE OTHER CLASSES IT IS SCALED BY   *
      * RUL-PCT-L AND RUL-PCT-H, SO A HIGH-RISK BORROWER IS CAUGHT    *
      * ON SMALLER SUMS. THE RISK CLASS IS THE ONE OF THE LOAN'S      *
      * BORROWER ON CUSTAML; A BORROWER WITHOUT A PROFILE IS TAKEN AS *
      * HIGH RISK. EVERY HIT OPENS A CASE ON AMLCASE FOR THE AML      *
      * OFFICER AND IS PRINTED ON THE DDAMLCAS CASE FILE WITH THE     *
      * LOAN, THE PARTIES FROM LOANCUST AND THE PAYER IBAN. A CASE    *
      * ALREADY ON FILE FOR THE SAME LOAN, RULE, DATE AND AMOUNT IS   *
      * NOT OPENED TWICE, SO THE RUN CAN BE REPEATED. THE CASES ARE   *
      * CLOSED WITH THEIR DISPOSITION BY PGBAMLDS.                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLRUL  ASSIGN TO DDAMLRUL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AMLRUL-FS.

           SELECT PAYMON  ASSIGN TO DDPAYMON
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PAYMON-FS.

           SELECT AMLCAS  ASSIGN TO DDAMLCAS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AMLCAS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AMLRUL.
       01 AMLRUL-RECORD.
           02  RUL-CODE                   PIC X(04).
           02  RUL-ACTIVE                 PIC X(01).
      *        'Y' = RULE IN USE, ANYTHING ELSE SWITCHES IT OFF
           02  RUL-MIN-AMT                PIC 9(10).
           02  RUL-DAYS                   PIC 9(04).
           02  RUL-COUNT                  PIC 9(03).
           02  RUL-ROUND                  PIC 9(07).
           02  RUL-PCT-L                  PIC 9(03).
           02  RUL-PCT-M                  PIC 9(03).
           02  RUL-PCT-H                  PIC 9(03).
           02  FILLER                     PIC X(42).

       FD PAYMON.
       01 PAYMON-RECORD.
           02  MON-VALUE-DATE             PIC X(10).
           02  MON-AMOUNT                 PIC 9(10).
           02  MON-PAYER-IBAN             PIC X(34).
           02  MON-REFERENCE              PIC X(16).
           02  MON-LOAN-NO                PIC 9(09).
           02  MON-MATCH-HOW              PIC X(01).
           02  MON-REQ-TYPE               PIC X(02).
           02  FILLER                     PIC X(18).

       FD AMLCAS.
       01 AMLCAS-RECORD                   PIC X(132).

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
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMAND
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDISB
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTAML
           END-EXEC.

           EXEC SQL
               INCLUDE AMLCASE
           END-EXEC.

           EXEC SQL
               DECLARE CUR-POSTINGS CURSOR FOR
               SELECT R.RLOANRPH_NO, R.RLOANRPH_RP_AMT,
                      R.RLOANRPH_OS_AMT, L.LOANM_CUST_NO
               FROM LOANRPHST R, LOANMSTR L
               WHERE R.RLOANRPH_DATE = :WS-CURR-DATE
                 AND R.RLOANRPH_RP_AMT > 0
                 AND L.LOANM_NO = R.RLOANRPH_NO
               ORDER BY R.RLOANRPH_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-LOANMOVS CURSOR FOR
               SELECT RLOANRPH_DATE, RLOANRPH_RP_AMT,
                      RLOANRPH_OS_AMT
               FROM LOANRPHST
               WHERE RLOANRPH_NO = :WS-SCR-LOAN
                 AND RLOANRPH_RP_AMT > 0
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PARTIES CURSOR FOR
               SELECT P.PLOANCST_ROLE, P.PLOANCST_CUST_NO,
                      C.CUSTM_NAME_FRSTNM, C.CUSTM_NAME_LASTNM,
                      C.CUSTM_FISCODE
               FROM LOANCUST P, CUSTM_TABLE C
               WHERE P.PLOANCST_NO = :VAMLCASE-LOAN-NO
                 AND C.CUSTM_NO = P.PLOANCST_CUST_NO
               ORDER BY P.PLOANCST_ROLE, P.PLOANCST_CUST_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-AMLRUL-FS          PIC XX.
             88 END-OF-AMLRUL         VALUE '10'.
          05 WS-PAYMON-FS          PIC XX.
             88 END-OF-PAYMON         VALUE '10'.
          05 WS-AMLCAS-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-POSTINGS-FLAG              PIC X(01).
             88  END-OF-POSTINGS           VALUE '1'.
          05 WS-LOANMOVS-FLAG              PIC X(01).
             88  END-OF-LOANMOVS           VALUE '1'.
          05 WS-PARTIES-FLAG               PIC X(01).
             88  END-OF-PARTIES            VALUE '1'.
          05 WS-RULES-BAD                  PIC X(01).

       01 WS-COUNTERS.
          05 WS-RULES-READ                 PIC 9(03) VALUE ZERO.
          05 WS-POSTINGS-READ              PIC 9(07) VALUE ZERO.
          05 WS-CREDITS-READ               PIC 9(07) VALUE ZERO.
          05 WS-HITS-EPAY                  PIC 9(07) VALUE ZERO.
          05 WS-HITS-RNDP                  PIC 9(07) VALUE ZERO.
          05 WS-HITS-TPIB                  PIC 9(07) VALUE ZERO.
          05 WS-CASES-OPENED               PIC 9(07) VALUE ZERO.
          05 WS-CASES-ON-FILE              PIC 9(07) VALUE ZERO.
          05 WS-CASES-OPEN-TOTAL           PIC 9(07) VALUE ZERO.

      *    RULE TABLE: 1 = EPAY, 2 = RNDP, 3 = TPIB
       01 WS-RULE-TABLE.
          05 WS-RULE OCCURS 3 TIMES.
             10 WS-RUL-CODE                PIC X(04).
             10 WS-RUL-ACTIVE              PIC X(01).
             10 WS-RUL-MIN-AMT             PIC 9(10).
             10 WS-RUL-DAYS                PIC 9(04).
             10 WS-RUL-COUNT               PIC 9(03).
             10 WS-RUL-ROUND               PIC 9(07).
             10 WS-RUL-PCT-L               PIC 9(03).
             10 WS-RUL-PCT-M               PIC 9(03).
             10 WS-RUL-PCT-H               PIC 9(03).
       01 WS-RX                            PIC S9(04)    COMP.

      *    THE POSTING OR CREDIT UNDER SCREENING
       01 WS-SCREEN-WORK.
          05 WS-SCR-LOAN                   PIC S9(9)     COMP.
          05 WS-SCR-CUST                   PIC S9(9)     COMP.
          05 WS-SCR-RISK                   PIC X(01).
          05 WS-SCR-AMT                    PIC S9(10)V99 COMP-3.
          05 WS-SCR-OS-AMT                 PIC S9(10)V99 COMP-3.
          05 WS-SCR-MIN-AMT                PIC S9(12)V99 COMP-3.
          05 WS-SCR-PCT                    PIC 9(03).
          05 WS-SCR-ROUNDS                 PIC 9(05).
          05 WS-SCR-QUOT                   PIC S9(13)    COMP-3.
          05 WS-SCR-REM                    PIC S9(10)V99 COMP-3.
          05 WS-OWN-COUNT                  PIC S9(9)     COMP.
          05 WS-IBAN-OWNER                 PIC S9(9)     COMP.

       01 WS-MOV-WORK.
          05 WS-MOV-DATE                   PIC X(10).
          05 WS-MOV-RP-AMT                 PIC S9(10)V99 COMP-3.
          05 WS-MOV-OS-AMT                 PIC S9(10)V99 COMP-3.

       01 WS-CASE-WORK.
          05 WS-LAST-CASE-NO               PIC S9(9)     COMP.
          05 WS-CASE-COUNT                 PIC S9(9)     COMP.
          05 WS-CASE-RULE                  PIC X(04).
          05 WS-CASE-SOURCE                PIC X(01).
          05 WS-CASE-VALUE-DATE            PIC X(10).
          05 WS-CASE-IBAN                  PIC X(34).
          05 WS-CASE-DETAIL                PIC X(60).

      *    DATES ARE KEPT MM/DD/CCYY AND CONVERTED TO CCYYMMDD
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

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-DD     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-CCYY   PIC 9(04)       VALUE ZERO.

       01 WS-TEMP-DATE.
           10  WS-TEMP-DATE-YY     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-MM     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-DD     PIC 9(02)       VALUE ZERO.

       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

       01 WS-PRT-LINE                      PIC X(132).
       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-CASE                       PIC Z(08)9.
       01 WS-ED-LOAN                       PIC Z(08)9.
       01 WS-ED-CUST                       PIC Z(08)9.
       01 WS-ED-DAYS                       PIC ZZZ9.
       01 WS-ED-COUNT                      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            EXEC SQL
                OPEN CUR-POSTINGS
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBAMLMN OPEN CUR-POSTINGS SQLCODE -',SQLCODE
               SET END-OF-POSTINGS TO TRUE
            END-IF

            PERFORM A2100-FETCH-POSTING-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-POSTING-PARA
               THRU A2200-EXIT
               UNTIL END-OF-POSTINGS

            EXEC SQL
                CLOSE CUR-POSTINGS
            END-EXEC

            OPEN INPUT PAYMON
            DISPLAY 'PAYMON FILE STATUS -',WS-PAYMON-FS
            IF WS-PAYMON-FS NOT = '00'
               DISPLAY 'PGBAMLMN NO MATCHED CREDITS TO SCREEN'
            ELSE
               PERFORM A3100-READ-CREDIT-PARA
                  THRU A3100-EXIT
               PERFORM A3200-ONE-CREDIT-PARA
                  THRU A3200-EXIT
                  UNTIL END-OF-PAYMON
               CLOSE PAYMON
            END-IF

            EXEC SQL COMMIT END-EXEC

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
            COMPUTE WS-CMP-TODAY = WS-CURT-DATE-CCYY * 10000
                                 + WS-CURT-DATE-MM * 100
                                 + WS-CURT-DATE-DD

      *     EVERY RULE STARTS SWITCHED OFF; ITS CARD TURNS IT ON
            MOVE SPACES                 TO WS-RULE-TABLE
            MOVE 'EPAY'                 TO WS-RUL-CODE (1)
            MOVE 'RNDP'                 TO WS-RUL-CODE (2)
            MOVE 'TPIB'                 TO WS-RUL-CODE (3)
            PERFORM A1300-RULE-DEFAULTS-PARA
               THRU A1300-EXIT
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 3

            MOVE 'N'                    TO WS-RULES-BAD
            OPEN INPUT AMLRUL
            DISPLAY 'AMLRUL FILE STATUS -',WS-AMLRUL-FS
            IF WS-AMLRUL-FS NOT = '00'
               DISPLAY 'PGBAMLMN RULE CARDS MISSING'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            PERFORM A1100-READ-RULE-PARA
               THRU A1100-EXIT
            PERFORM A1200-ONE-RULE-PARA
               THRU A1200-EXIT
               UNTIL END-OF-AMLRUL
            CLOSE AMLRUL

            IF WS-RULES-BAD = 'Y'
            OR WS-RULES-READ = ZERO
               DISPLAY 'PGBAMLMN RULE CARDS MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            MOVE ZERO                   TO WS-LAST-CASE-NO
            EXEC SQL
                SELECT COALESCE(MAX(VAMLCASE_NO), 0)
                  INTO :WS-LAST-CASE-NO
                  FROM AMLCASE
            END-EXEC
            IF SQLCODE NOT = 0
               DISPLAY 'PGBAMLMN LAST CASE NUMBER SQLCODE -',SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT AMLCAS
            DISPLAY 'AMLCAS FILE STATUS -',WS-AMLCAS-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'AML TRANSACTION MONITORING - CASES OPENED ON '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE AMLCAS-RECORD FROM WS-PRT-LINE
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE AMLCAS-RECORD FROM WS-PRT-LINE.
       A1000-EXIT.
             EXIT.
       A1100-READ-RULE-PARA.
            READ AMLRUL
            END-READ

            EVALUATE TRUE
            WHEN WS-AMLRUL-FS = '00'
                 ADD 1                    TO WS-RULES-READ
            WHEN WS-AMLRUL-FS = '10'
                 SET END-OF-AMLRUL TO TRUE
            WHEN OTHER
                 SET END-OF-AMLRUL TO TRUE
                 MOVE 'Y'                 TO WS-RULES-BAD
                 DISPLAY 'PGBAMLMN RULE FILE ERROR -',WS-AMLRUL-FS
            END-EVALUATE.
       A1100-EXIT.
             EXIT.
       A1200-ONE-RULE-PARA.
             EVALUATE RUL-CODE
             WHEN 'EPAY'
                  MOVE 1                  TO WS-RX
             WHEN 'RNDP'
                  MOVE 2                  TO WS-RX
             WHEN 'TPIB'
                  MOVE 3                  TO WS-RX
             WHEN OTHER
                  DISPLAY 'PGBAMLMN UNKNOWN RULE ',RUL-CODE
                  MOVE 'Y'                TO WS-RULES-BAD
                  GO TO A1290-NEXT
             END-EVALUATE

             IF RUL-MIN-AMT NOT NUMERIC
             OR RUL-DAYS    NOT NUMERIC
             OR RUL-COUNT   NOT NUMERIC
             OR RUL-ROUND   NOT NUMERIC
             OR RUL-PCT-L   NOT NUMERIC
             OR RUL-PCT-M   NOT NUMERIC
             OR RUL-PCT-H   NOT NUMERIC
                DISPLAY 'PGBAMLMN RULE ',RUL-CODE,' NOT NUMERIC'
                MOVE 'Y'                  TO WS-RULES-BAD
                GO TO A1290-NEXT
             END-IF

             MOVE RUL-ACTIVE              TO WS-RUL-ACTIVE (WS-RX)
             MOVE RUL-MIN-AMT             TO WS-RUL-MIN-AMT (WS-RX)
             IF RUL-DAYS NOT = ZERO
                MOVE RUL-DAYS             TO WS-RUL-DAYS (WS-RX)
             END-IF
             IF RUL-COUNT NOT = ZERO
                MOVE RUL-COUNT            TO WS-RUL-COUNT (WS-RX)
             END-IF
             IF RUL-ROUND NOT = ZERO
                MOVE RUL-ROUND            TO WS-RUL-ROUND (WS-RX)
             END-IF
             IF RUL-PCT-L NOT = ZERO
                MOVE RUL-PCT-L            TO WS-RUL-PCT-L (WS-RX)
             END-IF
             IF RUL-PCT-M NOT = ZERO
                MOVE RUL-PCT-M            TO WS-RUL-PCT-M (WS-RX)
             END-IF
             IF RUL-PCT-H NOT = ZERO
                MOVE RUL-PCT-H            TO WS-RUL-PCT-H (WS-RX)
             END-IF.

       A1290-NEXT.
             PERFORM A1100-READ-RULE-PARA
                THRU A1100-EXIT.
       A1200-EXIT.
             EXIT.
       A1300-RULE-DEFAULTS-PARA.
      *      WHAT A CARD LEAVES AT ZERO: 90 DAYS FOR AN EARLY PAYOFF,
      *      3 ROUND SUMS OF 1,000 IN 30 DAYS, AND A THRESHOLD OF
      *      150/100/50 PER CENT FOR LOW/MEDIUM/HIGH RISK
             MOVE 'N'                     TO WS-RUL-ACTIVE (WS-RX)
             MOVE ZERO                    TO WS-RUL-MIN-AMT (WS-RX)
             IF WS-RX = 1
                MOVE 90                   TO WS-RUL-DAYS (WS-RX)
             ELSE
                MOVE 30                   TO WS-RUL-DAYS (WS-RX)
             END-IF
             MOVE 3                       TO WS-RUL-COUNT (WS-RX)
             MOVE 1000                    TO WS-RUL-ROUND (WS-RX)
             MOVE 150                     TO WS-RUL-PCT-L (WS-RX)
             MOVE 100                     TO WS-RUL-PCT-M (WS-RX)
             MOVE 50                      TO WS-RUL-PCT-H (WS-RX).
       A1300-EXIT.
             EXIT.
       A2100-FETCH-POSTING-PARA.
            EXEC SQL
                FETCH CUR-POSTINGS
                INTO :RLOANRPH-NO, :RLOANRPH-RP-AMT,
                     :RLOANRPH-OS-AMT, :LLOANM-CUST-NO
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-POSTINGS-READ
            WHEN SQLCODE = 100
                 SET END-OF-POSTINGS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBAMLMN FETCH CUR-POSTINGS SQLCODE -',
                    SQLCODE
                 SET END-OF-POSTINGS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-POSTING-PARA.
             MOVE RLOANRPH-NO             TO WS-SCR-LOAN
             MOVE LLOANM-CUST-NO          TO WS-SCR-CUST
             MOVE RLOANRPH-RP-AMT         TO WS-SCR-AMT
             MOVE RLOANRPH-OS-AMT         TO WS-SCR-OS-AMT

             PERFORM B1000-GET-RISK-PARA
                THRU B1000-EXIT

             IF WS-RUL-ACTIVE (1) = 'Y'
             AND WS-SCR-OS-AMT NOT > ZERO
                PERFORM B2000-EARLY-PAYOFF-PARA
                   THRU B2000-EXIT
             END-IF

             IF WS-RUL-ACTIVE (2) = 'Y'
             AND WS-SCR-OS-AMT > ZERO
                PERFORM B3000-ROUND-SUMS-PARA
                   THRU B3000-EXIT
             END-IF

             PERFORM A2100-FETCH-POSTING-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       A3100-READ-CREDIT-PARA.
            READ PAYMON
            END-READ

            EVALUATE TRUE
            WHEN WS-PAYMON-FS = '00'
                 ADD 1                    TO WS-CREDITS-READ
            WHEN WS-PAYMON-FS = '10'
                 SET END-OF-PAYMON TO TRUE
            WHEN OTHER
                 SET END-OF-PAYMON TO TRUE
                 DISPLAY 'PGBAMLMN MATCHED CREDIT FILE ERROR -',
                    WS-PAYMON-FS
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-CREDIT-PARA.
             IF WS-RUL-ACTIVE (3) NOT = 'Y'
             OR MON-LOAN-NO NOT NUMERIC
             OR MON-AMOUNT NOT NUMERIC
                GO TO A3290-NEXT
             END-IF

             MOVE MON-LOAN-NO             TO WS-SCR-LOAN
                                             LLOANM-NO
             MOVE MON-AMOUNT              TO WS-SCR-AMT

             EXEC SQL
                 SELECT LOANM_CUST_NO
                   INTO :LLOANM-CUST-NO
                   FROM LOANMSTR
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN LOAN ',MON-LOAN-NO,
                   ' READ SQLCODE -',SQLCODE
                GO TO A3290-NEXT
             END-IF
             MOVE LLOANM-CUST-NO          TO WS-SCR-CUST

             PERFORM B1000-GET-RISK-PARA
                THRU B1000-EXIT

             PERFORM B4000-THIRD-PARTY-PARA
                THRU B4000-EXIT.

       A3290-NEXT.
             PERFORM A3100-READ-CREDIT-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-GET-RISK-PARA.
      *      RISK CLASS OF THE BORROWER; NO PROFILE, NO DISCOUNT
             MOVE WS-SCR-CUST             TO MCUSTAML-CUST-NO
             MOVE SPACE                   TO MCUSTAML-RISK

             EXEC SQL
                 SELECT MCUSTAML_RISK
                   INTO :MCUSTAML-RISK
                   FROM CUSTAML
                  WHERE MCUSTAML_CUST_NO = :MCUSTAML-CUST-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBAMLMN CUSTAML READ SQLCODE -',SQLCODE
             END-IF

             IF SQLCODE = 0
             AND (MCUSTAML-RISK = 'L' OR 'M' OR 'H')
                MOVE MCUSTAML-RISK        TO WS-SCR-RISK
             ELSE
                MOVE 'H'                  TO WS-SCR-RISK
             END-IF.
       B1000-EXIT.
             EXIT.
       B2000-EARLY-PAYOFF-PARA.
      *      THE POSTING CLEARED THE LOAN: HOW LONG AFTER IT WAS
      *      ORIGINATED (CALENDAR DAYS, ACT/365)
             MOVE 1                       TO WS-RX
             PERFORM X2000-SCALE-AMT-PARA
                THRU X2000-EXIT
             IF WS-SCR-AMT < WS-SCR-MIN-AMT
                GO TO B2000-EXIT
             END-IF

             MOVE WS-SCR-LOAN             TO FLOANPL-NO
             EXEC SQL
                 SELECT FLOANPL_ORIG_DATE
                   INTO :FLOANPL-ORIG-DATE
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE NOT = 0
                IF SQLCODE NOT = 100
                   DISPLAY 'PGBAMLMN LOANPLAN READ SQLCODE -',SQLCODE
                END-IF
                GO TO B2000-EXIT
             END-IF

             MOVE FLOANPL-ORIG-DATE       TO WS-CMP-DATE
             PERFORM X1000-DATE-VALUE-PARA
                THRU X1000-EXIT
             IF WS-CMP-VALUE = ZERO
                GO TO B2000-EXIT
             END-IF

             MOVE SPACES                  TO PGBDCCRC
             MOVE 'P'                     TO DCC-FUNZI
             MOVE 'F'                     TO DCC-CONV
             MOVE WS-CMP-VALUE            TO DCC-FROM-DATE
             MOVE WS-CMP-TODAY            TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE NOT = SPACES
             OR DCC-DAYS > WS-RUL-DAYS (1)
                GO TO B2000-EXIT
             END-IF

             ADD 1                        TO WS-HITS-EPAY
             MOVE DCC-DAYS                TO WS-ED-DAYS
             MOVE SPACES                  TO WS-CASE-DETAIL
             STRING 'LOAN PAID OFF '      DELIMITED BY SIZE
                    WS-ED-DAYS            DELIMITED BY SIZE
                    ' DAYS AFTER ORIGINATION ON '
                                          DELIMITED BY SIZE
                    FLOANPL-ORIG-DATE     DELIMITED BY SIZE
                    INTO WS-CASE-DETAIL
             MOVE 'EPAY'                  TO WS-CASE-RULE
             MOVE 'R'                     TO WS-CASE-SOURCE
             MOVE WS-CURR-DATE            TO WS-CASE-VALUE-DATE
             MOVE SPACES                  TO WS-CASE-IBAN
             PERFORM C1000-OPEN-CASE-PARA
                THRU C1000-EXIT.
       B2000-EXIT.
             EXIT.
       B3000-ROUND-SUMS-PARA.
      *      TODAY'S PARTIAL REPAYMENT IS A ROUND SUM: COUNT THE
      *      ROUND-SUM PARTIAL REPAYMENTS OF THE LOAN IN THE WINDOW,
      *      TODAY'S INCLUDED
             MOVE 2                       TO WS-RX
             PERFORM X2000-SCALE-AMT-PARA
                THRU X2000-EXIT
             IF WS-SCR-AMT < WS-SCR-MIN-AMT
                GO TO B3000-EXIT
             END-IF

             DIVIDE WS-SCR-AMT BY WS-RUL-ROUND (2)
                GIVING WS-SCR-QUOT REMAINDER WS-SCR-REM
             IF WS-SCR-REM NOT = ZERO
                GO TO B3000-EXIT
             END-IF

             MOVE ZERO                    TO WS-SCR-ROUNDS
             INITIALIZE WS-LOANMOVS-FLAG

             EXEC SQL
                 OPEN CUR-LOANMOVS
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN OPEN CUR-LOANMOVS SQLCODE -',SQLCODE
                GO TO B3000-EXIT
             END-IF

             PERFORM B3100-FETCH-MOV-PARA
                THRU B3100-EXIT
                UNTIL END-OF-LOANMOVS

             EXEC SQL
                 CLOSE CUR-LOANMOVS
             END-EXEC

             IF WS-SCR-ROUNDS < WS-RUL-COUNT (2)
                GO TO B3000-EXIT
             END-IF

             ADD 1                        TO WS-HITS-RNDP
             MOVE WS-SCR-ROUNDS           TO WS-ED-COUNT
             MOVE WS-RUL-DAYS (2)         TO WS-ED-DAYS
             MOVE SPACES                  TO WS-CASE-DETAIL
             STRING WS-ED-COUNT           DELIMITED BY SIZE
                    ' ROUND-SUM PARTIAL REPAYMENTS IN '
                                          DELIMITED BY SIZE
                    WS-ED-DAYS            DELIMITED BY SIZE
                    ' DAYS'               DELIMITED BY SIZE
                    INTO WS-CASE-DETAIL
             MOVE 'RNDP'                  TO WS-CASE-RULE
             MOVE 'R'                     TO WS-CASE-SOURCE
             MOVE WS-CURR-DATE            TO WS-CASE-VALUE-DATE
             MOVE SPACES                  TO WS-CASE-IBAN
             PERFORM C1000-OPEN-CASE-PARA
                THRU C1000-EXIT.
       B3000-EXIT.
             EXIT.
       B3100-FETCH-MOV-PARA.
             EXEC SQL
                 FETCH CUR-LOANMOVS
                 INTO :WS-MOV-DATE, :WS-MOV-RP-AMT, :WS-MOV-OS-AMT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-LOANMOVS TO TRUE
                  GO TO B3100-EXIT
             WHEN OTHER
                  DISPLAY 'PGBAMLMN FETCH CUR-LOANMOVS SQLCODE -',
                     SQLCODE
                  SET END-OF-LOANMOVS TO TRUE
                  GO TO B3100-EXIT
             END-EVALUATE

             IF WS-MOV-OS-AMT NOT > ZERO
             OR WS-MOV-RP-AMT < WS-SCR-MIN-AMT
                GO TO B3100-EXIT
             END-IF

             DIVIDE WS-MOV-RP-AMT BY WS-RUL-ROUND (2)
                GIVING WS-SCR-QUOT REMAINDER WS-SCR-REM
             IF WS-SCR-REM NOT = ZERO
                GO TO B3100-EXIT
             END-IF

             MOVE WS-MOV-DATE             TO WS-CMP-DATE
             PERFORM X1000-DATE-VALUE-PARA
                THRU X1000-EXIT
             IF WS-CMP-VALUE = ZERO
                GO TO B3100-EXIT
             END-IF

             MOVE SPACES                  TO PGBDCCRC
             MOVE 'P'                     TO DCC-FUNZI
             MOVE 'F'                     TO DCC-CONV
             MOVE WS-CMP-VALUE            TO DCC-FROM-DATE
             MOVE WS-CMP-TODAY            TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
             AND DCC-DAYS NOT > WS-RUL-DAYS (2)
                ADD 1                     TO WS-SCR-ROUNDS
             END-IF.
       B3100-EXIT.
             EXIT.
       B4000-THIRD-PARTY-PARA.
      *      THE PAYER IBAN MUST BE AN SDD MANDATE OF ONE OF THE
      *      LOAN'S PARTIES OR AN ACCOUNT THE LOAN WAS PAID OUT TO
             MOVE 3                       TO WS-RX
             PERFORM X2000-SCALE-AMT-PARA
                THRU X2000-EXIT
             IF WS-SCR-AMT < WS-SCR-MIN-AMT
                GO TO B4000-EXIT
             END-IF

             MOVE SPACES                  TO WS-CASE-DETAIL
             IF MON-PAYER-IBAN = SPACES
                MOVE 'CREDIT WITHOUT A PAYER IBAN'
                                          TO WS-CASE-DETAIL
                GO TO B4090-HIT
             END-IF

             MOVE MON-PAYER-IBAN          TO MLOANMND-IBAN
             MOVE ZERO                    TO WS-OWN-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-OWN-COUNT
                   FROM LOANMAND M, LOANCUST P
                  WHERE M.MLOANMND_IBAN    = :MLOANMND-IBAN
                    AND P.PLOANCST_NO      = :WS-SCR-LOAN
                    AND P.PLOANCST_CUST_NO = M.MLOANMND_CUST_NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN MANDATE CHECK SQLCODE -',SQLCODE
                GO TO B4000-EXIT
             END-IF
             IF WS-OWN-COUNT > ZERO
                GO TO B4000-EXIT
             END-IF

             MOVE MON-PAYER-IBAN          TO OLOANDSB-IBAN
             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-OWN-COUNT
                   FROM LOANDISB
                  WHERE OLOANDSB_NO   = :WS-SCR-LOAN
                    AND OLOANDSB_IBAN = :OLOANDSB-IBAN
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN DISBURSEMENT CHECK SQLCODE -',SQLCODE
                GO TO B4000-EXIT
             END-IF
             IF WS-OWN-COUNT > ZERO
                GO TO B4000-EXIT
             END-IF

             MOVE 'PAYER IBAN NOT HELD BY ANY PARTY TO THE LOAN'
                                          TO WS-CASE-DETAIL.

       B4090-HIT.
             ADD 1                        TO WS-HITS-TPIB
             MOVE 'TPIB'                  TO WS-CASE-RULE
             MOVE 'P'                     TO WS-CASE-SOURCE
             MOVE MON-VALUE-DATE          TO WS-CASE-VALUE-DATE
             MOVE MON-PAYER-IBAN          TO WS-CASE-IBAN
             PERFORM C1000-OPEN-CASE-PARA
                THRU C1000-EXIT.
       B4000-EXIT.
             EXIT.
       C1000-OPEN-CASE-PARA.
      *      ONE CASE PER LOAN, RULE, DATE AND AMOUNT
             MOVE WS-SCR-LOAN             TO VAMLCASE-LOAN-NO
             MOVE WS-CASE-RULE            TO VAMLCASE-RULE
             MOVE WS-CASE-VALUE-DATE      TO VAMLCASE-VALUE-DATE
             MOVE WS-SCR-AMT              TO VAMLCASE-AMT
             MOVE ZERO                    TO WS-CASE-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CASE-COUNT
                   FROM AMLCASE
                  WHERE VAMLCASE_LOAN_NO    = :VAMLCASE-LOAN-NO
                    AND VAMLCASE_RULE       = :VAMLCASE-RULE
                    AND VAMLCASE_VALUE_DATE = :VAMLCASE-VALUE-DATE
                    AND VAMLCASE_AMT        = :VAMLCASE-AMT
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN CASE CHECK SQLCODE -',SQLCODE
                GO TO C1000-EXIT
             END-IF
             IF WS-CASE-COUNT > ZERO
                ADD 1                     TO WS-CASES-ON-FILE
                GO TO C1000-EXIT
             END-IF

             ADD 1                        TO WS-LAST-CASE-NO
             MOVE WS-LAST-CASE-NO         TO VAMLCASE-NO
             MOVE WS-CURR-DATE            TO VAMLCASE-OPEN-DATE
             MOVE WS-CASE-SOURCE          TO VAMLCASE-SOURCE
             MOVE WS-SCR-CUST             TO VAMLCASE-CUST-NO
             MOVE WS-SCR-RISK             TO VAMLCASE-RISK
             MOVE WS-CASE-IBAN            TO VAMLCASE-IBAN
             MOVE WS-CASE-DETAIL          TO VAMLCASE-DETAIL
             MOVE 'O'                     TO VAMLCASE-ST
             MOVE SPACES                  TO VAMLCASE-DISP
                                             VAMLCASE-DISP-DATE
                                             VAMLCASE-DISP-BY
                                             VAMLCASE-DISP-NOTE

             EXEC SQL
                 INSERT INTO AMLCASE VALUES
                    (:VAMLCASE-NO, :VAMLCASE-OPEN-DATE,
                     :VAMLCASE-RULE, :VAMLCASE-SOURCE,
                     :VAMLCASE-LOAN-NO, :VAMLCASE-CUST-NO,
                     :VAMLCASE-RISK, :VAMLCASE-AMT,
                     :VAMLCASE-VALUE-DATE, :VAMLCASE-IBAN,
                     :VAMLCASE-DETAIL, :VAMLCASE-ST,
                     :VAMLCASE-DISP, :VAMLCASE-DISP-DATE,
                     :VAMLCASE-DISP-BY, :VAMLCASE-DISP-NOTE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN CASE INSERT SQLCODE -',SQLCODE,
                   ' LOAN ',VAMLCASE-LOAN-NO,' RULE ',VAMLCASE-RULE
                SUBTRACT 1                FROM WS-LAST-CASE-NO
                GO TO C1000-EXIT
             END-IF

             ADD 1                        TO WS-CASES-OPENED
             PERFORM C1100-PRINT-CASE-PARA
                THRU C1100-EXIT.
       C1000-EXIT.
             EXIT.
       C1100-PRINT-CASE-PARA.
      *      THE TRAIL THE OFFICER WORKS FROM: CASE, LOAN, AMOUNT,
      *      PAYER AND EVERY PARTY TO THE LOAN
             MOVE VAMLCASE-NO             TO WS-ED-CASE
             MOVE VAMLCASE-LOAN-NO        TO WS-ED-LOAN
             MOVE VAMLCASE-AMT            TO WS-ED-AMT
             MOVE SPACES                  TO WS-PRT-LINE
             STRING 'CASE '               DELIMITED BY SIZE
                    WS-ED-CASE            DELIMITED BY SIZE
                    '  RULE '             DELIMITED BY SIZE
                    VAMLCASE-RULE         DELIMITED BY SIZE
                    '  LOAN '             DELIMITED BY SIZE
                    WS-ED-LOAN            DELIMITED BY SIZE
                    '  RISK '             DELIMITED BY SIZE
                    VAMLCASE-RISK         DELIMITED BY SIZE
                    '  AMOUNT '           DELIMITED BY SIZE
                    WS-ED-AMT             DELIMITED BY SIZE
                    '  VALUE DATE '       DELIMITED BY SIZE
                    VAMLCASE-VALUE-DATE   DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE AMLCAS-RECORD FROM WS-PRT-LINE

             MOVE SPACES                  TO WS-PRT-LINE
             MOVE VAMLCASE-DETAIL         TO WS-PRT-LINE (4:60)
             WRITE AMLCAS-RECORD FROM WS-PRT-LINE

             IF VAMLCASE-SOURCE = 'P'
                MOVE SPACES               TO WS-PRT-LINE
                STRING '   PAYER IBAN '   DELIMITED BY SIZE
                       VAMLCASE-IBAN      DELIMITED BY SIZE
                       '  REFERENCE '     DELIMITED BY SIZE
                       MON-REFERENCE      DELIMITED BY SIZE
                       INTO WS-PRT-LINE
                WRITE AMLCAS-RECORD FROM WS-PRT-LINE
                PERFORM C1300-IBAN-OWNER-PARA
                   THRU C1300-EXIT
             END-IF

             INITIALIZE WS-PARTIES-FLAG

             EXEC SQL
                 OPEN CUR-PARTIES
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLMN OPEN CUR-PARTIES SQLCODE -',SQLCODE
                SET END-OF-PARTIES TO TRUE
             END-IF

             PERFORM C1200-FETCH-PARTY-PARA
                THRU C1200-EXIT
                UNTIL END-OF-PARTIES

             EXEC SQL
                 CLOSE CUR-PARTIES
             END-EXEC

             MOVE SPACES                  TO WS-PRT-LINE
             WRITE AMLCAS-RECORD FROM WS-PRT-LINE.
       C1100-EXIT.
             EXIT.
       C1200-FETCH-PARTY-PARA.
             EXEC SQL
                 FETCH CUR-PARTIES
                 INTO :PLOANCST-ROLE, :PLOANCST-CUST-NO,
                      :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-LASTNM,
                      :ACN-CUSTM-FISCODE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE PLOANCST-CUST-NO   TO WS-ED-CUST
                  MOVE SPACES             TO WS-PRT-LINE
                  STRING '   PARTY '      DELIMITED BY SIZE
                         PLOANCST-ROLE    DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         WS-ED-CUST       DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                         ' '              DELIMITED BY SIZE
                         ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                         INTO WS-PRT-LINE
                  MOVE ACN-CUSTM-FISCODE  TO WS-PRT-LINE (70:16)
                  WRITE AMLCAS-RECORD FROM WS-PRT-LINE
             WHEN SQLCODE = 100
                  SET END-OF-PARTIES TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBAMLMN FETCH CUR-PARTIES SQLCODE -',
                     SQLCODE
                  SET END-OF-PARTIES TO TRUE
             END-EVALUATE.
       C1200-EXIT.
             EXIT.
       C1300-IBAN-OWNER-PARA.
      *      A PAYER IBAN ON ANOTHER CUSTOMER'S MANDATE NAMES THE
      *      THIRD PARTY
             IF VAMLCASE-IBAN = SPACES
                GO TO C1300-EXIT
             END-IF

             MOVE VAMLCASE-IBAN           TO MLOANMND-IBAN
             EXEC SQL
                 SELECT MLOANMND_CUST_NO
                   INTO :WS-IBAN-OWNER
                   FROM LOANMAND
                  WHERE MLOANMND_IBAN = :MLOANMND-IBAN
             END-EXEC

             IF SQLCODE NOT = 0
                GO TO C1300-EXIT
             END-IF

             MOVE WS-IBAN-OWNER           TO WS-ED-CUST
             MOVE SPACES                  TO WS-PRT-LINE
             STRING '   IBAN ON THE SDD MANDATE OF CUSTOMER '
                                          DELIMITED BY SIZE
                    WS-ED-CUST            DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE AMLCAS-RECORD FROM WS-PRT-LINE.
       C1300-EXIT.
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
       X2000-SCALE-AMT-PARA.
      *      THRESHOLD OF RULE WS-RX FOR THE BORROWER'S RISK CLASS
             EVALUATE WS-SCR-RISK
             WHEN 'L'
                  MOVE WS-RUL-PCT-L (WS-RX) TO WS-SCR-PCT
             WHEN 'M'
                  MOVE WS-RUL-PCT-M (WS-RX) TO WS-SCR-PCT
             WHEN OTHER
                  MOVE WS-RUL-PCT-H (WS-RX) TO WS-SCR-PCT
             END-EVALUATE

             COMPUTE WS-SCR-MIN-AMT ROUNDED =
                WS-RUL-MIN-AMT (WS-RX) * WS-SCR-PCT / 100.
       X2000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            MOVE ZERO                   TO WS-CASE-COUNT
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CASE-COUNT
                  FROM AMLCASE
                 WHERE VAMLCASE_ST = 'O'
            END-EXEC
            IF SQLCODE NOT = 0
               DISPLAY 'PGBAMLMN OPEN CASE COUNT SQLCODE -',SQLCODE
               MOVE ZERO                TO WS-CASE-COUNT
            END-IF
            MOVE WS-CASE-COUNT          TO WS-CASES-OPEN-TOTAL

            MOVE WS-CASES-OPENED        TO WS-ED-CASE
            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'CASES OPENED '      DELIMITED BY SIZE
                   WS-ED-CASE           DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE AMLCAS-RECORD FROM WS-PRT-LINE
            CLOSE AMLCAS

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBAMLMN - AML TRANSACTION MONITORING ',
               WS-CURR-DATE
            DISPLAY 'RULE CARDS READ ..............: ',
               WS-RULES-READ
            DISPLAY 'REPAYMENTS SCREENED ..........: ',
               WS-POSTINGS-READ
            DISPLAY 'MATCHED CREDITS SCREENED .....: ',
               WS-CREDITS-READ
            DISPLAY 'HITS EARLY PAYOFF (EPAY) .....: ',
               WS-HITS-EPAY
            DISPLAY 'HITS ROUND SUMS (RNDP) .......: ',
               WS-HITS-RNDP
            DISPLAY 'HITS THIRD-PARTY IBAN (TPIB) .: ',
               WS-HITS-TPIB
            DISPLAY 'CASES OPENED .................: ',
               WS-CASES-OPENED
            DISPLAY 'HITS ALREADY ON A CASE .......: ',
               WS-CASES-ON-FILE
            DISPLAY 'CASES OPEN AWAITING DECISION .: ',
               WS-CASES-OPEN-TOTAL
            DISPLAY '-------------------------------------------'

            IF WS-CASES-OPENED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBAMLMN.
