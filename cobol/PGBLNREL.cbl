       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNREL.
      ******************************************************************
      * CLOSURE DOCUMENTS OF THE LOANS PAID OFF. PGBPRTXN QUEUES A    *
      * RELEASE ON LOANRLSE ('RLSE', PENDING) WHEN A REPAYMENT CLOSES *
      * A LOAN, WHETHER A FULL REPAYMENT ('05'), THE CREDIT OF A      *
      * PGBLNPAY PAYOFF QUOTE MATCHED BY PGBPAYMT, OR A STORNO REPOST *
      * THAT CLEARS THE TARGET LOAN. FOR EVERY PENDING RELEASE THIS   *
      * BATCH SENDS THE RELEASE LETTER, CONFIRMING NOTHING MORE IS    *
      * OWED, TO THE BORROWERS AND THE GUARANTORS OF LOANCUST: THE    *
      * DATA GOES TO THE DDRELLTR EXTRACT FOR THE PRINTING SERVICE    *
      * AND THE DOCUMENT ENTERS THE COMMON OUTPUT QUEUE DDOUTQUE AS   *
      * TYPE 'RLSE'. EVERY ACTIVE REAL-ESTATE COLLATERAL OF THE LOAN  *
      * ON LOANCOLL (THE COLLATERAL TYPES OF THE DDRELPAR CARD) GETS  *
      * A LIEN-CANCELLATION NOTIFICATION ON DDLIENNT AND ITS OWN      *
      * 'LIEN' ROW ON LOANRLSE. A LOAN PORTED OUT TO ANOTHER BANK     *
      * ('24') IS QUEUED AS 'PORT' INSTEAD: ITS CLOSURE LETTER GOES   *
      * TO THE SAME PARTIES AND ENTERS THE QUEUE AS TYPE 'PORT', BUT  *
      * NO LIEN IS CANCELLED, THE MORTGAGE PASSING TO THE NEW BANK BY *
      * SUBROGATION. EVERY NOTICE CARRIES THE STATUTORY DEADLINE      *
      * (CALENDAR DAYS FROM THE CLOSURE, FROM THE CARD) AND STAYS     *
      * SENT ('S') UNTIL ITS CONFIRMATION COMES IN ON DDRELCNF (LAND  *
      * REGISTRY FOR THE LIEN, SIGNED RECEIPT FOR THE LETTER), WHICH  *
      * MARKS IT CONFIRMED ('C'); A CONFIRMED LIEN CANCELLATION ALSO  *
      * CLOSES THE LIEN ON THE LOANLIEN REGISTER. NOTICES NOT         *
      * CONFIRMED BY THEIR DEADLINE ARE LISTED ON THE DDRELOVD OVERDUE*
      * REPORT FOR THE MANAGING BRANCH. NO LETTER IS EVER SENT TO A   *
      * DECEASED CUSTOMER'S ADDRESS.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELPAR  ASSIGN TO DDRELPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RELPAR-FS.

           SELECT RELCNF  ASSIGN TO DDRELCNF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RELCNF-FS.

           SELECT RELLTR  ASSIGN TO DDRELLTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RELLTR-FS.

           SELECT LIENNT  ASSIGN TO DDLIENNT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LIENNT-FS.

           SELECT RELOVD  ASSIGN TO DDRELOVD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RELOVD-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD RELPAR.
       01 RELPAR-RECORD.
           02  PAR-DEADLINE-DAYS          PIC 9(03).
           02  PAR-RE-TYPE                PIC X(02) OCCURS 5 TIMES.
      *        COLLATERAL TYPES OF LOANCOLL THAT ARE REAL ESTATE
           02  FILLER                     PIC X(67).

      * CONFIRMATION OF A NOTICE: LAND REGISTRY FOR THE LIEN,
      * SIGNED RECEIPT FOR THE RELEASE LETTER
       FD RELCNF.
       01 RELCNF-RECORD.
           02  CNF-LOAN-NO                PIC 9(09).
           02  CNF-TYPE                   PIC X(04).
      *        'RLSE' = RELEASE LETTER   'LIEN' = LIEN CANCELLATION
      *        'PORT' = CLOSURE LETTER OF A LOAN PORTED OUT
           02  CNF-SEQ                    PIC 9(03).
      *        COLLATERAL SEQUENCE FOR 'LIEN', ZERO OTHERWISE
           02  CNF-DATE                   PIC X(10).
           02  FILLER                     PIC X(54).

       FD RELLTR.
       01 RELLTR-RECORD.
           02  LTR-CUST-NO                PIC 9(09).
           02  LTR-CUST-NAME              PIC X(40).
           02  LTR-CUST-ADDR              PIC X(60).
           02  LTR-ROLE                   PIC X(01).
           02  LTR-LOAN-NO                PIC 9(09).
           02  LTR-CAT                    PIC X(02).
           02  LTR-LOAN-AMT               PIC 9(10)V99.
           02  LTR-CLS-DATE               PIC X(10).
           02  LTR-LIENS                  PIC 9(02).
           02  LTR-DOC-TYPE               PIC X(04).
      *        'RLSE' = RELEASE LETTER   'PORT' = PORTED OUT
           02  FILLER                     PIC X(11).

       FD LIENNT.
       01 LIENNT-RECORD.
           02  LNT-LOAN-NO                PIC 9(09).
           02  LNT-COLL-SEQ               PIC 9(03).
           02  LNT-COLL-TYPE              PIC X(02).
           02  LNT-COLL-DESC              PIC X(40).
           02  LNT-COLL-VALUE             PIC 9(13)V99.
           02  LNT-CUST-NO                PIC 9(09).
           02  LNT-CUST-NAME              PIC X(40).
           02  LNT-FISCODE                PIC X(16).
           02  LNT-CLS-DATE               PIC X(10).
           02  LNT-DUE-DATE               PIC X(10).
           02  LNT-BRANCH                 PIC X(05).
           02  FILLER                     PIC X(11).

       FD RELOVD.
       01 RELOVD-RECORD.
           02  OVD-BRANCH                 PIC X(05).
           02  OVD-LOAN-NO                PIC 9(09).
           02  OVD-TYPE                   PIC X(04).
           02  OVD-SEQ                    PIC 9(03).
           02  OVD-ST                     PIC X(01).
      *        'P' = NOT YET SENT   'S' = SENT, NOT CONFIRMED
           02  OVD-CLS-DATE               PIC X(10).
           02  OVD-DUE-DATE               PIC X(10).
           02  OVD-DAYS-LATE              PIC 9(05).
           02  OVD-CUST-NO                PIC 9(09).
           02  FILLER                     PIC X(24).

      * COMMON CUSTOMER OUTPUT QUEUE: ONE ADDRESSED LOGICAL
      * DOCUMENT PER LETTER, BUNDLED DOWNSTREAM BY PGBOUTBN
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
               INCLUDE LOANCOLL
           END-EXEC.

           EXEC SQL
               INCLUDE LOANRLSE
           END-EXEC.

           EXEC SQL
               INCLUDE LOANLIEN
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PENDREL CURSOR FOR
               SELECT RLLOANRL_NO, RLLOANRL_TYPE, RLLOANRL_CLS_DATE
               FROM LOANRLSE
               WHERE RLLOANRL_TYPE IN ('RLSE', 'PORT')
                 AND RLLOANRL_ST   = 'P'
               ORDER BY RLLOANRL_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-RELPTY CURSOR FOR
               SELECT PLOANCST_CUST_NO, PLOANCST_ROLE
               FROM LOANCUST
               WHERE PLOANCST_NO = :LLOANM-NO
                 AND PLOANCST_ROLE IN ('P', 'C', 'G')
               ORDER BY PLOANCST_ROLE DESC, PLOANCST_CUST_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-RELCOLL CURSOR FOR
               SELECT CLOANCOL_SEQ, CLOANCOL_TYPE, CLOANCOL_DESC,
                      CLOANCOL_VALUE
               FROM LOANCOLL
               WHERE CLOANCOL_NO = :LLOANM-NO
                 AND CLOANCOL_ST = 'A'
                 AND CLOANCOL_TYPE IN (:WS-RE-TYPE1, :WS-RE-TYPE2,
                                       :WS-RE-TYPE3, :WS-RE-TYPE4,
                                       :WS-RE-TYPE5)
               ORDER BY CLOANCOL_SEQ
           END-EXEC.

           EXEC SQL
               DECLARE CUR-OVERDUE CURSOR FOR
               SELECT R.RLLOANRL_NO, R.RLLOANRL_TYPE, R.RLLOANRL_SEQ,
                      R.RLLOANRL_ST, R.RLLOANRL_CLS_DATE,
                      R.RLLOANRL_DUE_DATE, L.LOANM_BRANCH,
                      L.LOANM_CUST_NO
               FROM LOANRLSE R, LOANMSTR L
               WHERE R.RLLOANRL_ST IN ('P', 'S')
                 AND R.RLLOANRL_DUE_DATE < :WS-CURR-DATE
                 AND L.LOANM_NO = R.RLLOANRL_NO
               ORDER BY L.LOANM_BRANCH, R.RLLOANRL_DUE_DATE,
                        R.RLLOANRL_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-RELPAR-FS          PIC XX.
          05 WS-RELCNF-FS          PIC XX.
             88 END-OF-RELCNF         VALUE '10'.
          05 WS-RELLTR-FS          PIC XX.
          05 WS-LIENNT-FS          PIC XX.
          05 WS-RELOVD-FS          PIC XX.
          05 WS-OUTQUE-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-PEND-FLAG                  PIC X(01).
             88  END-OF-PENDREL            VALUE '1'.
          05 WS-PTY-FLAG                   PIC X(01).
             88  END-OF-RELPTY             VALUE '1'.
          05 WS-COLL-FLAG                  PIC X(01).
             88  END-OF-RELCOLL            VALUE '1'.
          05 WS-OVD-FLAG                   PIC X(01).
             88  END-OF-OVERDUE            VALUE '1'.
          05 WS-PRIMARY-FOUND              PIC X(01).

       01 WS-COUNTERS.
          05 WS-CONF-READ                  PIC 9(05) VALUE ZERO.
          05 WS-CONF-APPLIED               PIC 9(05) VALUE ZERO.
          05 WS-CONF-UNKNOWN               PIC 9(05) VALUE ZERO.
          05 WS-RELEASES                   PIC 9(05) VALUE ZERO.
          05 WS-LETTERS-WRITTEN            PIC 9(05) VALUE ZERO.
          05 WS-DECEASED-SKIPPED           PIC 9(05) VALUE ZERO.
          05 WS-LIENS-NOTIFIED             PIC 9(05) VALUE ZERO.
          05 WS-PORT-CLOSURES              PIC 9(05) VALUE ZERO.
          05 WS-OVERDUE                    PIC 9(05) VALUE ZERO.

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

      *    MM/DD/CCYY DATE OF THE TABLES, WITH ITS CCYYMMDD FORM FOR
      *    THE DATE ROUTINE
       01 WS-WORK-DATE.
           10  WS-WRK-MM           PIC 99.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-WRK-DD           PIC 99.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-WRK-CCYY         PIC 9(04).

       01 WS-CIV-DATE                      PIC 9(08).
       01 WS-CIV-DATE-R REDEFINES WS-CIV-DATE.
           10  WS-CIV-CCYY         PIC 9(04).
           10  WS-CIV-MM           PIC 99.
           10  WS-CIV-DD           PIC 99.

       01 WS-RELEASE-WORK.
          05  WS-TODAY-NUM           PIC S9(09)      COMP-3.
          05  WS-DUE-NUM             PIC S9(09)      COMP-3.
          05  WS-DAYS-LATE           PIC S9(09)      COMP-3.
          05  WS-DEADLINE-DAYS       PIC 9(03).
          05  WS-REL-TYPE            PIC X(04).
          05  WS-CLS-DATE            PIC X(10).
          05  WS-DUE-DATE            PIC X(10).
          05  WS-LIEN-COUNT          PIC 9(02).
          05  WS-RE-TYPES.
              10  WS-RE-TYPE1        PIC X(02).
              10  WS-RE-TYPE2        PIC X(02).
              10  WS-RE-TYPE3        PIC X(02).
              10  WS-RE-TYPE4        PIC X(02).
              10  WS-RE-TYPE5        PIC X(02).
          05  WS-RE-TYPE-R REDEFINES WS-RE-TYPES
                                     PIC X(02) OCCURS 5 TIMES.
          05  WS-RE-IX               PIC 9(02).
          05  WS-LTR-NAME            PIC X(40).

      *    RECIPIENTS OF THE RELEASE LETTER
       01 WS-PARTY-WORK.
          05  WS-PTY-COUNT           PIC 9(02)       VALUE ZERO.
          05  WS-PX                  PIC 9(02).
          05  WS-PTY-TABLE OCCURS 20 TIMES.
              10  WS-PT-CUST-NO      PIC 9(09).
              10  WS-PT-ROLE         PIC X(01).

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

            PERFORM A2000-CONFIRMATIONS-PARA
               THRU A2000-EXIT

            PERFORM A3000-RELEASE-PARA
               THRU A3000-EXIT

            EXEC SQL COMMIT END-EXEC

            PERFORM A5000-OVERDUE-PARA
               THRU A5000-EXIT

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

            OPEN INPUT RELPAR
            READ RELPAR
            END-READ
            IF WS-RELPAR-FS NOT = '00'
            OR PAR-DEADLINE-DAYS NOT NUMERIC
            OR PAR-DEADLINE-DAYS = ZERO
            OR PAR-RE-TYPE (1) = SPACES
               DISPLAY 'PGBLNREL RELEASE CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE PAR-DEADLINE-DAYS      TO WS-DEADLINE-DAYS
      *     UNUSED TYPE SLOTS REPEAT THE FIRST ONE
            PERFORM VARYING WS-RE-IX FROM 1 BY 1
               UNTIL WS-RE-IX > 5
               IF PAR-RE-TYPE (WS-RE-IX) = SPACES
                  MOVE PAR-RE-TYPE (1)  TO WS-RE-TYPE-R (WS-RE-IX)
               ELSE
                  MOVE PAR-RE-TYPE (WS-RE-IX)
                                        TO WS-RE-TYPE-R (WS-RE-IX)
               END-IF
            END-PERFORM
            CLOSE RELPAR

            MOVE WS-CURR-DATE           TO WS-WORK-DATE
            PERFORM X1100-DAY-NUMBER-PARA
               THRU X1100-EXIT
            IF W08-RCODE NOT = ZERO
               DISPLAY 'PGBLNREL CALENDAR RCODE ',W08-RCODE,
                  ' ON RUN DATE ',WS-CURR-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE W08-RGGG               TO WS-TODAY-NUM

            OPEN OUTPUT RELLTR
            DISPLAY 'RELLTR FILE STATUS -',WS-RELLTR-FS
            OPEN OUTPUT LIENNT
            DISPLAY 'LIENNT FILE STATUS -',WS-LIENNT-FS
            OPEN OUTPUT RELOVD
            DISPLAY 'RELOVD FILE STATUS -',WS-RELOVD-FS

      *     THE QUEUE IS SHARED WITH THE OTHER PRODUCERS OF THE
      *     NIGHT AND ONLY EVER GROWS WITHIN THE PRINT CYCLE
            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS.
       A1000-EXIT.
             EXIT.
       A2000-CONFIRMATIONS-PARA.
      *     NO CONFIRMATION FILE ON THE DAY IS NOT AN ERROR
            OPEN INPUT RELCNF
            IF WS-RELCNF-FS NOT = '00'
               DISPLAY 'PGBLNREL NO CONFIRMATIONS - STATUS ',
                  WS-RELCNF-FS
               GO TO A2000-EXIT
            END-IF

            READ RELCNF
            END-READ
            PERFORM A2100-ONE-CONFIRM-PARA
               THRU A2100-EXIT
               UNTIL END-OF-RELCNF

            CLOSE RELCNF.
       A2000-EXIT.
             EXIT.
       A2100-ONE-CONFIRM-PARA.
             ADD 1                        TO WS-CONF-READ

             MOVE CNF-LOAN-NO             TO RLLOANRL-NO
             MOVE CNF-TYPE                TO RLLOANRL-TYPE
             MOVE CNF-SEQ                 TO RLLOANRL-SEQ
             MOVE CNF-DATE                TO RLLOANRL-ST-DATE
             IF CNF-DATE = SPACES
                MOVE WS-CURR-DATE         TO RLLOANRL-ST-DATE
             END-IF

             EXEC SQL
                 UPDATE LOANRLSE
                    SET RLLOANRL_ST      = 'C',
                        RLLOANRL_ST_DATE = :RLLOANRL-ST-DATE
                  WHERE RLLOANRL_NO   = :RLLOANRL-NO
                    AND RLLOANRL_TYPE = :RLLOANRL-TYPE
                    AND RLLOANRL_SEQ  = :RLLOANRL-SEQ
                    AND RLLOANRL_ST   = 'S'
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-CONF-APPLIED
                  IF CNF-TYPE = 'LIEN'
                     PERFORM A2200-CANCEL-LIEN-PARA
                        THRU A2200-EXIT
                  END-IF
             WHEN SQLCODE = 100
                  ADD 1                   TO WS-CONF-UNKNOWN
                  DISPLAY 'PGBLNREL CONFIRMATION NOT MATCHED - LOAN ',
                     CNF-LOAN-NO,' ',CNF-TYPE,' ',CNF-SEQ
             WHEN OTHER
                  DISPLAY 'PGBLNREL CONFIRM UPDATE SQLCODE -',SQLCODE,
                     ' LOAN ',CNF-LOAN-NO
             END-EVALUATE

             READ RELCNF
             END-READ.
       A2100-EXIT.
             EXIT.
       A2200-CANCEL-LIEN-PARA.
      *      THE LAND REGISTRY HAS CANCELLED THE LIEN: A LIEN NOT ON
      *      THE REGISTER IS NOT AN ERROR
             MOVE RLLOANRL-NO             TO LILOANLN-NO
             MOVE RLLOANRL-SEQ            TO LILOANLN-SEQ
             MOVE RLLOANRL-ST-DATE        TO LILOANLN-ST-DATE

             EXEC SQL
                 UPDATE LOANLIEN
                    SET LILOANLN_ST      = 'C',
                        LILOANLN_ST_DATE = :LILOANLN-ST-DATE
                  WHERE LILOANLN_NO  = :LILOANLN-NO
                    AND LILOANLN_SEQ = :LILOANLN-SEQ
                    AND LILOANLN_ST  = 'R'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNREL LIEN REGISTER SQLCODE -',SQLCODE,
                   ' LOAN ',CNF-LOAN-NO,' ',CNF-SEQ
             END-IF.
       A2200-EXIT.
             EXIT.
       A3000-RELEASE-PARA.
            EXEC SQL
                OPEN CUR-PENDREL
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNREL OPEN CUR-PENDREL SQLCODE -',SQLCODE
               SET END-OF-PENDREL TO TRUE
            END-IF

            PERFORM A3100-FETCH-PENDING-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-RELEASE-PARA
               THRU A3200-EXIT
               UNTIL END-OF-PENDREL

            EXEC SQL
                CLOSE CUR-PENDREL
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-PENDING-PARA.
            EXEC SQL
                FETCH CUR-PENDREL
                INTO :LLOANM-NO, :WS-REL-TYPE, :WS-CLS-DATE
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-PENDREL TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNREL FETCH CUR-PENDREL SQLCODE -',SQLCODE
                 SET END-OF-PENDREL TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-RELEASE-PARA.
             EXEC SQL
                 SELECT LOANM_CAT, LOANM_CUST_NO, LOANM_MAX_AMT,
                        LOANM_BRANCH
                   INTO :LLOANM-CAT, :LLOANM-CUST-NO, :LLOANM-MAX-AMT,
                        :LLOANM-BRANCH
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNREL LOAN NOT FOUND -',LLOANM-NO
                GO TO A3290-NEXT
             END-IF

             ADD 1                        TO WS-RELEASES

      *      THE STATUTORY DEADLINE RUNS FROM THE CLOSURE
             PERFORM B1000-DEADLINE-PARA
                THRU B1000-EXIT

      *      A PORTED LOAN KEEPS ITS LIENS FOR THE NEW BANK
             MOVE ZERO                    TO WS-LIEN-COUNT
             IF WS-REL-TYPE = 'PORT'
                ADD 1                     TO WS-PORT-CLOSURES
             ELSE
                PERFORM B3000-LIEN-NOTICES-PARA
                   THRU B3000-EXIT
             END-IF

             PERFORM B2000-LOAD-PARTIES-PARA
                THRU B2000-EXIT
             PERFORM B2500-ONE-LETTER-PARA
                THRU B2500-EXIT
                VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PTY-COUNT

             MOVE LLOANM-NO               TO RLLOANRL-NO
             MOVE WS-DUE-DATE             TO RLLOANRL-DUE-DATE
             MOVE WS-CURR-DATE            TO RLLOANRL-ST-DATE

             EXEC SQL
                 UPDATE LOANRLSE
                    SET RLLOANRL_ST       = 'S',
                        RLLOANRL_DUE_DATE = :RLLOANRL-DUE-DATE,
                        RLLOANRL_ST_DATE  = :RLLOANRL-ST-DATE
                  WHERE RLLOANRL_NO   = :RLLOANRL-NO
                    AND RLLOANRL_TYPE = :WS-REL-TYPE
                    AND RLLOANRL_ST   = 'P'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNREL RELEASE UPDATE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.

       A3290-NEXT.
             PERFORM A3100-FETCH-PENDING-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-DEADLINE-PARA.
             MOVE WS-CLS-DATE             TO WS-DUE-DATE
             MOVE WS-CLS-DATE             TO WS-WORK-DATE
             COMPUTE WS-CIV-DATE =
                (WS-WRK-CCYY * 10000) +
                (WS-WRK-MM   *   100) +
                 WS-WRK-DD

             MOVE SPACES                  TO NPW08RC
             MOVE 04                      TO W08-RTIPO
             MOVE WS-CIV-DATE             TO W08-RDATA
             MOVE WS-DEADLINE-DAYS        TO W08-RGGG
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT

             IF W08-RCODE NOT = ZERO
                DISPLAY 'PGBLNREL CALENDAR RCODE ',W08-RCODE,
                   ' LOAN ',LLOANM-NO,' CLOSED ',WS-CLS-DATE
                GO TO B1000-EXIT
             END-IF

             MOVE W08-RDATA               TO WS-CIV-DATE
             MOVE WS-CIV-MM               TO WS-WRK-MM
             MOVE WS-CIV-DD               TO WS-WRK-DD
             MOVE WS-CIV-CCYY             TO WS-WRK-CCYY
             MOVE WS-WORK-DATE            TO WS-DUE-DATE.
       B1000-EXIT.
             EXIT.
       B2000-LOAD-PARTIES-PARA.
      *      BORROWERS AND GUARANTORS OF THE LOAN; LOANS BOOKED
      *      BEFORE THE PARTY TABLE HAVE ONLY THE BORROWER OF THE
      *      MASTER
             MOVE ZERO                    TO WS-PTY-COUNT
             MOVE 'N'                     TO WS-PRIMARY-FOUND
             MOVE SPACE                   TO WS-PTY-FLAG

             EXEC SQL
                 OPEN CUR-RELPTY
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNREL OPEN CUR-RELPTY SQLCODE -',SQLCODE
                SET END-OF-RELPTY TO TRUE
             END-IF

             PERFORM B2100-FETCH-PARTY-PARA
                THRU B2100-EXIT
                UNTIL END-OF-RELPTY

             EXEC SQL
                 CLOSE CUR-RELPTY
             END-EXEC

             IF WS-PRIMARY-FOUND = 'N'
             AND WS-PTY-COUNT < 20
                ADD 1                     TO WS-PTY-COUNT
                MOVE LLOANM-CUST-NO       TO WS-PT-CUST-NO
                                             (WS-PTY-COUNT)
                MOVE 'P'                  TO WS-PT-ROLE (WS-PTY-COUNT)
             END-IF.
       B2000-EXIT.
             EXIT.
       B2100-FETCH-PARTY-PARA.
             EXEC SQL
                 FETCH CUR-RELPTY
                 INTO :PLOANCST-CUST-NO, :PLOANCST-ROLE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-RELPTY TO TRUE
                  GO TO B2100-EXIT
             WHEN OTHER
                  DISPLAY 'PGBLNREL FETCH CUR-RELPTY SQLCODE -',SQLCODE
                  SET END-OF-RELPTY TO TRUE
                  GO TO B2100-EXIT
             END-EVALUATE

             IF WS-PTY-COUNT NOT < 20
                DISPLAY 'PGBLNREL TOO MANY PARTIES - LOAN ',LLOANM-NO
                SET END-OF-RELPTY TO TRUE
                GO TO B2100-EXIT
             END-IF

             IF PLOANCST-CUST-NO = LLOANM-CUST-NO
                MOVE 'Y'                  TO WS-PRIMARY-FOUND
             END-IF

             ADD 1                        TO WS-PTY-COUNT
             MOVE PLOANCST-CUST-NO        TO WS-PT-CUST-NO
                                             (WS-PTY-COUNT)
             MOVE PLOANCST-ROLE           TO WS-PT-ROLE (WS-PTY-COUNT).
       B2100-EXIT.
             EXIT.
       B2500-ONE-LETTER-PARA.
             MOVE WS-PT-CUST-NO (WS-PX)   TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_ADDR, CUSTM_DECEASED
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNREL CUSTOMER NOT FOUND -',
                   WS-PT-CUST-NO (WS-PX),' LOAN ',LLOANM-NO
                GO TO B2500-EXIT
             END-IF

             IF ACN-CUSTM-DECEASED = 'Y'
                ADD 1                     TO WS-DECEASED-SKIPPED
                GO TO B2500-EXIT
             END-IF

             MOVE SPACES                  TO WS-LTR-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-LTR-NAME

             MOVE SPACES                  TO RELLTR-RECORD
             MOVE WS-PT-CUST-NO (WS-PX)   TO LTR-CUST-NO
             MOVE WS-LTR-NAME             TO LTR-CUST-NAME
             MOVE ACN-CUSTM-ADDR          TO LTR-CUST-ADDR
             MOVE WS-PT-ROLE (WS-PX)      TO LTR-ROLE
             MOVE LLOANM-NO               TO LTR-LOAN-NO
             MOVE LLOANM-CAT              TO LTR-CAT
             MOVE LLOANM-MAX-AMT          TO LTR-LOAN-AMT
             MOVE WS-CLS-DATE             TO LTR-CLS-DATE
             MOVE WS-LIEN-COUNT           TO LTR-LIENS
             MOVE WS-REL-TYPE             TO LTR-DOC-TYPE
             WRITE RELLTR-RECORD

             PERFORM B4500-QUEUE-DOCUMENT-PARA
                THRU B4500-EXIT

             ADD 1                        TO WS-LETTERS-WRITTEN.
       B2500-EXIT.
             EXIT.
       B3000-LIEN-NOTICES-PARA.
      *      THE PRIMARY BORROWER NAMES THE LIEN HOLDER'S COUNTERPART
      *      ON THE NOTIFICATION
             MOVE LLOANM-CUST-NO          TO ACN-CUSTM-NO
             MOVE SPACES                  TO ACN-CUSTM-FISCODE
                                             WS-LTR-NAME

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_FISCODE
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-FISCODE
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE = 0
                STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                       ' '                   DELIMITED BY SIZE
                       ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                       INTO WS-LTR-NAME
             END-IF

             MOVE SPACE                   TO WS-COLL-FLAG

             EXEC SQL
                 OPEN CUR-RELCOLL
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNREL OPEN CUR-RELCOLL SQLCODE -',SQLCODE
                SET END-OF-RELCOLL TO TRUE
             END-IF

             PERFORM B3100-ONE-LIEN-PARA
                THRU B3100-EXIT
                UNTIL END-OF-RELCOLL

             EXEC SQL
                 CLOSE CUR-RELCOLL
             END-EXEC.
       B3000-EXIT.
             EXIT.
       B3100-ONE-LIEN-PARA.
             EXEC SQL
                 FETCH CUR-RELCOLL
                 INTO :CLOANCOL-SEQ, :CLOANCOL-TYPE, :CLOANCOL-DESC,
                      :CLOANCOL-VALUE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-RELCOLL TO TRUE
                  GO TO B3100-EXIT
             WHEN OTHER
                  DISPLAY 'PGBLNREL FETCH CUR-RELCOLL SQLCODE -',
                     SQLCODE
                  SET END-OF-RELCOLL TO TRUE
                  GO TO B3100-EXIT
             END-EVALUATE

             MOVE SPACES                  TO LIENNT-RECORD
             MOVE LLOANM-NO               TO LNT-LOAN-NO
             MOVE CLOANCOL-SEQ            TO LNT-COLL-SEQ
             MOVE CLOANCOL-TYPE           TO LNT-COLL-TYPE
             MOVE CLOANCOL-DESC           TO LNT-COLL-DESC
             MOVE CLOANCOL-VALUE          TO LNT-COLL-VALUE
             MOVE LLOANM-CUST-NO          TO LNT-CUST-NO
             MOVE WS-LTR-NAME             TO LNT-CUST-NAME
             MOVE ACN-CUSTM-FISCODE       TO LNT-FISCODE
             MOVE WS-CLS-DATE             TO LNT-CLS-DATE
             MOVE WS-DUE-DATE             TO LNT-DUE-DATE
             MOVE LLOANM-BRANCH           TO LNT-BRANCH
             WRITE LIENNT-RECORD

             MOVE LLOANM-NO               TO RLLOANRL-NO
             MOVE 'LIEN'                  TO RLLOANRL-TYPE
             MOVE CLOANCOL-SEQ            TO RLLOANRL-SEQ
             MOVE WS-CLS-DATE             TO RLLOANRL-CLS-DATE
             MOVE WS-DUE-DATE             TO RLLOANRL-DUE-DATE
             MOVE 'S'                     TO RLLOANRL-ST
             MOVE WS-CURR-DATE            TO RLLOANRL-ST-DATE

             EXEC SQL
                 INSERT INTO LOANRLSE VALUES
                 (:RLLOANRL-NO, :RLLOANRL-TYPE, :RLLOANRL-SEQ,
                  :RLLOANRL-CLS-DATE, :RLLOANRL-DUE-DATE,
                  :RLLOANRL-ST, :RLLOANRL-ST-DATE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNREL LIEN INSERT SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO,' COLL ',CLOANCOL-SEQ
             END-IF

             ADD 1                        TO WS-LIEN-COUNT
                                             WS-LIENS-NOTIFIED.
       B3100-EXIT.
             EXIT.
       B4500-QUEUE-DOCUMENT-PARA.
      *      THE LETTER ALSO ENTERS THE COMMON OUTPUT QUEUE AS AN
      *      ADDRESSED LOGICAL DOCUMENT; THE CAP IS THE FIRST RUN
      *      OF FIVE DIGITS FOUND IN THE FREE-TEXT ADDRESS
             MOVE SPACES                  TO OUTQ-RECORD
             MOVE WS-PT-CUST-NO (WS-PX)   TO OUTQ-CUST-NO
             MOVE WS-REL-TYPE             TO OUTQ-DOC-TYPE
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
       A5000-OVERDUE-PARA.
      *      NOTICES NOT CONFIRMED BY THE STATUTORY DEADLINE, BY
      *      MANAGING BRANCH
            EXEC SQL
                OPEN CUR-OVERDUE
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNREL OPEN CUR-OVERDUE SQLCODE -',SQLCODE
               SET END-OF-OVERDUE TO TRUE
            END-IF

            PERFORM A5100-ONE-OVERDUE-PARA
               THRU A5100-EXIT
               UNTIL END-OF-OVERDUE

            EXEC SQL
                CLOSE CUR-OVERDUE
            END-EXEC

            IF WS-OVERDUE > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A5000-EXIT.
             EXIT.
       A5100-ONE-OVERDUE-PARA.
            EXEC SQL
                FETCH CUR-OVERDUE
                INTO :RLLOANRL-NO, :RLLOANRL-TYPE, :RLLOANRL-SEQ,
                     :RLLOANRL-ST, :RLLOANRL-CLS-DATE,
                     :RLLOANRL-DUE-DATE, :LLOANM-BRANCH,
                     :LLOANM-CUST-NO
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-OVERDUE TO TRUE
                 GO TO A5100-EXIT
            WHEN OTHER
                 DISPLAY 'PGBLNREL FETCH CUR-OVERDUE SQLCODE -',SQLCODE
                 SET END-OF-OVERDUE TO TRUE
                 GO TO A5100-EXIT
            END-EVALUATE

            MOVE ZERO                    TO WS-DAYS-LATE
            MOVE RLLOANRL-DUE-DATE       TO WS-WORK-DATE
            PERFORM X1100-DAY-NUMBER-PARA
               THRU X1100-EXIT
            IF W08-RCODE = ZERO
               MOVE W08-RGGG             TO WS-DUE-NUM
               COMPUTE WS-DAYS-LATE = WS-TODAY-NUM - WS-DUE-NUM
            END-IF

            MOVE SPACES                  TO RELOVD-RECORD
            MOVE LLOANM-BRANCH           TO OVD-BRANCH
            MOVE RLLOANRL-NO             TO OVD-LOAN-NO
            MOVE RLLOANRL-TYPE           TO OVD-TYPE
            MOVE RLLOANRL-SEQ            TO OVD-SEQ
            MOVE RLLOANRL-ST             TO OVD-ST
            MOVE RLLOANRL-CLS-DATE       TO OVD-CLS-DATE
            MOVE RLLOANRL-DUE-DATE       TO OVD-DUE-DATE
            MOVE WS-DAYS-LATE            TO OVD-DAYS-LATE
            MOVE LLOANM-CUST-NO          TO OVD-CUST-NO
            WRITE RELOVD-RECORD

            ADD 1                        TO WS-OVERDUE.
       A5100-EXIT.
             EXIT.
       X1100-DAY-NUMBER-PARA.
      *      CIVIL DAY NUMBER OF WS-WORK-DATE IN W08-RGGG
             COMPUTE WS-CIV-DATE =
                (WS-WRK-CCYY * 10000) +
                (WS-WRK-MM   *   100) +
                 WS-WRK-DD
             MOVE SPACES                  TO NPW08RC
             MOVE 01                      TO W08-RTIPO
             MOVE WS-CIV-DATE             TO W08-RDATA
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT.
       X1100-EXIT.
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
            DISPLAY 'PGBLNREL - LOAN RELEASES ',WS-CURR-DATE
            DISPLAY 'CONFIRMATIONS READ ...........: ',
               WS-CONF-READ
            DISPLAY 'CONFIRMATIONS APPLIED ........: ',
               WS-CONF-APPLIED
            DISPLAY 'CONFIRMATIONS NOT MATCHED ....: ',
               WS-CONF-UNKNOWN
            DISPLAY 'LOANS RELEASED ...............: ',
               WS-RELEASES
            DISPLAY 'RELEASE LETTERS EXTRACTED ....: ',
               WS-LETTERS-WRITTEN
            DISPLAY 'SKIPPED - CUSTOMER DECEASED ..: ',
               WS-DECEASED-SKIPPED
            DISPLAY 'LIEN CANCELLATIONS NOTIFIED ..: ',
               WS-LIENS-NOTIFIED
            DISPLAY 'OF WHICH PORTED OUT ..........: ',
               WS-PORT-CLOSURES
            DISPLAY 'NOTICES PAST DEADLINE ........: ',
               WS-OVERDUE
            DISPLAY '-------------------------------------------'

            CLOSE RELLTR
                  LIENNT
                  RELOVD
                  OUTQUE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBLNREL.
