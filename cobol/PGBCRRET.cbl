       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCRRET.
      ******************************************************************
      * CENTRALE DEI RISCHI RETURN FLOW. THE MONTHLY FLOW RETURNED BY *
      * THE BANK OF ITALY (DDCRRET) CARRIES, PER FISCAL CODE AND      *
      * CATEGORY, THE POSITION RECORDED FOR OUR ABI, THE SYSTEM-WIDE  *
      * POSITION OF THE CUSTOMER AND THE ERRORS ON THE RECORDS WE     *
      * REPORTED. IT IS SORTED TOGETHER WITH THE DDCRFLOW FILE        *
      * PGBCRSEG SENT FOR THE SAME PERIOD (DDCRSENT): EVERY CATEGORY  *
      * SENT AND NOT RECORDED, RECORDED AND NOT SENT OR RECORDED FOR  *
      * A DIFFERENT AMOUNT, EVERY FISCAL CODE NOT ON CUSTM_TABLE AND  *
      * EVERY ERROR GOES TO THE DDCRDISC DISCREPANCY LIST. THE        *
      * SYSTEM-WIDE EXPOSURE, OUR SHARE AND THE SHARE AT OTHER BANKS  *
      * ARE KEPT PER CUSTOMER ON CUSTCRSY FOR PGBLNAPP AND PGBCSPOS.  *
      * A CUSTOMER WHOSE EXPOSURE AT OTHER BANKS ROSE BY AT LEAST THE *
      * CARD PERCENTAGE AND AMOUNT, OR WHO ENTERED ONE OF THE BAD-    *
      * DEBT CATEGORIES OF THE CARD (DEFAULT SO), IS FLAGGED AND      *
      * LISTED ON DDCRALRT.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRRPAR  ASSIGN TO DDCRRPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CRRPAR-FS.

           SELECT CRSENT  ASSIGN TO DDCRSENT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CRSENT-FS.

           SELECT CRRET   ASSIGN TO DDCRRET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CRRET-FS.

           SELECT SORTWK  ASSIGN TO DDSORTWK.

           SELECT CRDISC  ASSIGN TO DDCRDISC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CRDISC-FS.

           SELECT CRALRT  ASSIGN TO DDCRALRT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CRALRT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CRRPAR.
       01 CRRPAR-RECORD.
           02  PAR-ABI                    PIC X(05).
           02  PAR-PERIOD                 PIC 9(06).
           02  PAR-INCR-PCT               PIC 9(03).
           02  PAR-INCR-MIN               PIC 9(10).
           02  PAR-BAD-CAT                PIC X(02) OCCURS 5.
           02  FILLER                     PIC X(46).

      * THE FLOW PGBCRSEG SENT FOR THE SAME PERIOD (DDCRFLOW)
       FD CRSENT.
       01 CRSENT-RECORD.
           02  CRF-ABI                    PIC X(05).
           02  CRF-PERIOD                 PIC 9(06).
           02  CRF-CUST-NO                PIC 9(09).
           02  CRF-FISCODE                PIC X(16).
           02  CRF-CATEGORY               PIC X(02).
           02  CRF-LOAN-NO                PIC 9(09).
           02  CRF-AMOUNT                 PIC 9(12)V99.
           02  FILLER                     PIC X(19).

      * RETURN FLOW OF THE BANK OF ITALY, PER FISCAL CODE
       FD CRRET.
       01 CRRET-RECORD.
           02  RTN-ABI                    PIC X(05).
           02  RTN-PERIOD                 PIC 9(06).
           02  RTN-TYPE                   PIC X(01).
      *        'P' = POSITION RECORDED FOR OUR ABI
      *        'S' = SYSTEM-WIDE POSITION OF THE CUSTOMER
      *        'E' = ERROR ON A RECORD WE REPORTED
           02  RTN-FISCODE                PIC X(16).
           02  RTN-CATEGORY               PIC X(02).
           02  RTN-AMOUNT                 PIC 9(12)V99.
           02  RTN-BANKS                  PIC 9(04).
           02  RTN-ERR-CODE               PIC X(04).
           02  RTN-ERR-TEXT               PIC X(40).
           02  FILLER                     PIC X(28).

       SD SORTWK.
       01 SORT-RECORD.
           02  SRT-FISCODE                PIC X(16).
           02  SRT-CATEGORY               PIC X(02).
           02  SRT-SOURCE                 PIC X(01).
      *        'A' = SENT BY US       'B' = RECORDED FOR OUR ABI
      *        'C' = SYSTEM-WIDE      'E' = ERROR ON OUR RECORD
           02  SRT-AMOUNT                 PIC 9(12)V99.
           02  SRT-CUST-NO                PIC 9(09).
           02  SRT-BANKS                  PIC 9(04).
           02  SRT-ERR-CODE               PIC X(04).
           02  SRT-ERR-TEXT               PIC X(40).

       FD CRDISC.
       01 CRDISC-RECORD.
           02  DSC-FISCODE                PIC X(16).
           02  DSC-CUST-NO                PIC 9(09).
           02  DSC-CATEGORY               PIC X(02).
           02  DSC-TYPE                   PIC X(04).
      *        'AMNT' = AMOUNT DIFFERS FROM WHAT WE SENT
      *        'MISS' = SENT, NOT RECORDED FOR OUR ABI
      *        'UNKN' = RECORDED FOR OUR ABI, NOT SENT
      *        'NCUS' = FISCAL CODE NOT ON CUSTM_TABLE
      *        'EBDI' = ERROR REPORTED BY THE BANK OF ITALY
           02  DSC-SENT-AMT               PIC 9(12)V99.
           02  DSC-BDI-AMT                PIC 9(12)V99.
           02  DSC-ERR-CODE               PIC X(04).
           02  DSC-ERR-TEXT               PIC X(40).
           02  FILLER                     PIC X(17).

       FD CRALRT.
       01 CRALRT-RECORD.
           02  ALR-CUST-NO                PIC 9(09).
           02  ALR-FISCODE                PIC X(16).
           02  ALR-CUST-NAME              PIC X(40).
           02  ALR-FLAG                   PIC X(01).
      *        'I' = EXPOSURE AT OTHER BANKS ROSE SHARPLY
      *        'B' = MOVED INTO A BAD-DEBT CATEGORY
      *        'X' = BOTH
           02  ALR-PREV-OTHER             PIC 9(12)V99.
           02  ALR-OTHER                  PIC 9(12)V99.
           02  ALR-SYSTEM                 PIC 9(12)V99.
           02  ALR-BAD-AMT                PIC 9(12)V99.
           02  FILLER                     PIC X(08).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCRSY
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-CRRPAR-FS          PIC XX.
          05 WS-CRSENT-FS          PIC XX.
             88 END-OF-CRSENT         VALUE '10'.
          05 WS-CRRET-FS           PIC XX.
             88 END-OF-CRRET          VALUE '10'.
          05 WS-CRDISC-FS          PIC XX.
          05 WS-CRALRT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-SORT-FLAG                  PIC X(01).
             88  END-OF-SORT               VALUE '1'.
          05 WS-CAT-SENT-FLAG              PIC X(01).
             88  CAT-WAS-SENT              VALUE '1'.
          05 WS-CAT-OURS-FLAG              PIC X(01).
             88  CAT-IS-RECORDED           VALUE '1'.
          05 WS-CUS-SYS-FLAG               PIC X(01).
             88  CUS-HAS-SYSTEM            VALUE '1'.
          05 WS-CRX-ROW-FLAG               PIC X(01).
             88  CRX-ROW-NEW               VALUE '1'.

       01 WS-COUNTERS.
          05 WS-SENT-READ                  PIC 9(07) VALUE ZERO.
          05 WS-SENT-OTHER-PERIOD          PIC 9(07) VALUE ZERO.
          05 WS-RET-READ                   PIC 9(07) VALUE ZERO.
          05 WS-RET-OTHER-PERIOD           PIC 9(07) VALUE ZERO.
          05 WS-CUSTOMERS                  PIC 9(07) VALUE ZERO.
          05 WS-CAT-MATCHED                PIC 9(07) VALUE ZERO.
          05 WS-DISC-AMNT                  PIC 9(07) VALUE ZERO.
          05 WS-DISC-MISS                  PIC 9(07) VALUE ZERO.
          05 WS-DISC-UNKN                  PIC 9(07) VALUE ZERO.
          05 WS-DISC-NCUS                  PIC 9(07) VALUE ZERO.
          05 WS-DISC-EBDI                  PIC 9(07) VALUE ZERO.
          05 WS-EXPO-STORED                PIC 9(07) VALUE ZERO.
          05 WS-FLAG-INCREASE              PIC 9(07) VALUE ZERO.
          05 WS-FLAG-BAD                   PIC 9(07) VALUE ZERO.

       01 WS-RECON-TOTALS.
          05  WS-TOT-SENT            PIC S9(13)V99   COMP-3.
          05  WS-TOT-RECORDED        PIC S9(13)V99   COMP-3.
          05  WS-TOT-SYSTEM          PIC S9(13)V99   COMP-3.
          05  WS-TOT-DIFF            PIC S9(13)V99   COMP-3.

       01 WS-BREAK-WORK.
          05  WS-CUR-FISCODE         PIC X(16).
          05  WS-CUR-CATEGORY        PIC X(02).
          05  WS-CUR-CUST-NO         PIC S9(09)      COMP-3.
          05  WS-CAT-SENT            PIC S9(12)V99   COMP-3.
          05  WS-CAT-OURS            PIC S9(12)V99   COMP-3.
          05  WS-CAT-DIFF            PIC S9(12)V99   COMP-3.
          05  WS-CUS-SYSTEM          PIC S9(12)V99   COMP-3.
          05  WS-CUS-OURS            PIC S9(12)V99   COMP-3.
          05  WS-CUS-OTHER           PIC S9(12)V99   COMP-3.
          05  WS-CUS-BAD             PIC S9(12)V99   COMP-3.
          05  WS-BAD-IX              PIC 9(01).
          05  WS-BAD-FOUND           PIC X(01).

       01 WS-FLAG-WORK.
          05  WS-PREV-OTHER          PIC S9(12)V99   COMP-3.
          05  WS-PREV-BAD            PIC X(01).
          05  WS-PREV-PERIOD         PIC S9(07)      COMP-3.
          05  WS-INCREASE            PIC S9(12)V99   COMP-3.
          05  WS-NEW-FLAG            PIC X(01).
          05  WS-ALR-NAME            PIC X(40).
          05  WS-DSC-TYPE            PIC X(04).
          05  WS-DSC-ERR-CODE        PIC X(04).
          05  WS-DSC-ERR-TEXT        PIC X(40).

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

       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

      *     BOTH FLOWS MEET ON FISCAL CODE AND CATEGORY; WITHIN THE
      *     CATEGORY OUR RECORD COMES BEFORE THE BANK OF ITALY'S
            SORT SORTWK
               ON ASCENDING KEY SRT-FISCODE
                                SRT-CATEGORY
                                SRT-SOURCE
               INPUT PROCEDURE IS A2000-LOAD-FLOWS-PARA
                            THRU A2000-EXIT
               OUTPUT PROCEDURE IS A3000-RECONCILE-PARA
                             THRU A3000-EXIT

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-RECON-TOTALS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT CRRPAR
            READ CRRPAR
            END-READ
            IF WS-CRRPAR-FS NOT = '00'
            OR PAR-ABI = SPACES
            OR PAR-PERIOD NOT NUMERIC
            OR PAR-INCR-PCT NOT NUMERIC
            OR PAR-INCR-MIN NOT NUMERIC
               DISPLAY 'PGBCRRET PARAMETER CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE CRRPAR

      *     WITHOUT BAD-DEBT CATEGORIES ON THE CARD ONLY THE
      *     SOFFERENZE ARE WATCHED
            IF PAR-BAD-CAT (1) = SPACES
               MOVE 'SO'                TO PAR-BAD-CAT (1)
            END-IF

            OPEN OUTPUT CRDISC
            DISPLAY 'CRDISC FILE STATUS -',WS-CRDISC-FS
            OPEN OUTPUT CRALRT
            DISPLAY 'CRALRT FILE STATUS -',WS-CRALRT-FS.
       A1000-EXIT.
             EXIT.
       A2000-LOAD-FLOWS-PARA.
            OPEN INPUT CRSENT
            DISPLAY 'CRSENT FILE STATUS -',WS-CRSENT-FS
            IF WS-CRSENT-FS NOT = '00'
               SET END-OF-CRSENT TO TRUE
            END-IF

            PERFORM R1000-READ-SENT-PARA
               THRU R1000-EXIT
            PERFORM A2100-RELEASE-SENT-PARA
               THRU A2100-EXIT
               UNTIL END-OF-CRSENT
            CLOSE CRSENT

            OPEN INPUT CRRET
            DISPLAY 'CRRET FILE STATUS -',WS-CRRET-FS
            IF WS-CRRET-FS NOT = '00'
               SET END-OF-CRRET TO TRUE
            END-IF

            PERFORM R2000-READ-RETURN-PARA
               THRU R2000-EXIT
            PERFORM A2200-RELEASE-RETURN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-CRRET
            CLOSE CRRET.
       A2000-EXIT.
             EXIT.
       R1000-READ-SENT-PARA.
            READ CRSENT
            END-READ

            EVALUATE TRUE
            WHEN WS-CRSENT-FS = '00'
                 ADD 1                    TO WS-SENT-READ
            WHEN WS-CRSENT-FS = '10'
                 SET END-OF-CRSENT TO TRUE
            WHEN OTHER
                 SET END-OF-CRSENT TO TRUE
                 DISPLAY 'PGBCRRET SENT FLOW ERROR -',WS-CRSENT-FS
            END-EVALUATE.
       R1000-EXIT.
             EXIT.
       A2100-RELEASE-SENT-PARA.
             IF CRF-ABI NOT = PAR-ABI
             OR CRF-PERIOD NOT = PAR-PERIOD
                ADD 1                    TO WS-SENT-OTHER-PERIOD
                GO TO A2190-NEXT
             END-IF

             MOVE SPACES                 TO SORT-RECORD
             MOVE CRF-FISCODE            TO SRT-FISCODE
             MOVE CRF-CATEGORY           TO SRT-CATEGORY
             MOVE 'A'                    TO SRT-SOURCE
             MOVE CRF-AMOUNT             TO SRT-AMOUNT
             MOVE CRF-CUST-NO            TO SRT-CUST-NO
             MOVE ZERO                   TO SRT-BANKS
             RELEASE SORT-RECORD
             ADD CRF-AMOUNT              TO WS-TOT-SENT.

       A2190-NEXT.
             PERFORM R1000-READ-SENT-PARA
                THRU R1000-EXIT.
       A2100-EXIT.
             EXIT.
       R2000-READ-RETURN-PARA.
            READ CRRET
            END-READ

            EVALUATE TRUE
            WHEN WS-CRRET-FS = '00'
                 ADD 1                    TO WS-RET-READ
            WHEN WS-CRRET-FS = '10'
                 SET END-OF-CRRET TO TRUE
            WHEN OTHER
                 SET END-OF-CRRET TO TRUE
                 DISPLAY 'PGBCRRET RETURN FLOW ERROR -',WS-CRRET-FS
            END-EVALUATE.
       R2000-EXIT.
             EXIT.
       A2200-RELEASE-RETURN-PARA.
             IF RTN-ABI NOT = PAR-ABI
             OR RTN-PERIOD NOT = PAR-PERIOD
                ADD 1                    TO WS-RET-OTHER-PERIOD
                GO TO A2290-NEXT
             END-IF

             MOVE SPACES                 TO SORT-RECORD
             MOVE RTN-FISCODE            TO SRT-FISCODE
             MOVE RTN-CATEGORY           TO SRT-CATEGORY
             EVALUATE RTN-TYPE
             WHEN 'P'
                  MOVE 'B'               TO SRT-SOURCE
             WHEN 'S'
                  MOVE 'C'               TO SRT-SOURCE
             WHEN OTHER
                  MOVE 'E'               TO SRT-SOURCE
             END-EVALUATE
             MOVE RTN-AMOUNT             TO SRT-AMOUNT
             MOVE ZERO                   TO SRT-CUST-NO
             MOVE RTN-BANKS              TO SRT-BANKS
             MOVE RTN-ERR-CODE           TO SRT-ERR-CODE
             MOVE RTN-ERR-TEXT           TO SRT-ERR-TEXT
             RELEASE SORT-RECORD.

       A2290-NEXT.
             PERFORM R2000-READ-RETURN-PARA
                THRU R2000-EXIT.
       A2200-EXIT.
             EXIT.
       A3000-RECONCILE-PARA.
            PERFORM R3000-RETURN-SORT-PARA
               THRU R3000-EXIT

            IF NOT END-OF-SORT
               PERFORM B1000-START-CUSTOMER-PARA
                  THRU B1000-EXIT
            END-IF

            PERFORM B2000-ONE-RECORD-PARA
               THRU B2000-EXIT
               UNTIL END-OF-SORT

            IF WS-CUSTOMERS > ZERO
               PERFORM B3000-END-CATEGORY-PARA
                  THRU B3000-EXIT
               PERFORM B4000-END-CUSTOMER-PARA
                  THRU B4000-EXIT
            END-IF.
       A3000-EXIT.
             EXIT.
       R3000-RETURN-SORT-PARA.
            RETURN SORTWK
               AT END SET END-OF-SORT TO TRUE
            END-RETURN.
       R3000-EXIT.
             EXIT.
       B1000-START-CUSTOMER-PARA.
             ADD 1                        TO WS-CUSTOMERS
             MOVE SRT-FISCODE             TO WS-CUR-FISCODE
             MOVE ZERO                    TO WS-CUR-CUST-NO
                                             WS-CUS-SYSTEM
                                             WS-CUS-OURS
                                             WS-CUS-BAD
             INITIALIZE WS-CUS-SYS-FLAG
             PERFORM B1100-START-CATEGORY-PARA
                THRU B1100-EXIT.
       B1000-EXIT.
             EXIT.
       B1100-START-CATEGORY-PARA.
             MOVE SRT-CATEGORY            TO WS-CUR-CATEGORY
             MOVE ZERO                    TO WS-CAT-SENT
                                             WS-CAT-OURS
             INITIALIZE WS-CAT-SENT-FLAG
                        WS-CAT-OURS-FLAG.
       B1100-EXIT.
             EXIT.
       B2000-ONE-RECORD-PARA.
             IF SRT-FISCODE NOT = WS-CUR-FISCODE
                PERFORM B3000-END-CATEGORY-PARA
                   THRU B3000-EXIT
                PERFORM B4000-END-CUSTOMER-PARA
                   THRU B4000-EXIT
                PERFORM B1000-START-CUSTOMER-PARA
                   THRU B1000-EXIT
             ELSE
                IF SRT-CATEGORY NOT = WS-CUR-CATEGORY
                   PERFORM B3000-END-CATEGORY-PARA
                      THRU B3000-EXIT
                   PERFORM B1100-START-CATEGORY-PARA
                      THRU B1100-EXIT
                END-IF
             END-IF

             EVALUATE SRT-SOURCE
             WHEN 'A'
                  SET CAT-WAS-SENT TO TRUE
                  ADD SRT-AMOUNT          TO WS-CAT-SENT
                  IF WS-CUR-CUST-NO = ZERO
                     MOVE SRT-CUST-NO     TO WS-CUR-CUST-NO
                  END-IF
             WHEN 'B'
                  SET CAT-IS-RECORDED TO TRUE
                  ADD SRT-AMOUNT          TO WS-CAT-OURS
                                             WS-TOT-RECORDED
      *           REAL COLLATERAL SECURES A RISK, IT IS NOT ONE
                  IF SRT-CATEGORY NOT = 'GR'
                     ADD SRT-AMOUNT       TO WS-CUS-OURS
                  END-IF
             WHEN 'C'
                  SET CUS-HAS-SYSTEM TO TRUE
                  IF SRT-CATEGORY NOT = 'GR'
                     ADD SRT-AMOUNT       TO WS-CUS-SYSTEM
                                             WS-TOT-SYSTEM
                  END-IF
                  PERFORM B2100-CHECK-BAD-DEBT-PARA
                     THRU B2100-EXIT
             WHEN OTHER
                  ADD 1                   TO WS-DISC-EBDI
                  MOVE 'EBDI'             TO WS-DSC-TYPE
                  MOVE SRT-ERR-CODE       TO WS-DSC-ERR-CODE
                  MOVE SRT-ERR-TEXT       TO WS-DSC-ERR-TEXT
                  PERFORM W1000-WRITE-DISC-PARA
                     THRU W1000-EXIT
             END-EVALUATE

             PERFORM R3000-RETURN-SORT-PARA
                THRU R3000-EXIT.
       B2000-EXIT.
             EXIT.
       B2100-CHECK-BAD-DEBT-PARA.
             MOVE 'N'                     TO WS-BAD-FOUND

             PERFORM B2110-MATCH-BAD-CAT-PARA
                THRU B2110-EXIT
                VARYING WS-BAD-IX FROM 1 BY 1
                  UNTIL WS-BAD-IX > 5
                     OR WS-BAD-FOUND = 'Y'

             IF WS-BAD-FOUND = 'Y'
                ADD SRT-AMOUNT            TO WS-CUS-BAD
             END-IF.
       B2100-EXIT.
             EXIT.
       B2110-MATCH-BAD-CAT-PARA.
             IF PAR-BAD-CAT (WS-BAD-IX) NOT = SPACES
             AND PAR-BAD-CAT (WS-BAD-IX) = SRT-CATEGORY
                MOVE 'Y'                  TO WS-BAD-FOUND
             END-IF.
       B2110-EXIT.
             EXIT.
       B3000-END-CATEGORY-PARA.
      *      WHAT THE BANK OF ITALY RECORDS FOR OUR ABI MUST BE WHAT
      *      WE SENT; IT KEEPS WHOLE EUROS, SO ONE EURO IS TOLERATED
             IF NOT CAT-WAS-SENT
             AND NOT CAT-IS-RECORDED
                GO TO B3000-EXIT
             END-IF

             EVALUATE TRUE
             WHEN NOT CAT-IS-RECORDED
                  ADD 1                   TO WS-DISC-MISS
                  MOVE 'MISS'             TO WS-DSC-TYPE
             WHEN NOT CAT-WAS-SENT
                  ADD 1                   TO WS-DISC-UNKN
                  MOVE 'UNKN'             TO WS-DSC-TYPE
             WHEN OTHER
                  COMPUTE WS-CAT-DIFF = WS-CAT-SENT - WS-CAT-OURS
                  IF WS-CAT-DIFF NOT > 1 AND WS-CAT-DIFF NOT < -1
                     ADD 1                TO WS-CAT-MATCHED
                     GO TO B3000-EXIT
                  END-IF
                  ADD 1                   TO WS-DISC-AMNT
                  MOVE 'AMNT'             TO WS-DSC-TYPE
             END-EVALUATE

             MOVE SPACES                  TO WS-DSC-ERR-CODE
                                             WS-DSC-ERR-TEXT
             PERFORM W1000-WRITE-DISC-PARA
                THRU W1000-EXIT.
       B3000-EXIT.
             EXIT.
       B4000-END-CUSTOMER-PARA.
      *      THE CUSTOMER IS FOUND BY FISCAL CODE WHEN WE DID NOT
      *      REPORT HIM THIS PERIOD
             IF WS-CUR-CUST-NO = ZERO
                MOVE SPACES               TO ACN-CUSTM-FISCODE
                MOVE WS-CUR-FISCODE       TO ACN-CUSTM-FISCODE
                MOVE ZERO                 TO ACN-CUSTM-NO

                EXEC SQL
                    SELECT COALESCE(MIN(CUSTM_NO), 0)
                      INTO :ACN-CUSTM-NO
                      FROM CUSTM_TABLE
                     WHERE CUSTM_FISCODE = :ACN-CUSTM-FISCODE
                END-EXEC

                IF SQLCODE NOT = 0
                   DISPLAY 'PGBCRRET FISCAL CODE READ SQLCODE -',
                      SQLCODE
                   MOVE ZERO              TO ACN-CUSTM-NO
                END-IF
                MOVE ACN-CUSTM-NO         TO WS-CUR-CUST-NO
             END-IF

             IF WS-CUR-CUST-NO = ZERO
                ADD 1                     TO WS-DISC-NCUS
                MOVE SPACES               TO WS-CUR-CATEGORY
                                             WS-DSC-ERR-CODE
                                             WS-DSC-ERR-TEXT
                MOVE ZERO                 TO WS-CAT-SENT
                                             WS-CAT-OURS
                MOVE 'NCUS'               TO WS-DSC-TYPE
                PERFORM W1000-WRITE-DISC-PARA
                   THRU W1000-EXIT
                GO TO B4000-EXIT
             END-IF

             IF NOT CUS-HAS-SYSTEM
                GO TO B4000-EXIT
             END-IF

             COMPUTE WS-CUS-OTHER = WS-CUS-SYSTEM - WS-CUS-OURS
             IF WS-CUS-OTHER < ZERO
                MOVE ZERO                 TO WS-CUS-OTHER
             END-IF

             PERFORM B4100-READ-PREVIOUS-PARA
                THRU B4100-EXIT
             PERFORM B4200-SET-FLAG-PARA
                THRU B4200-EXIT
             PERFORM B4300-STORE-EXPOSURE-PARA
                THRU B4300-EXIT

             IF WS-NEW-FLAG NOT = SPACE
                PERFORM W2000-WRITE-ALERT-PARA
                   THRU W2000-EXIT
             END-IF.
       B4000-EXIT.
             EXIT.
       B4100-READ-PREVIOUS-PARA.
             INITIALIZE WS-CRX-ROW-FLAG
             MOVE WS-CUR-CUST-NO          TO CXCUSTCR-CUST-NO

             EXEC SQL
                 SELECT CXCUSTCR_PERIOD, CXCUSTCR_OTH_AMT,
                        CXCUSTCR_PREV_OTH, CXCUSTCR_BAD
                   INTO :CXCUSTCR-PERIOD, :CXCUSTCR-OTH-AMT,
                        :CXCUSTCR-PREV-OTH, :CXCUSTCR-BAD
                   FROM CUSTCRSY
                  WHERE CXCUSTCR_CUST_NO = :CXCUSTCR-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
      *           A RERUN OF THE SAME PERIOD COMPARES WITH THE
      *           PERIOD BEFORE, NOT WITH ITSELF
                  MOVE CXCUSTCR-PERIOD    TO WS-PREV-PERIOD
                  IF WS-PREV-PERIOD = PAR-PERIOD
                     MOVE CXCUSTCR-PREV-OTH
                                          TO WS-PREV-OTHER
                  ELSE
                     MOVE CXCUSTCR-OTH-AMT
                                          TO WS-PREV-OTHER
                  END-IF
                  MOVE CXCUSTCR-BAD       TO WS-PREV-BAD
             WHEN SQLCODE = 100
                  SET CRX-ROW-NEW TO TRUE
                  MOVE ZERO               TO WS-PREV-OTHER
                  MOVE 'N'                TO WS-PREV-BAD
             WHEN OTHER
                  DISPLAY 'PGBCRRET EXPOSURE READ SQLCODE -',SQLCODE
                  SET CRX-ROW-NEW TO TRUE
                  MOVE ZERO               TO WS-PREV-OTHER
                  MOVE 'N'                TO WS-PREV-BAD
             END-EVALUATE.
       B4100-EXIT.
             EXIT.
       B4200-SET-FLAG-PARA.
      *      SHARP RISE: AT LEAST THE MINIMUM AMOUNT AND THE
      *      PERCENTAGE OF THE CARD OVER THE PREVIOUS PERIOD (ANY
      *      RISE OVER THE MINIMUM WHEN THERE WAS NOTHING BEFORE)
             MOVE SPACE                   TO WS-NEW-FLAG
             COMPUTE WS-INCREASE = WS-CUS-OTHER - WS-PREV-OTHER

             IF WS-INCREASE > ZERO
             AND WS-INCREASE NOT < PAR-INCR-MIN
                IF WS-PREV-OTHER = ZERO
                OR WS-INCREASE * 100 NOT <
                   WS-PREV-OTHER * PAR-INCR-PCT
                   MOVE 'I'               TO WS-NEW-FLAG
                   ADD 1                  TO WS-FLAG-INCREASE
                END-IF
             END-IF

             IF WS-CUS-BAD > ZERO
             AND WS-PREV-BAD NOT = 'Y'
                ADD 1                     TO WS-FLAG-BAD
                IF WS-NEW-FLAG = 'I'
                   MOVE 'X'               TO WS-NEW-FLAG
                ELSE
                   MOVE 'B'               TO WS-NEW-FLAG
                END-IF
             END-IF.
       B4200-EXIT.
             EXIT.
       B4300-STORE-EXPOSURE-PARA.
             MOVE WS-CUR-CUST-NO          TO CXCUSTCR-CUST-NO
             MOVE PAR-PERIOD              TO CXCUSTCR-PERIOD
             MOVE WS-CUS-SYSTEM           TO CXCUSTCR-SYS-AMT
             MOVE WS-CUS-OURS             TO CXCUSTCR-OUR-AMT
             MOVE WS-CUS-OTHER            TO CXCUSTCR-OTH-AMT
             MOVE WS-PREV-OTHER           TO CXCUSTCR-PREV-OTH
             MOVE WS-CUS-BAD              TO CXCUSTCR-BAD-AMT
             IF WS-CUS-BAD > ZERO
                MOVE 'Y'                  TO CXCUSTCR-BAD
             ELSE
                MOVE 'N'                  TO CXCUSTCR-BAD
             END-IF
             MOVE WS-NEW-FLAG             TO CXCUSTCR-FLAG
             MOVE WS-CURR-DATE            TO CXCUSTCR-DATE

             IF NOT CRX-ROW-NEW
                EXEC SQL
                    UPDATE CUSTCRSY
                       SET CXCUSTCR_PERIOD   = :CXCUSTCR-PERIOD,
                           CXCUSTCR_SYS_AMT  = :CXCUSTCR-SYS-AMT,
                           CXCUSTCR_OUR_AMT  = :CXCUSTCR-OUR-AMT,
                           CXCUSTCR_OTH_AMT  = :CXCUSTCR-OTH-AMT,
                           CXCUSTCR_PREV_OTH = :CXCUSTCR-PREV-OTH,
                           CXCUSTCR_BAD_AMT  = :CXCUSTCR-BAD-AMT,
                           CXCUSTCR_BAD      = :CXCUSTCR-BAD,
                           CXCUSTCR_FLAG     = :CXCUSTCR-FLAG,
                           CXCUSTCR_DATE     = :CXCUSTCR-DATE
                     WHERE CXCUSTCR_CUST_NO = :CXCUSTCR-CUST-NO
                END-EXEC
                IF SQLCODE = 0
                   ADD 1                  TO WS-EXPO-STORED
                   GO TO B4300-EXIT
                END-IF
             END-IF

             EXEC SQL
                 INSERT INTO CUSTCRSY VALUES
                 (:CXCUSTCR-CUST-NO, :CXCUSTCR-PERIOD,
                  :CXCUSTCR-SYS-AMT, :CXCUSTCR-OUR-AMT,
                  :CXCUSTCR-OTH-AMT, :CXCUSTCR-PREV-OTH,
                  :CXCUSTCR-BAD-AMT, :CXCUSTCR-BAD,
                  :CXCUSTCR-FLAG, :CXCUSTCR-DATE)
             END-EXEC

             IF SQLCODE = 0
                ADD 1                     TO WS-EXPO-STORED
             ELSE
                DISPLAY 'PGBCRRET EXPOSURE INSERT SQLCODE -',SQLCODE,
                   ' CUSTOMER ',WS-CUR-CUST-NO
             END-IF.
       B4300-EXIT.
             EXIT.
       W1000-WRITE-DISC-PARA.
             MOVE SPACES                  TO CRDISC-RECORD
             MOVE WS-DSC-TYPE             TO DSC-TYPE
             MOVE WS-CUR-FISCODE          TO DSC-FISCODE
             MOVE WS-CUR-CUST-NO          TO DSC-CUST-NO
             MOVE WS-CUR-CATEGORY         TO DSC-CATEGORY
             IF WS-DSC-TYPE = 'EBDI'
                MOVE ZERO                 TO DSC-SENT-AMT
                MOVE SRT-AMOUNT           TO DSC-BDI-AMT
             ELSE
                MOVE WS-CAT-SENT          TO DSC-SENT-AMT
                MOVE WS-CAT-OURS          TO DSC-BDI-AMT
             END-IF
             MOVE WS-DSC-ERR-CODE         TO DSC-ERR-CODE
             MOVE WS-DSC-ERR-TEXT         TO DSC-ERR-TEXT
             WRITE CRDISC-RECORD.
       W1000-EXIT.
             EXIT.
       W2000-WRITE-ALERT-PARA.
             MOVE WS-CUR-CUST-NO          TO ACN-CUSTM-NO
             MOVE SPACES                  TO WS-ALR-NAME

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE = 0
                STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                       ' '                   DELIMITED BY SIZE
                       ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                       INTO WS-ALR-NAME
             END-IF

             MOVE SPACES                  TO CRALRT-RECORD
             MOVE WS-CUR-CUST-NO          TO ALR-CUST-NO
             MOVE WS-CUR-FISCODE          TO ALR-FISCODE
             MOVE WS-ALR-NAME             TO ALR-CUST-NAME
             MOVE WS-NEW-FLAG             TO ALR-FLAG
             MOVE WS-PREV-OTHER           TO ALR-PREV-OTHER
             MOVE WS-CUS-OTHER            TO ALR-OTHER
             MOVE WS-CUS-SYSTEM           TO ALR-SYSTEM
             MOVE WS-CUS-BAD              TO ALR-BAD-AMT
             WRITE CRALRT-RECORD.
       W2000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            COMPUTE WS-TOT-DIFF = WS-TOT-SENT - WS-TOT-RECORDED

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBCRRET - CENTRALE RISCHI RETURN FLOW ',
               PAR-PERIOD
            DISPLAY 'SENT RECORDS READ ............: ',
               WS-SENT-READ
            DISPLAY '  OTHER ABI OR PERIOD ........: ',
               WS-SENT-OTHER-PERIOD
            DISPLAY 'RETURN RECORDS READ ..........: ',
               WS-RET-READ
            DISPLAY '  OTHER ABI OR PERIOD ........: ',
               WS-RET-OTHER-PERIOD
            DISPLAY 'FISCAL CODES .................: ',
               WS-CUSTOMERS
            DISPLAY 'CATEGORIES MATCHED ...........: ',
               WS-CAT-MATCHED
            DISPLAY 'DISCREPANCIES - AMOUNT .......: ',
               WS-DISC-AMNT
            DISPLAY 'DISCREPANCIES - NOT RECORDED .: ',
               WS-DISC-MISS
            DISPLAY 'DISCREPANCIES - NOT SENT .....: ',
               WS-DISC-UNKN
            DISPLAY 'DISCREPANCIES - NO CUSTOMER ..: ',
               WS-DISC-NCUS
            DISPLAY 'ERRORS ON OUR RECORDS ........: ',
               WS-DISC-EBDI
            DISPLAY 'SYSTEM EXPOSURES STORED ......: ',
               WS-EXPO-STORED
            DISPLAY 'FLAGGED - SHARP RISE .........: ',
               WS-FLAG-INCREASE
            DISPLAY 'FLAGGED - BAD DEBT ...........: ',
               WS-FLAG-BAD
            MOVE WS-TOT-SENT            TO WS-ED-AMT
            DISPLAY 'TOTAL SENT ...................: ',WS-ED-AMT
            MOVE WS-TOT-RECORDED        TO WS-ED-AMT
            DISPLAY 'TOTAL RECORDED FOR OUR ABI ...: ',WS-ED-AMT
            MOVE WS-TOT-DIFF            TO WS-ED-AMT
            DISPLAY 'DIFFERENCE ...................: ',WS-ED-AMT
            MOVE WS-TOT-SYSTEM          TO WS-ED-AMT
            DISPLAY 'SYSTEM-WIDE EXPOSURE .........: ',WS-ED-AMT
            DISPLAY '-------------------------------------------'

            IF WS-DISC-AMNT > ZERO
            OR WS-DISC-MISS > ZERO
            OR WS-DISC-UNKN > ZERO
            OR WS-DISC-NCUS > ZERO
            OR WS-DISC-EBDI > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE CRDISC
                  CRALRT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBCRRET.
