       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBPTMRG.
      ******************************************************************
      * MERGE STEP OF THE NIGHTLY LOAN BATCHES RUN IN PARALLEL         *
      * PARTITIONS BY LOAN-NUMBER RANGE (PGBLNARL, PGBLNCLS, PGBLNACR *
      * AND PGBLNPRV, EACH PARTITION ON ITS OWN DDPRTCRD CARD). FOR   *
      * EVERY PROGRAM NAMED ON THE DDMRGPAR CARDS THE PARTITION       *
      * SUMMARY EXTRACTS (DDPRTSUM, LAYOUT PRTSMREC) ARE ADDED UP     *
      * INTO THE SAME RUN REPORT THE SINGLE-JOB RUN PRINTS: RUN       *
      * COUNTERS, DELINQUENCY BUCKETS, CATEGORY DAY ACCRUAL WITH ITS  *
      * YEAR-TO-DATE COLUMN, PROVISION POSTING TOTALS. THE CARDS OF   *
      * ALL THE PARTITIONS (DDPRTCRD) MUST COVER THE LOAN NUMBERS     *
      * WITHOUT GAPS OR OVERLAPS, AND EVERY PARTITION MUST HAVE       *
      * COMPLETED: HEADER AND TRAILER ON ITS EXTRACT, SAME RUN DATE   *
      * AS THE OTHERS, NO RESTART POINT STILL OPEN ON NPCKPT.         *
      * FOR PGBLNPRV THE POSTING EXTRACTS OF THE PARTITIONS (DDPRVIN) *
      * ARE JOINED INTO THE ONE DDPRVOUT OF THE GENERAL-LEDGER CLOSE, *
      * DROPPING THE POSTINGS A RESTARTED PARTITION WROTE TWICE, AND  *
      * THE JOINED FILE MUST BALANCE AND AGREE WITH THE PARTITION     *
      * TOTALS. ANY FAILED CHECK ENDS THE STEP WITH RC 8, SO THE      *
      * DOWNSTREAM STEPS DO NOT RUN.                                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRGPAR  ASSIGN TO DDMRGPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MRGPAR-FS.

           SELECT OPTIONAL PRTCRD ASSIGN TO DDPRTCRD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTCRD-FS.

           SELECT PRTSUM  ASSIGN TO DDPRTSUM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTSUM-FS.

           SELECT PRVIN   ASSIGN TO DDPRVIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRVIN-FS.

           SELECT PRVOUT  ASSIGN TO DDPRVOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRVOUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD MRGPAR.
       01 MRGPAR-RECORD.
           02  MRG-PGM                    PIC X(08).
           02  FILLER                     PIC X(72).

       FD PRTCRD.
       COPY PRTCDREC.

       FD PRTSUM.
       COPY PRTSMREC.

      * POSTING EXTRACT OF ONE PARTITION OF PGBLNPRV
       FD PRVIN.
       01 PRVIN-RECORD.
           02  PRI-LOAN-NO                PIC 9(09).
           02  PRI-CAT                    PIC X(02).
           02  PRI-STATUS                 PIC X(01).
           02  PRI-EVENT                  PIC X(04).
           02  PRI-SIGN                   PIC X(01).
           02  PRI-AMOUNT                 PIC 9(12)V99.
           02  PRI-DATE                   PIC X(10).
           02  PRI-PART                   PIC 9(02).
           02  FILLER                     PIC X(37).

       FD PRVOUT.
       01 PRVOUT-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
          05 WS-MRGPAR-FS          PIC XX.
          05 WS-PRTCRD-FS          PIC XX.
          05 WS-PRTSUM-FS          PIC XX.
          05 WS-PRVIN-FS           PIC XX.
          05 WS-PRVOUT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-MRGPAR-FLAG                PIC X(01).
             88  END-OF-MRGPAR             VALUE '1'.
          05 WS-PRTCRD-FLAG                PIC X(01).
             88  END-OF-PRTCRD             VALUE '1'.
          05 WS-PRTSUM-FLAG                PIC X(01).
             88  END-OF-PRTSUM             VALUE '1'.
          05 WS-PRVIN-FLAG                 PIC X(01).
             88  END-OF-PRVIN              VALUE '1'.
          05 WS-PGM-FLAG                   PIC X(01).
             88  PGM-INCOMPLETE            VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-PGM-MERGED                 PIC 9(03) VALUE ZERO.
          05 WS-PGM-INCOMPLETE             PIC 9(03) VALUE ZERO.
          05 WS-CARD-ERRORS                PIC 9(03) VALUE ZERO.
          05 WS-PRV-READ                   PIC 9(09) VALUE ZERO.
          05 WS-PRV-WRITTEN                PIC 9(09) VALUE ZERO.
          05 WS-PRV-REPEATED               PIC 9(09) VALUE ZERO.
          05 WS-PRV-UNKNOWN                PIC 9(09) VALUE ZERO.

      *    PARTITIONS OF THE RUN, FROM THE DDPRTCRD CARDS; THE STATUS
      *    COLUMNS ARE FILLED AGAIN FOR EVERY PROGRAM MERGED
       01 WS-PART-TABLE.
          05 WS-PT-NR                      PIC 9(02) VALUE ZERO.
          05 WS-PT-ELE OCCURS 99.
             10 WS-PT-PART                 PIC 9(02).
             10 WS-PT-FROM                 PIC 9(09).
             10 WS-PT-TO                   PIC 9(09).
             10 WS-PT-HDR                  PIC X(01).
             10 WS-PT-TRL                  PIC X(01).
             10 WS-PT-RESTART              PIC X(01).
             10 WS-PT-RUN-DATE             PIC X(10).
             10 WS-PT-CKP-DATE             PIC 9(08).
             10 WS-PT-RECS                 PIC 9(09).
             10 WS-PT-TRL-RECS             PIC 9(09).
             10 WS-PT-HW-LOAN              PIC 9(09).
             10 WS-PT-HW-SIGN              PIC 9(01).
       01 WS-PT-IX                         PIC 9(02).
       01 WS-PT-IX2                        PIC 9(02).
       01 WS-PT-TROV                       PIC 9(02).
       01 WS-PT-NEXT-FROM                  PIC 9(10).
       01 WS-PT-SUCC                       PIC X(01).
       01 WS-PT-LOWEST                     PIC 9(09).

      *    RUN COUNTERS OF THE PROGRAM, BY COUNTER NUMBER
       01 WS-N-TABLE.
          05 WS-N-ELE OCCURS 10.
             10 WS-N-COUNT                 PIC 9(09).
             10 WS-N-AMT                   PIC S9(15)V99 COMP-3.
       01 WS-N-IX                          PIC 9(02).

      *    CATEGORY OR BUCKET LINES, IN ORDER OF FIRST APPEARANCE
       01 WS-K-TABLE.
          05 WS-K-NR                       PIC 9(02) VALUE ZERO.
          05 WS-K-ELE OCCURS 40.
             10 WS-K-CODE                  PIC X(02).
             10 WS-K-LINE                  PIC X(01).
             10 WS-K-DAYS                  PIC 9(03).
             10 WS-K-COUNT                 PIC 9(09).
             10 WS-K-AMT                   PIC S9(15)V99 COMP-3.
             10 WS-K-YTD                   PIC S9(15)V99 COMP-3.
       01 WS-K-IX                          PIC 9(02).
       01 WS-K-TROV                        PIC 9(02).

       01 WS-MRG-WORK.
          05 WS-MRG-RUN-DATE               PIC X(10).
          05 WS-MRG-PARTS                  PIC 9(02).
          05 WS-MRG-RESTARTS               PIC 9(02).
          05 WS-PRI-SIGN                   PIC 9(01).
          05 WS-PRV-DEBIT                  PIC S9(15)V99 COMP-3.
          05 WS-PRV-CREDIT                 PIC S9(15)V99 COMP-3.

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

       01 WS-ED-CNT                        PIC 9(07).
       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2                       PIC Z,ZZZ,ZZZ,ZZ9.99-.

           COPY NPX05RC.
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

            OPEN INPUT MRGPAR
            DISPLAY 'MRGPAR FILE STATUS -',WS-MRGPAR-FS

            PERFORM A1900-READ-MRGPAR-PARA
               THRU A1900-EXIT
            PERFORM A2000-MERGE-PROGRAM-PARA
               THRU A2000-EXIT
               UNTIL END-OF-MRGPAR

            CLOSE MRGPAR

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-PART-TABLE.

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT PRTCRD
            PERFORM A1100-READ-CARD-PARA
               THRU A1100-EXIT
               UNTIL END-OF-PRTCRD
            CLOSE PRTCRD

      *     NO CARDS = THE SINGLE PARTITION 00 OF A RUN WITHOUT CARD
            IF WS-PT-NR = ZERO
               MOVE 1                   TO WS-PT-NR
               MOVE ZERO                TO WS-PT-PART (1)
               MOVE ZERO                TO WS-PT-FROM (1)
               MOVE 999999999           TO WS-PT-TO (1)
            END-IF

            PERFORM A1200-CHECK-COVERAGE-PARA
               THRU A1200-EXIT.
       A1000-EXIT.
             EXIT.
       A1100-READ-CARD-PARA.
            READ PRTCRD
            END-READ

            IF WS-PRTCRD-FS NOT = '00'
               SET END-OF-PRTCRD        TO TRUE
               GO TO A1100-EXIT
            END-IF

            IF PCD-PART NOT NUMERIC
            OR PCD-LOAN-FROM NOT NUMERIC
            OR PCD-LOAN-TO NOT NUMERIC
            OR PCD-PART = ZERO
            OR PCD-LOAN-TO < PCD-LOAN-FROM
               DISPLAY 'PGBPTMRG PARTITION CARD NOT VALID - ',
                  PCD-RECORD (1:25)
               ADD 1                    TO WS-CARD-ERRORS
               GO TO A1100-EXIT
            END-IF

            IF WS-PT-NR NOT < 99
               DISPLAY 'PGBPTMRG MORE THAN 99 PARTITION CARDS'
               ADD 1                    TO WS-CARD-ERRORS
               SET END-OF-PRTCRD        TO TRUE
               GO TO A1100-EXIT
            END-IF

            ADD 1                       TO WS-PT-NR
            MOVE PCD-PART               TO WS-PT-PART (WS-PT-NR)
            MOVE PCD-LOAN-FROM          TO WS-PT-FROM (WS-PT-NR)
            MOVE PCD-LOAN-TO            TO WS-PT-TO (WS-PT-NR).
       A1100-EXIT.
             EXIT.
       A1200-CHECK-COVERAGE-PARA.
      *      THE RANGES MUST NOT OVERLAP, EVERY RANGE NOT REACHING
      *      THE TOP MUST BE FOLLOWED BY THE NEXT ONE, AND THE LOWEST
      *      MUST START FROM THE FIRST LOAN NUMBER
            MOVE 999999999              TO WS-PT-LOWEST

            PERFORM A1210-CHECK-ONE-PARA
               THRU A1210-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-NR

            IF WS-PT-LOWEST > 1
               DISPLAY 'PGBPTMRG NO PARTITION STARTS FROM LOAN 1 - ',
                  'LOWEST ',WS-PT-LOWEST
               ADD 1                    TO WS-CARD-ERRORS
            END-IF.
       A1200-EXIT.
             EXIT.
       A1210-CHECK-ONE-PARA.
            IF WS-PT-FROM (WS-PT-IX) < WS-PT-LOWEST
               MOVE WS-PT-FROM (WS-PT-IX) TO WS-PT-LOWEST
            END-IF

            MOVE 'N'                    TO WS-PT-SUCC
            COMPUTE WS-PT-NEXT-FROM = WS-PT-TO (WS-PT-IX) + 1
            IF WS-PT-TO (WS-PT-IX) = 999999999
               MOVE 'Y'                 TO WS-PT-SUCC
            END-IF

            PERFORM A1220-CHECK-PAIR-PARA
               THRU A1220-EXIT
               VARYING WS-PT-IX2 FROM 1 BY 1
               UNTIL WS-PT-IX2 > WS-PT-NR

            IF WS-PT-SUCC NOT = 'Y'
               DISPLAY 'PGBPTMRG GAP AFTER PARTITION ',
                  WS-PT-PART (WS-PT-IX),' - NO CARD STARTS FROM ',
                  WS-PT-NEXT-FROM
               ADD 1                    TO WS-CARD-ERRORS
            END-IF.
       A1210-EXIT.
             EXIT.
       A1220-CHECK-PAIR-PARA.
            IF WS-PT-IX2 = WS-PT-IX
               GO TO A1220-EXIT
            END-IF

            IF WS-PT-FROM (WS-PT-IX2) = WS-PT-NEXT-FROM
               MOVE 'Y'                 TO WS-PT-SUCC
            END-IF

      *      EACH PAIR IS SEEN TWICE; IT IS REPORTED ONCE
            IF WS-PT-IX2 < WS-PT-IX
               GO TO A1220-EXIT
            END-IF

            IF WS-PT-PART (WS-PT-IX2) = WS-PT-PART (WS-PT-IX)
               DISPLAY 'PGBPTMRG PARTITION ',WS-PT-PART (WS-PT-IX),
                  ' ON MORE THAN ONE CARD'
               ADD 1                    TO WS-CARD-ERRORS
            END-IF

            IF WS-PT-FROM (WS-PT-IX2) NOT > WS-PT-TO (WS-PT-IX)
            AND WS-PT-FROM (WS-PT-IX) NOT > WS-PT-TO (WS-PT-IX2)
               DISPLAY 'PGBPTMRG PARTITIONS ',WS-PT-PART (WS-PT-IX),
                  ' AND ',WS-PT-PART (WS-PT-IX2),' OVERLAP'
               ADD 1                    TO WS-CARD-ERRORS
            END-IF.
       A1220-EXIT.
             EXIT.
       A1900-READ-MRGPAR-PARA.
            READ MRGPAR
            END-READ

            IF WS-MRGPAR-FS NOT = '00'
               SET END-OF-MRGPAR        TO TRUE
            END-IF.
       A1900-EXIT.
             EXIT.
       A2000-MERGE-PROGRAM-PARA.
            IF MRG-PGM NOT = 'PGBLNARL'
            AND MRG-PGM NOT = 'PGBLNCLS'
            AND MRG-PGM NOT = 'PGBLNACR'
            AND MRG-PGM NOT = 'PGBLNPRV'
               DISPLAY 'PGBPTMRG PROGRAM NOT PARTITIONED - ',MRG-PGM
               ADD 1                    TO WS-CARD-ERRORS
               GO TO A2090-NEXT
            END-IF

            ADD 1                       TO WS-PGM-MERGED
            MOVE 'N'                    TO WS-PGM-FLAG
            INITIALIZE WS-N-TABLE
                       WS-K-TABLE
                       WS-MRG-WORK

            PERFORM A2100-RESET-PART-PARA
               THRU A2100-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-NR

      *     THE EXTRACTS OF ALL THE PROGRAMS MAY SHARE THE DD; THE
      *     FILE IS READ AGAIN FOR EACH PROGRAM
            MOVE SPACE                  TO WS-PRTSUM-FLAG
            OPEN INPUT PRTSUM
            IF WS-PRTSUM-FS NOT = '00'
               DISPLAY 'PRTSUM FILE STATUS -',WS-PRTSUM-FS
               SET END-OF-PRTSUM        TO TRUE
            END-IF

            PERFORM B1000-READ-SUMMARY-PARA
               THRU B1000-EXIT
               UNTIL END-OF-PRTSUM

            CLOSE PRTSUM

            PERFORM B2000-CHECK-PARTITION-PARA
               THRU B2000-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-NR

            IF MRG-PGM = 'PGBLNPRV'
               PERFORM B5000-JOIN-POSTINGS-PARA
                  THRU B5000-EXIT
            END-IF

            EVALUATE MRG-PGM
            WHEN 'PGBLNARL'
                 PERFORM C1000-PRINT-ARREARS-PARA
                    THRU C1000-EXIT
            WHEN 'PGBLNCLS'
                 PERFORM C2000-PRINT-CLASSIFY-PARA
                    THRU C2000-EXIT
            WHEN 'PGBLNACR'
                 PERFORM C3000-PRINT-ACCRUAL-PARA
                    THRU C3000-EXIT
            WHEN 'PGBLNPRV'
                 PERFORM C4000-PRINT-PROVISION-PARA
                    THRU C4000-EXIT
            END-EVALUATE

            PERFORM C9000-PRINT-PARTITIONS-PARA
               THRU C9000-EXIT

            IF PGM-INCOMPLETE
               ADD 1                    TO WS-PGM-INCOMPLETE
            END-IF.

       A2090-NEXT.
            PERFORM A1900-READ-MRGPAR-PARA
               THRU A1900-EXIT.
       A2000-EXIT.
             EXIT.
       A2100-RESET-PART-PARA.
            MOVE 'N'                    TO WS-PT-HDR (WS-PT-IX)
                                           WS-PT-TRL (WS-PT-IX)
                                           WS-PT-RESTART (WS-PT-IX)
            MOVE SPACES                 TO WS-PT-RUN-DATE (WS-PT-IX)
            MOVE ZERO                   TO WS-PT-CKP-DATE (WS-PT-IX)
                                           WS-PT-RECS (WS-PT-IX)
                                           WS-PT-TRL-RECS (WS-PT-IX)
                                           WS-PT-HW-LOAN (WS-PT-IX)
                                           WS-PT-HW-SIGN (WS-PT-IX).
       A2100-EXIT.
             EXIT.
       B1000-READ-SUMMARY-PARA.
            READ PRTSUM
            END-READ

            IF WS-PRTSUM-FS NOT = '00'
               SET END-OF-PRTSUM        TO TRUE
               GO TO B1000-EXIT
            END-IF

            IF PSM-PGM NOT = MRG-PGM
               GO TO B1000-EXIT
            END-IF

            MOVE PSM-PART               TO WS-PT-TROV
            PERFORM B1100-FIND-PART-PARA
               THRU B1100-EXIT

            IF WS-PT-TROV = ZERO
               DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',PSM-PART,
                  ' NOT ON THE PARTITION CARDS'
               SET PGM-INCOMPLETE       TO TRUE
               GO TO B1000-EXIT
            END-IF

            EVALUATE PSM-TYPE
            WHEN 'H'
                 PERFORM B1200-HEADER-PARA
                    THRU B1200-EXIT
            WHEN 'N'
                 IF PSM-N-ID > ZERO AND PSM-N-ID NOT > 10
                    ADD PSM-N-COUNT     TO WS-N-COUNT (PSM-N-ID)
                    ADD PSM-N-AMT       TO WS-N-AMT (PSM-N-ID)
                 END-IF
            WHEN 'K'
                 PERFORM B1300-FIND-CODE-PARA
                    THRU B1300-EXIT
                 IF WS-K-TROV > ZERO
                    MOVE 'Y'            TO WS-K-LINE (WS-K-TROV)
                    MOVE PSM-K-DAYS     TO WS-K-DAYS (WS-K-TROV)
                    ADD PSM-K-COUNT     TO WS-K-COUNT (WS-K-TROV)
                    ADD PSM-K-AMT       TO WS-K-AMT (WS-K-TROV)
                 END-IF
            WHEN 'Y'
                 PERFORM B1300-FIND-CODE-PARA
                    THRU B1300-EXIT
                 IF WS-K-TROV > ZERO
                    ADD PSM-K-AMT       TO WS-K-YTD (WS-K-TROV)
                 END-IF
            WHEN 'T'
                 MOVE 'Y'               TO WS-PT-TRL (WS-PT-TROV)
                 MOVE PSM-T-RECORDS     TO WS-PT-TRL-RECS (WS-PT-TROV)
                 GO TO B1000-EXIT
            END-EVALUATE

            ADD 1                       TO WS-PT-RECS (WS-PT-TROV).
       B1000-EXIT.
             EXIT.
       B1100-FIND-PART-PARA.
      *      IN: PARTITION NUMBER IN WS-PT-TROV; OUT: ITS TABLE
      *      INDEX, ZERO WHEN THE PARTITION HAS NO CARD
            MOVE WS-PT-TROV             TO WS-PT-IX2
            MOVE ZERO                   TO WS-PT-TROV

            PERFORM B1110-MATCH-PART-PARA
               THRU B1110-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-NR
                  OR WS-PT-TROV > ZERO.
       B1100-EXIT.
             EXIT.
       B1110-MATCH-PART-PARA.
            IF WS-PT-PART (WS-PT-IX) = WS-PT-IX2
               MOVE WS-PT-IX            TO WS-PT-TROV
            END-IF.
       B1110-EXIT.
             EXIT.
       B1200-HEADER-PARA.
            MOVE 'Y'                    TO WS-PT-HDR (WS-PT-TROV)
            MOVE PSM-H-RUN-DATE         TO WS-PT-RUN-DATE (WS-PT-TROV)
            MOVE PSM-H-CKP-DATE         TO WS-PT-CKP-DATE (WS-PT-TROV)
            MOVE PSM-H-RESTART          TO WS-PT-RESTART (WS-PT-TROV)

            IF WS-MRG-RUN-DATE = SPACES
               MOVE PSM-H-RUN-DATE      TO WS-MRG-RUN-DATE
            END-IF

            IF PSM-H-LOAN-FROM NOT = WS-PT-FROM (WS-PT-TROV)
            OR PSM-H-LOAN-TO NOT = WS-PT-TO (WS-PT-TROV)
               DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',PSM-PART,
                  ' RAN ON LOANS ',PSM-H-LOAN-FROM,' - ',
                  PSM-H-LOAN-TO,', NOT THE RANGE OF ITS CARD'
               SET PGM-INCOMPLETE       TO TRUE
            END-IF.
       B1200-EXIT.
             EXIT.
       B1300-FIND-CODE-PARA.
            MOVE ZERO                   TO WS-K-TROV

            PERFORM B1310-MATCH-CODE-PARA
               THRU B1310-EXIT
               VARYING WS-K-IX FROM 1 BY 1
               UNTIL WS-K-IX > WS-K-NR
                  OR WS-K-TROV > ZERO

            IF WS-K-TROV = ZERO
               IF WS-K-NR < 40
                  ADD 1                 TO WS-K-NR
                  MOVE WS-K-NR          TO WS-K-TROV
                  MOVE PSM-K-CODE       TO WS-K-CODE (WS-K-NR)
                  MOVE 'N'              TO WS-K-LINE (WS-K-NR)
                  MOVE ZERO             TO WS-K-DAYS (WS-K-NR)
                                           WS-K-COUNT (WS-K-NR)
                                           WS-K-AMT (WS-K-NR)
                                           WS-K-YTD (WS-K-NR)
               ELSE
                  DISPLAY 'PGBPTMRG ',MRG-PGM,' MORE THAN 40 ',
                     'CATEGORY LINES - ',PSM-K-CODE,' LEFT OUT'
                  SET PGM-INCOMPLETE    TO TRUE
               END-IF
            END-IF.
       B1300-EXIT.
             EXIT.
       B1310-MATCH-CODE-PARA.
            IF WS-K-CODE (WS-K-IX) = PSM-K-CODE
               MOVE WS-K-IX             TO WS-K-TROV
            END-IF.
       B1310-EXIT.
             EXIT.
       B2000-CHECK-PARTITION-PARA.
      *      A PARTITION HAS COMPLETED WHEN ITS EXTRACT CARRIES THE
      *      HEADER, ALL ITS RECORDS AND THE TRAILER, IT RAN ON THE
      *      SAME DATE AS THE OTHERS AND ITS RESTART POINT IS GONE
            IF WS-PT-HDR (WS-PT-IX) NOT = 'Y'
               DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',
                  WS-PT-PART (WS-PT-IX),' DID NOT RUN (NO EXTRACT)'
               SET PGM-INCOMPLETE       TO TRUE
               GO TO B2000-EXIT
            END-IF

            ADD 1                       TO WS-MRG-PARTS
            IF WS-PT-RESTART (WS-PT-IX) = 'Y'
               ADD 1                    TO WS-MRG-RESTARTS
            END-IF

            IF WS-PT-TRL (WS-PT-IX) NOT = 'Y'
               DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',
                  WS-PT-PART (WS-PT-IX),' NOT COMPLETED (NO TRAILER)'
               SET PGM-INCOMPLETE       TO TRUE
               GO TO B2000-EXIT
            END-IF

            IF WS-PT-TRL-RECS (WS-PT-IX) NOT = WS-PT-RECS (WS-PT-IX)
               DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',
                  WS-PT-PART (WS-PT-IX),' EXTRACT INCOMPLETE - ',
                  WS-PT-RECS (WS-PT-IX),' RECORDS, TRAILER SAYS ',
                  WS-PT-TRL-RECS (WS-PT-IX)
               SET PGM-INCOMPLETE       TO TRUE
            END-IF

            IF WS-PT-RUN-DATE (WS-PT-IX) NOT = WS-MRG-RUN-DATE
               DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',
                  WS-PT-PART (WS-PT-IX),' EXTRACT OF ',
                  WS-PT-RUN-DATE (WS-PT-IX),', NOT OF THE RUN OF ',
                  WS-MRG-RUN-DATE
               SET PGM-INCOMPLETE       TO TRUE
            END-IF

            MOVE SPACES                 TO NPX05RC
            MOVE 'PGB'                  TO X05-CKP-PGMNM (1:3)
            MOVE MRG-PGM (6:3)          TO X05-CKP-PGMNM (4:3)
            MOVE WS-PT-PART (WS-PT-IX)  TO X05-CKP-PGMNM (7:2)
            MOVE WS-PT-CKP-DATE (WS-PT-IX) TO X05-CKP-DTELA
            MOVE 'RE'                   TO X05-FUNZI
            PERFORM C7500-CALL-NPX05P-PARA
               THRU C7500-EXIT

            EVALUATE X05-RCODE
            WHEN 'GE'
                 CONTINUE
            WHEN SPACES
                 DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',
                    WS-PT-PART (WS-PT-IX),' RESTART POINT STILL ',
                    'OPEN ON NPCKPT AFTER LOAN ',X05-CKP-KEYCM (1:9)
                 SET PGM-INCOMPLETE     TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBPTMRG ',MRG-PGM,' PARTITION ',
                    WS-PT-PART (WS-PT-IX),' CHECKPOINT READ ERROR ',
                    X05-RCODE
                 SET PGM-INCOMPLETE     TO TRUE
            END-EVALUATE.
       B2000-EXIT.
             EXIT.
       B5000-JOIN-POSTINGS-PARA.
      *      THE PARTITION EXTRACTS ARE IN LOAN ORDER, DEBIT BEFORE
      *      CREDIT: A RECORD NOT BEYOND THE LAST ONE KEPT FOR ITS
      *      PARTITION WAS WRITTEN AGAIN BY A RESTART AND IS DROPPED
            MOVE SPACE                  TO WS-PRVIN-FLAG
            MOVE ZERO                   TO WS-PRV-DEBIT
                                           WS-PRV-CREDIT

            OPEN INPUT PRVIN
            IF WS-PRVIN-FS NOT = '00'
               DISPLAY 'PRVIN FILE STATUS -',WS-PRVIN-FS
               SET PGM-INCOMPLETE       TO TRUE
               SET END-OF-PRVIN         TO TRUE
            END-IF

            OPEN OUTPUT PRVOUT
            DISPLAY 'PRVOUT FILE STATUS -',WS-PRVOUT-FS

            PERFORM B5100-JOIN-ONE-PARA
               THRU B5100-EXIT
               UNTIL END-OF-PRVIN

            CLOSE PRVIN
                  PRVOUT.
       B5000-EXIT.
             EXIT.
       B5100-JOIN-ONE-PARA.
            READ PRVIN
            END-READ

            IF WS-PRVIN-FS NOT = '00'
               SET END-OF-PRVIN         TO TRUE
               GO TO B5100-EXIT
            END-IF

            ADD 1                       TO WS-PRV-READ

            MOVE PRI-PART               TO WS-PT-TROV
            PERFORM B1100-FIND-PART-PARA
               THRU B1100-EXIT

            IF WS-PT-TROV = ZERO
               ADD 1                    TO WS-PRV-UNKNOWN
               DISPLAY 'PGBPTMRG POSTING OF PARTITION ',PRI-PART,
                  ' NOT ON THE PARTITION CARDS - LOAN ',PRI-LOAN-NO
               SET PGM-INCOMPLETE       TO TRUE
               GO TO B5100-EXIT
            END-IF

            IF PRI-SIGN = 'D'
               MOVE 1                   TO WS-PRI-SIGN
            ELSE
               MOVE 2                   TO WS-PRI-SIGN
            END-IF

            IF PRI-LOAN-NO < WS-PT-HW-LOAN (WS-PT-TROV)
            OR (PRI-LOAN-NO = WS-PT-HW-LOAN (WS-PT-TROV)
                AND WS-PRI-SIGN NOT > WS-PT-HW-SIGN (WS-PT-TROV))
               ADD 1                    TO WS-PRV-REPEATED
               GO TO B5100-EXIT
            END-IF

            MOVE PRI-LOAN-NO            TO WS-PT-HW-LOAN (WS-PT-TROV)
            MOVE WS-PRI-SIGN            TO WS-PT-HW-SIGN (WS-PT-TROV)

            WRITE PRVOUT-RECORD         FROM PRVIN-RECORD
            ADD 1                       TO WS-PRV-WRITTEN

            IF PRI-SIGN = 'D'
               ADD PRI-AMOUNT           TO WS-PRV-DEBIT
            ELSE
               ADD PRI-AMOUNT           TO WS-PRV-CREDIT
            END-IF.
       B5100-EXIT.
             EXIT.
       C1000-PRINT-ARREARS-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNARL - ARREARS LEDGER BUILD ',WS-MRG-RUN-DATE
            MOVE WS-N-COUNT (1)         TO WS-ED-CNT
            DISPLAY 'OPEN LOANS EXAMINED ..........: ',WS-ED-CNT
            MOVE WS-N-COUNT (2)         TO WS-ED-CNT
            DISPLAY 'LOANS WITH ARREARS ...........: ',WS-ED-CNT
            MOVE WS-N-COUNT (3)         TO WS-ED-CNT
            DISPLAY 'LOANS IN MORATORIA WINDOW ....: ',WS-ED-CNT
            MOVE WS-N-COUNT (4)         TO WS-ED-CNT
            DISPLAY 'LEDGER ROWS WRITTEN ..........: ',WS-ED-CNT

            PERFORM C1100-PRINT-BUCKET-PARA
               THRU C1100-EXIT
               VARYING WS-K-IX FROM 1 BY 1
               UNTIL WS-K-IX > WS-K-NR.
       C1000-EXIT.
             EXIT.
       C1100-PRINT-BUCKET-PARA.
            MOVE WS-K-AMT (WS-K-IX)     TO WS-ED-AMT
            MOVE WS-K-COUNT (WS-K-IX)   TO WS-ED-CNT
            DISPLAY 'BUCKET ',WS-K-CODE (WS-K-IX),
               ' (FROM ',WS-K-DAYS (WS-K-IX),
               ' DAYS) ROWS ',WS-ED-CNT,
               ' UNPAID ',WS-ED-AMT.
       C1100-EXIT.
             EXIT.
       C2000-PRINT-CLASSIFY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNCLS - CREDIT STATUS CLASSIFICATION ',
               WS-MRG-RUN-DATE
            MOVE WS-N-COUNT (1)         TO WS-ED-CNT
            DISPLAY 'OPEN LOANS EXAMINED ..........: ',WS-ED-CNT
            MOVE WS-N-COUNT (2)         TO WS-ED-CNT
            DISPLAY 'STATUS TRANSITIONS ...........: ',WS-ED-CNT
            MOVE WS-N-COUNT (3)         TO WS-ED-CNT
            DISPLAY '  OF WHICH DETERIORATIONS ....: ',WS-ED-CNT
            MOVE WS-N-COUNT (4)         TO WS-ED-CNT
            DISPLAY '  OF WHICH CURES .............: ',WS-ED-CNT
            MOVE WS-N-COUNT (5)         TO WS-ED-CNT
            DISPLAY 'STOCK PERFORMING .............: ',WS-ED-CNT
            MOVE WS-N-COUNT (6)         TO WS-ED-CNT
            DISPLAY 'STOCK PAST-DUE ...............: ',WS-ED-CNT
            MOVE WS-N-COUNT (7)         TO WS-ED-CNT
            DISPLAY 'STOCK UNLIKELY-TO-PAY ........: ',WS-ED-CNT
            MOVE WS-N-COUNT (8)         TO WS-ED-CNT
            DISPLAY 'STOCK SOFFERENZA .............: ',WS-ED-CNT.
       C2000-EXIT.
             EXIT.
       C3000-PRINT-ACCRUAL-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNACR - DAILY INTEREST ACCRUAL ',
                    WS-MRG-RUN-DATE
            MOVE WS-N-COUNT (1)         TO WS-ED-CNT
            DISPLAY 'OPEN LOANS EXAMINED ..........: ',WS-ED-CNT
            MOVE WS-N-COUNT (2)         TO WS-ED-CNT
            DISPLAY 'ACCRUALS POSTED ..............: ',WS-ED-CNT
            MOVE WS-N-COUNT (3)         TO WS-ED-CNT
            DISPLAY 'MEMO POSTINGS (NON-ACCRUAL) ..: ',WS-ED-CNT
            MOVE WS-N-COUNT (4)         TO WS-ED-CNT
            DISPLAY 'LOANS REINSTATED TO ACCRUAL ..: ',WS-ED-CNT
            MOVE WS-N-COUNT (6)         TO WS-ED-CNT
            DISPLAY 'LOANS NOT YET DISBURSED ......: ',WS-ED-CNT
            MOVE WS-N-COUNT (5)         TO WS-ED-CNT
            DISPLAY 'POSTING ERRORS ...............: ',WS-ED-CNT

      *     ONLY THE CATEGORIES POSTED TONIGHT ARE LISTED, AS IN THE
      *     SINGLE-JOB RUN; THEIR YEAR-TO-DATE IS THE SUM OF THE
      *     PARTITION RANGES
            PERFORM C3100-PRINT-CATEGORY-PARA
               THRU C3100-EXIT
               VARYING WS-K-IX FROM 1 BY 1
               UNTIL WS-K-IX > WS-K-NR

            IF WS-N-COUNT (5) > ZERO
               SET PGM-INCOMPLETE       TO TRUE
            END-IF.
       C3000-EXIT.
             EXIT.
       C3100-PRINT-CATEGORY-PARA.
            IF WS-K-LINE (WS-K-IX) NOT = 'Y'
               GO TO C3100-EXIT
            END-IF

            MOVE WS-K-AMT (WS-K-IX)     TO WS-ED-AMT
            MOVE WS-K-YTD (WS-K-IX)     TO WS-ED-AMT2
            DISPLAY 'CATEGORY ',WS-K-CODE (WS-K-IX),
               ' DAY ACCRUAL ',WS-ED-AMT,
               ' YEAR TO DATE ',WS-ED-AMT2.
       C3100-EXIT.
             EXIT.
       C4000-PRINT-PROVISION-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNPRV - IMPAIRMENT PROVISIONING ',
               WS-MRG-RUN-DATE
            MOVE WS-N-COUNT (1)         TO WS-ED-CNT
            DISPLAY 'OPEN LOANS EXAMINED ..........: ',WS-ED-CNT
            MOVE WS-N-COUNT (2)         TO WS-ED-CNT
            DISPLAY 'ALLOCATIONS ..................: ',WS-ED-CNT
            MOVE WS-N-COUNT (3)         TO WS-ED-CNT
            DISPLAY 'RELEASES .....................: ',WS-ED-CNT
            MOVE WS-PRV-DEBIT           TO WS-ED-AMT
            MOVE WS-PRV-CREDIT          TO WS-ED-AMT2
            DISPLAY 'TOTAL DEBITS .................: ',WS-ED-AMT
            DISPLAY 'TOTAL CREDITS ................: ',WS-ED-AMT2
            MOVE WS-PRV-WRITTEN         TO WS-ED-CNT
            DISPLAY 'POSTINGS JOINED ..............: ',WS-ED-CNT
            MOVE WS-PRV-REPEATED        TO WS-ED-CNT
            DISPLAY 'REPEATED BY A RESTART, DROPPED: ',WS-ED-CNT

            IF WS-PRV-DEBIT NOT = WS-PRV-CREDIT
               DISPLAY 'PGBLNPRV *** POSTING EXTRACT DOES NOT '
                       'BALANCE - DO NOT RELEASE ***'
               SET PGM-INCOMPLETE       TO TRUE
            ELSE
               DISPLAY 'PGBLNPRV POSTING EXTRACT BALANCED'
            END-IF

      *     THE JOINED FILE MUST CARRY WHAT THE PARTITIONS POSTED
            IF WS-PRV-DEBIT NOT = WS-N-AMT (4)
            OR WS-PRV-CREDIT NOT = WS-N-AMT (5)
               MOVE WS-N-AMT (4)        TO WS-ED-AMT
               MOVE WS-N-AMT (5)        TO WS-ED-AMT2
               DISPLAY 'PGBPTMRG *** POSTINGS JOINED DIFFER FROM THE '
                       'PARTITION TOTALS ',WS-ED-AMT,' / ',WS-ED-AMT2
               SET PGM-INCOMPLETE       TO TRUE
            END-IF.
       C4000-EXIT.
             EXIT.
       C7500-CALL-NPX05P-PARA.
      *      CHECKPOINT ROUTINE NPX05P ON THE FUNCTION SET IN NPX05RC
             MOVE 'NPX05P'               TO WS-ROUT-MODULE
             MOVE NPX05RC                TO WS-ROUT-NP0500
             MOVE NPG01RC                TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500         TO NPX05RC
             MOVE WS-ROUT-NPG01          TO NPG01RC.
       C7500-EXIT.
             EXIT.
       C9000-PRINT-PARTITIONS-PARA.
            DISPLAY 'PARTITIONS MERGED ............: ',WS-MRG-PARTS,
               ' OF ',WS-PT-NR
            IF WS-MRG-RESTARTS > ZERO
               DISPLAY 'OF WHICH RESTARTED ...........: ',
                  WS-MRG-RESTARTS
            END-IF

            IF PGM-INCOMPLETE
               DISPLAY 'PGBPTMRG *** ',MRG-PGM,' NOT COMPLETE OR NOT '
                       'BALANCED - DOWNSTREAM STEPS MUST NOT RUN ***'
            END-IF
            DISPLAY '-------------------------------------------'.
       C9000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBPTMRG - PARTITION MERGE ',WS-CURR-DATE
            DISPLAY 'PARTITION CARDS ..............: ',WS-PT-NR
            DISPLAY 'PARTITION CARD ERRORS ........: ',WS-CARD-ERRORS
            DISPLAY 'PROGRAMS MERGED ..............: ',WS-PGM-MERGED
            DISPLAY 'PROGRAMS NOT COMPLETE ........: ',
               WS-PGM-INCOMPLETE
            DISPLAY '-------------------------------------------'

            IF WS-PGM-MERGED = ZERO
            OR WS-PGM-INCOMPLETE > ZERO
            OR WS-CARD-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBPTMRG.
