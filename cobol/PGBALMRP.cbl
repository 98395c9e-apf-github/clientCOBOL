       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBALMRP.
      ******************************************************************
      * MONTH-END LIQUIDITY MATURITY LADDER AND REPRICING GAP OF THE  *
      * LOAN BOOK AT THE REFERENCE DATE OF THE DDALMPAR CARD. EVERY   *
      * STATUS 'O' LOAN IS TAKEN, EXCEPT THOSE CLASSIFIED SOFFERENZA  *
      * (LATEST LOANSTAT ROW 'S') OR PLACED WITH A COLLECTION AGENCY  *
      * (ACTIVE LOANAGCY PLACEMENT), WHOSE FLOWS ARE NOT EXPECTED AT  *
      * CONTRACT DATES.                                               *
      *  - LADDER: THE PRINCIPAL AND INTEREST OF EVERY LOANSCHD       *
      *    INSTALLMENT DUE AFTER THE REFERENCE DATE FALL IN THE       *
      *    REGULATORY TIME BUCKET OF THEIR DUE DATE (OVERNIGHT TO     *
      *    OVER 10 YEARS, CALENDAR DAYS BY NPW08P); THE UNPAID        *
      *    INSTALLMENTS OF THE LOANARRS LEDGER FALL IN OVERNIGHT.     *
      *    CASH FLOWS ARE CUT BY BRANCH, CATEGORY AND RATE TYPE       *
      *    (VARIABLE WHEN ENROLLED IN LOANVRAT, OTHERWISE FIXED).     *
      *  - REPRICING GAP: THE RESIDUAL PRINCIPAL OF THE LOAN FALLS IN *
      *    THE BUCKET OF ITS NEXT REPRICING DATE (LOANVRAT) WHEN      *
      *    VARIABLE, OF ITS LAST INSTALLMENT WHEN FIXED.              *
      * THE REPORT GOES TO DDALMRPT (LADDER IN THOUSANDS, GAP IN      *
      * UNITS) AND THE SAME FIGURES, UNROUNDED, TO THE DDALMOUT FLAT  *
      * FILE FOR THE ALM TOOL.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALMPAR  ASSIGN TO DDALMPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ALMPAR-FS.

           SELECT ALMRPT  ASSIGN TO DDALMRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ALMRPT-FS.

           SELECT ALMOUT  ASSIGN TO DDALMOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ALMOUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ALMPAR.
       01 ALMPAR-RECORD.
           02  PAR-REF-DATE               PIC X(10).
           02  FILLER                     PIC X(70).

       FD ALMRPT.
       01 ALMRPT-RECORD                   PIC X(132).

      * ALM FEED: 'L' LADDER RECORD PER BRANCH, CATEGORY, RATE TYPE
      * AND BUCKET; 'G' GAP RECORD PER RATE TYPE AND BUCKET
       FD ALMOUT.
       01 ALMOUT-RECORD.
           02  ALM-REC-TYPE               PIC X(01).
           02  ALM-REF-DATE               PIC 9(08).
           02  ALM-BRANCH                 PIC X(05).
           02  ALM-CAT                    PIC X(02).
           02  ALM-RATE-TYPE              PIC X(01).
           02  ALM-BUCKET                 PIC 9(02).
           02  ALM-BUCKET-ID              PIC X(05).
           02  ALM-PRIN                   PIC 9(13)V99.
           02  ALM-INT                    PIC 9(13)V99.
           02  ALM-COUNT                  PIC 9(07).
           02  FILLER                     PIC X(39).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSCHD
           END-EXEC.

           EXEC SQL
               INCLUDE LOANARRS
           END-EXEC.

           EXEC SQL
               INCLUDE LOANVRAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSTAT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANAGCY
           END-EXEC.

           EXEC SQL
               DECLARE CUR-ALMLOAN CURSOR FOR
               SELECT LOANM_NO, LOANM_CAT, LOANM_BRANCH
               FROM LOANMSTR
               WHERE LOANM_ST = 'O'
               ORDER BY LOANM_BRANCH, LOANM_CAT, LOANM_NO
           END-EXEC.

      *    INSTALLMENTS STILL TO FALL DUE AT THE REFERENCE DATE
           EXEC SQL
               DECLARE CUR-ALMSCHD CURSOR FOR
               SELECT SLOANSCH_DUE_DATE, SLOANSCH_PRIN,
                      SLOANSCH_INT
               FROM LOANSCHD
               WHERE SLOANSCH_NO = :LLOANM-NO
                 AND SUBSTR(SLOANSCH_DUE_DATE,7,4) CONCAT
                     SUBSTR(SLOANSCH_DUE_DATE,1,2) CONCAT
                     SUBSTR(SLOANSCH_DUE_DATE,4,2) > :WS-REF-YMD
               ORDER BY SLOANSCH_SEQ
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-ALMPAR-FS          PIC XX.
          05 WS-ALMRPT-FS          PIC XX.
          05 WS-ALMOUT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-LOANS              VALUE '1'.
          05 WS-SCHD-FLAG                  PIC X(01).
             88  END-OF-SCHEDULE           VALUE '1'.
          05 WS-GROUP-FLAG                 PIC X(01).
             88  GROUP-OPEN                VALUE '1'.
          05 WS-BKT-FLAG                   PIC X(01).
             88  BUCKET-FOUND              VALUE '1'.
          05 WS-EXCL-FLAG                  PIC X(01).
             88  LOAN-EXCLUDED             VALUE '1'.

       01 WS-COUNTERS.
          05 WS-LOANS-READ                 PIC 9(07) VALUE ZERO.
          05 WS-SOFFERENZA-SKIPPED         PIC 9(07) VALUE ZERO.
          05 WS-PLACED-SKIPPED             PIC 9(07) VALUE ZERO.
          05 WS-LOANS-FIXED                PIC 9(07) VALUE ZERO.
          05 WS-LOANS-VARIABLE             PIC 9(07) VALUE ZERO.
          05 WS-FLOWS-BUCKETED             PIC 9(07) VALUE ZERO.
          05 WS-BAD-DATES                  PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.
          05 WS-ALM-RECORDS                PIC 9(07) VALUE ZERO.

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

       01 WS-DATE-R.
           10  WS-DATE-MM          PIC 9(02).
           10  FILLER              PIC X(01).
           10  WS-DATE-DD          PIC 9(02).
           10  FILLER              PIC X(01).
           10  WS-DATE-CCYY        PIC 9(04).

       01 WS-REF-YMD                       PIC X(08).

       01 WS-DAY-WORK.
          05  WS-REF-NUM             PIC S9(09)      COMP-3.
          05  WS-DUE-NUM             PIC S9(09)      COMP-3.
          05  WS-LAST-NUM            PIC S9(09)      COMP-3.
          05  WS-DAYS                PIC S9(09)      COMP-3.
          05  WS-CIV-DATE            PIC 9(08).

       01 WS-PLACED-COUNT                  PIC S9(09)      COMP.

      *    UPPER LIMIT IN CALENDAR DAYS OF THE FIRST ELEVEN BUCKETS;
      *    THE TWELFTH IS OVER TEN YEARS
       01 WS-BKT-LIMIT-VALUES.
          05  FILLER                 PIC 9(05)       VALUE 00001.
          05  FILLER                 PIC 9(05)       VALUE 00007.
          05  FILLER                 PIC 9(05)       VALUE 00030.
          05  FILLER                 PIC 9(05)       VALUE 00090.
          05  FILLER                 PIC 9(05)       VALUE 00180.
          05  FILLER                 PIC 9(05)       VALUE 00365.
          05  FILLER                 PIC 9(05)       VALUE 00730.
          05  FILLER                 PIC 9(05)       VALUE 01095.
          05  FILLER                 PIC 9(05)       VALUE 01825.
          05  FILLER                 PIC 9(05)       VALUE 02555.
          05  FILLER                 PIC 9(05)       VALUE 03650.
       01 WS-BKT-LIMITS REDEFINES WS-BKT-LIMIT-VALUES.
          05  WS-BKT-LIMIT           PIC 9(05)       OCCURS 11.

       01 WS-BKT-ID-VALUES.
          05  FILLER                 PIC X(05)       VALUE '  O/N'.
          05  FILLER                 PIC X(05)       VALUE ' <=7D'.
          05  FILLER                 PIC X(05)       VALUE ' <=1M'.
          05  FILLER                 PIC X(05)       VALUE ' <=3M'.
          05  FILLER                 PIC X(05)       VALUE ' <=6M'.
          05  FILLER                 PIC X(05)       VALUE ' <=1Y'.
          05  FILLER                 PIC X(05)       VALUE ' <=2Y'.
          05  FILLER                 PIC X(05)       VALUE ' <=3Y'.
          05  FILLER                 PIC X(05)       VALUE ' <=5Y'.
          05  FILLER                 PIC X(05)       VALUE ' <=7Y'.
          05  FILLER                 PIC X(05)       VALUE '<=10Y'.
          05  FILLER                 PIC X(05)       VALUE ' >10Y'.
       01 WS-BKT-IDS REDEFINES WS-BKT-ID-VALUES.
          05  WS-BKT-ID              PIC X(05)       OCCURS 12.

       01 WS-INDEXES.
          05  WS-BX                  PIC S9(04)      COMP.
          05  WS-TY                  PIC S9(04)      COMP.
          05  WS-CX                  PIC S9(04)      COMP.
          05  WS-BKT-IX              PIC S9(04)      COMP.

       01 WS-RATE-TYPE-CODES         PIC X(02)       VALUE 'FV'.
       01 WS-RATE-TYPES REDEFINES WS-RATE-TYPE-CODES.
          05  WS-RATE-CODE           PIC X(01)       OCCURS 2.

      *    LOAN IN HAND
       01 WS-LOAN-WORK.
          05  WS-LOAN-TY             PIC S9(04)      COMP.
          05  WS-LOAN-BRANCH         PIC X(05).
          05  WS-LOAN-CAT            PIC X(02).
          05  WS-LOAN-RESID          PIC S9(13)V99   COMP-3.
          05  WS-ARR-PRIN            PIC S9(13)V99   COMP-3.
          05  WS-ARR-INT             PIC S9(13)V99   COMP-3.
          05  WS-FLOW-PRIN           PIC S9(13)V99   COMP-3.
          05  WS-FLOW-INT            PIC S9(13)V99   COMP-3.

      *    CURRENT BRANCH AND CATEGORY, PER RATE TYPE AND BUCKET
       01 WS-GROUP.
          05  WS-GRP-BRANCH          PIC X(05).
          05  WS-GRP-CAT             PIC X(02).
          05  WS-GRP-TYPE OCCURS 2.
              10  WS-GRP-LOANS       PIC S9(07)      COMP-3.
              10  WS-GRP-BKT OCCURS 12.
                  15  WS-GRP-PRIN    PIC S9(13)V99   COMP-3.
                  15  WS-GRP-INT     PIC S9(13)V99   COMP-3.
                  15  WS-GRP-CNT     PIC S9(07)      COMP-3.

       01 WS-CAT-TABLE.
          05  WS-CAT-NR              PIC S9(04)      COMP.
          05  WS-CAT-ELE OCCURS 50.
              10  WS-CAT-CODE        PIC X(02).
              10  WS-CAT-TYPE OCCURS 2.
                  15  WS-CAT-LOANS   PIC S9(07)      COMP-3.
                  15  WS-CAT-CASH    PIC S9(13)V99   COMP-3
                                     OCCURS 12.

       01 WS-TOTALS.
          05  WS-TOT-TYPE OCCURS 2.
              10  WS-TOT-LOANS       PIC S9(07)      COMP-3.
              10  WS-TOT-CASH        PIC S9(13)V99   COMP-3
                                     OCCURS 12.

       01 WS-GAP.
          05  WS-GAP-TYPE OCCURS 2.
              10  WS-GAP-BKT OCCURS 12.
                  15  WS-GAP-AMT     PIC S9(13)V99   COMP-3.
                  15  WS-GAP-CNT     PIC S9(07)      COMP-3.
          05  WS-GAP-CUMUL           PIC S9(13)V99   COMP-3.
          05  WS-GAP-ROW             PIC S9(13)V99   COMP-3.

       01 WS-LINE.
          05  WS-LINE-CASH           PIC S9(13)V99   COMP-3
                                     OCCURS 12.

       01 WS-PRT-LINE                      PIC X(132).

       01 WS-LAD-LINE.
          05  WS-LAD-BRANCH          PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-LAD-CAT             PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-LAD-TYPE            PIC X(01).
          05  WS-LAD-COL OCCURS 12.
              10  FILLER             PIC X(01).
              10  WS-LAD-AMT         PIC Z(7)9-.

       01 WS-LAD-HEAD.
          05  FILLER                 PIC X(10)  VALUE 'BRNCH CA T'.
          05  WS-LH-COL OCCURS 12.
              10  FILLER             PIC X(05).
              10  WS-LH-ID           PIC X(05).

       01 WS-GAP-HEAD.
          05  FILLER                 PIC X(06)  VALUE 'BUCKET'.
          05  FILLER                 PIC X(22)
              VALUE '                 FIXED'.
          05  FILLER                 PIC X(22)
              VALUE '              VARIABLE'.
          05  FILLER                 PIC X(22)
              VALUE '                 TOTAL'.
          05  FILLER                 PIC X(22)
              VALUE '            CUMULATIVE'.
          05  FILLER                 PIC X(18)
              VALUE '  LOANS F  LOANS V'.

       01 WS-GAP-LINE.
          05  FILLER                 PIC X(01).
          05  WS-GL-ID               PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-GL-FIXED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05  FILLER                 PIC X(01).
          05  WS-GL-VARIABLE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05  FILLER                 PIC X(01).
          05  WS-GL-TOTAL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05  FILLER                 PIC X(01).
          05  WS-GL-CUMUL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05  FILLER                 PIC X(02).
          05  WS-GL-CNT-F            PIC ZZZZZZ9.
          05  FILLER                 PIC X(02).
          05  WS-GL-CNT-V            PIC ZZZZZZ9.

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

            EXEC SQL
                OPEN CUR-ALMLOAN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBALMRP OPEN CUR-ALMLOAN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               SET END-OF-LOANS TO TRUE
            END-IF

            PERFORM A2100-FETCH-LOAN-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-LOAN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-LOANS

            EXEC SQL
                CLOSE CUR-ALMLOAN
            END-EXEC

            IF GROUP-OPEN
               PERFORM C1000-CLOSE-GROUP-PARA
                  THRU C1000-EXIT
            END-IF

            PERFORM D1000-PRINT-TOTALS-PARA
               THRU D1000-EXIT
            PERFORM D2000-PRINT-GAP-PARA
               THRU D2000-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-GROUP
                       WS-CAT-TABLE
                       WS-TOTALS
                       WS-GAP

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT ALMPAR
            READ ALMPAR
            END-READ
            IF WS-ALMPAR-FS NOT = '00'
               DISPLAY 'PGBALMRP REFERENCE DATE CARD MISSING'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE ALMPAR

            MOVE PAR-REF-DATE           TO WS-DATE-R
            IF WS-DATE-MM   NOT NUMERIC
            OR WS-DATE-DD   NOT NUMERIC
            OR WS-DATE-CCYY NOT NUMERIC
               DISPLAY 'PGBALMRP INVALID REFERENCE DATE ',
                  PAR-REF-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            COMPUTE WS-CIV-DATE =
               (WS-DATE-CCYY * 10000) +
               (WS-DATE-MM   *   100) +
                WS-DATE-DD
            MOVE WS-CIV-DATE            TO WS-REF-YMD
            PERFORM X1200-CALL-NPW08P-PARA
               THRU X1200-EXIT
            IF W08-RCODE NOT = ZERO
               DISPLAY 'PGBALMRP CALENDAR RCODE ',W08-RCODE,
                  ' ON REFERENCE DATE ',PAR-REF-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE W08-RGGG               TO WS-REF-NUM

            OPEN OUTPUT ALMRPT
            DISPLAY 'ALMRPT FILE STATUS -',WS-ALMRPT-FS
            OPEN OUTPUT ALMOUT
            DISPLAY 'ALMOUT FILE STATUS -',WS-ALMOUT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBALMRP - LIQUIDITY MATURITY LADDER AT '
                                        DELIMITED BY SIZE
                   PAR-REF-DATE         DELIMITED BY SIZE
                   ' - CASH FLOWS IN THOUSANDS - RUN '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-PRT-LINE

            PERFORM B6100-SET-HEAD-ID-PARA
               THRU B6100-EXIT
               VARYING WS-BX FROM 1 BY 1
                 UNTIL WS-BX > 12
            WRITE ALMRPT-RECORD FROM WS-LAD-HEAD.
       A1000-EXIT.
             EXIT.
       A2100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-ALMLOAN
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-BRANCH
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-LOANS-READ
            WHEN SQLCODE = 100
                 SET END-OF-LOANS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBALMRP FETCH CUR-ALMLOAN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-LOAN-PARA.
             PERFORM B1000-CHECK-EXCLUDED-PARA
                THRU B1000-EXIT
             IF LOAN-EXCLUDED
                GO TO A2290-NEXT
             END-IF

             MOVE LLOANM-BRANCH           TO WS-LOAN-BRANCH
             MOVE LLOANM-CAT              TO WS-LOAN-CAT
             IF WS-LOAN-BRANCH = SPACES
                MOVE '-----'              TO WS-LOAN-BRANCH
             END-IF

             IF GROUP-OPEN
             AND (WS-LOAN-BRANCH NOT = WS-GRP-BRANCH
              OR  WS-LOAN-CAT    NOT = WS-GRP-CAT)
                PERFORM C1000-CLOSE-GROUP-PARA
                   THRU C1000-EXIT
             END-IF
             IF NOT GROUP-OPEN
                MOVE WS-LOAN-BRANCH       TO WS-GRP-BRANCH
                MOVE WS-LOAN-CAT          TO WS-GRP-CAT
                SET GROUP-OPEN TO TRUE
             END-IF

             PERFORM B2000-RATE-TYPE-PARA
                THRU B2000-EXIT
             ADD 1                  TO WS-GRP-LOANS (WS-LOAN-TY)

      *      UNPAID INSTALLMENTS ARE DUE NOW
             MOVE ZERO                    TO WS-LOAN-RESID
                                             WS-LAST-NUM
             PERFORM B3000-READ-ARREARS-PARA
                THRU B3000-EXIT
             IF WS-ARR-PRIN NOT = ZERO
             OR WS-ARR-INT  NOT = ZERO
                MOVE 1                    TO WS-BKT-IX
                MOVE WS-ARR-PRIN          TO WS-FLOW-PRIN
                MOVE WS-ARR-INT           TO WS-FLOW-INT
                PERFORM B5000-ADD-FLOW-PARA
                   THRU B5000-EXIT
             END-IF

             INITIALIZE WS-SCHD-FLAG
             EXEC SQL
                 OPEN CUR-ALMSCHD
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBALMRP OPEN CUR-ALMSCHD SQLCODE -',SQLCODE
                ADD 1 TO WS-DB-ERRORS
                SET END-OF-SCHEDULE TO TRUE
             END-IF

             PERFORM B4000-FETCH-SCHD-PARA
                THRU B4000-EXIT
             PERFORM B4100-ONE-INSTALLMENT-PARA
                THRU B4100-EXIT
                UNTIL END-OF-SCHEDULE

             EXEC SQL
                 CLOSE CUR-ALMSCHD
             END-EXEC

             PERFORM B7000-REPRICING-PARA
                THRU B7000-EXIT.

       A2290-NEXT.
             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-CHECK-EXCLUDED-PARA.
             INITIALIZE WS-EXCL-FLAG
             MOVE SPACES                  TO XLOANSTA-STATUS

             EXEC SQL
                 SELECT XLOANSTA_STATUS
                   INTO :XLOANSTA-STATUS
                   FROM LOANSTAT
                  WHERE XLOANSTA_NO = :LLOANM-NO
                    AND XLOANSTA_EFF_DATE =
                        (SELECT MAX(XLOANSTA_EFF_DATE)
                           FROM LOANSTAT
                          WHERE XLOANSTA_NO = :LLOANM-NO)
             END-EXEC

             IF SQLCODE = 0
             AND XLOANSTA-STATUS = 'S'
                ADD 1                     TO WS-SOFFERENZA-SKIPPED
                SET LOAN-EXCLUDED TO TRUE
                GO TO B1000-EXIT
             END-IF

             MOVE ZERO                    TO WS-PLACED-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PLACED-COUNT
                   FROM LOANAGCY
                  WHERE YLOANAGY_NO     = :LLOANM-NO
                    AND YLOANAGY_STATUS = 'P'
             END-EXEC

             IF SQLCODE = 0
             AND WS-PLACED-COUNT > ZERO
                ADD 1                     TO WS-PLACED-SKIPPED
                SET LOAN-EXCLUDED TO TRUE
             END-IF.
       B1000-EXIT.
             EXIT.
       B2000-RATE-TYPE-PARA.
             MOVE LLOANM-NO               TO VLOANVR-NO
             MOVE SPACES                  TO VLOANVR-NEXT-DATE

             EXEC SQL
                 SELECT VLOANVR_NEXT_DATE
                   INTO :VLOANVR-NEXT-DATE
                   FROM LOANVRAT
                  WHERE VLOANVR_NO = :VLOANVR-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE 2                  TO WS-LOAN-TY
                  ADD 1                   TO WS-LOANS-VARIABLE
             WHEN SQLCODE = 100
                  MOVE 1                  TO WS-LOAN-TY
                  ADD 1                   TO WS-LOANS-FIXED
             WHEN OTHER
                  DISPLAY 'PGBALMRP LOANVRAT SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
                  ADD 1                   TO WS-DB-ERRORS
                  MOVE 1                  TO WS-LOAN-TY
                  ADD 1                   TO WS-LOANS-FIXED
             END-EVALUATE.
       B2000-EXIT.
             EXIT.
       B3000-READ-ARREARS-PARA.
             MOVE ZERO                    TO WS-ARR-PRIN
                                             WS-ARR-INT

             EXEC SQL
                 SELECT COALESCE(SUM(BLOANARR_UNP_PRIN), 0),
                        COALESCE(SUM(BLOANARR_UNP_INT), 0)
                   INTO :WS-ARR-PRIN, :WS-ARR-INT
                   FROM LOANARRS
                  WHERE BLOANARR_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBALMRP LEDGER READ SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                ADD 1                     TO WS-DB-ERRORS
                MOVE ZERO                 TO WS-ARR-PRIN
                                             WS-ARR-INT
             END-IF.
       B3000-EXIT.
             EXIT.
       B4000-FETCH-SCHD-PARA.
             EXEC SQL
                 FETCH CUR-ALMSCHD
                 INTO :SLOANSCH-DUE-DATE, :SLOANSCH-PRIN,
                      :SLOANSCH-INT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-SCHEDULE TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBALMRP FETCH CUR-ALMSCHD SQLCODE -',
                     SQLCODE
                  ADD 1 TO WS-DB-ERRORS
                  SET END-OF-SCHEDULE TO TRUE
             END-EVALUATE.
       B4000-EXIT.
             EXIT.
       B4100-ONE-INSTALLMENT-PARA.
             MOVE SLOANSCH-DUE-DATE       TO WS-DATE-R
             PERFORM B4200-DAY-NUMBER-PARA
                THRU B4200-EXIT
             IF W08-RCODE NOT = ZERO
                DISPLAY 'PGBALMRP LOAN ',LLOANM-NO,
                   ' BAD DUE DATE ',SLOANSCH-DUE-DATE
                ADD 1                     TO WS-BAD-DATES
                GO TO B4190-NEXT
             END-IF

             MOVE W08-RGGG                TO WS-DUE-NUM
             IF WS-DUE-NUM > WS-LAST-NUM
                MOVE WS-DUE-NUM           TO WS-LAST-NUM
             END-IF
             COMPUTE WS-DAYS = WS-DUE-NUM - WS-REF-NUM
             PERFORM B6000-FIND-BUCKET-PARA
                THRU B6000-EXIT

             MOVE SLOANSCH-PRIN           TO WS-FLOW-PRIN
             MOVE SLOANSCH-INT            TO WS-FLOW-INT
             PERFORM B5000-ADD-FLOW-PARA
                THRU B5000-EXIT.

       B4190-NEXT.
             PERFORM B4000-FETCH-SCHD-PARA
                THRU B4000-EXIT.
       B4100-EXIT.
             EXIT.
       B4200-DAY-NUMBER-PARA.
      *      CIVIL DAY NUMBER OF THE MM/DD/CCYY DATE IN WS-DATE-R
             IF WS-DATE-MM   NOT NUMERIC
             OR WS-DATE-DD   NOT NUMERIC
             OR WS-DATE-CCYY NOT NUMERIC
                MOVE 99                   TO W08-RCODE
                GO TO B4200-EXIT
             END-IF

             COMPUTE WS-CIV-DATE =
                (WS-DATE-CCYY * 10000) +
                (WS-DATE-MM   *   100) +
                 WS-DATE-DD
             PERFORM X1200-CALL-NPW08P-PARA
                THRU X1200-EXIT.
       B4200-EXIT.
             EXIT.
       B5000-ADD-FLOW-PARA.
             ADD WS-FLOW-PRIN  TO WS-GRP-PRIN (WS-LOAN-TY, WS-BKT-IX)
             ADD WS-FLOW-INT   TO WS-GRP-INT (WS-LOAN-TY, WS-BKT-IX)
             ADD 1             TO WS-GRP-CNT (WS-LOAN-TY, WS-BKT-IX)
             ADD WS-FLOW-PRIN             TO WS-LOAN-RESID
             ADD 1                        TO WS-FLOWS-BUCKETED.
       B5000-EXIT.
             EXIT.
       B6000-FIND-BUCKET-PARA.
      *      BUCKET OF WS-DAYS CALENDAR DAYS FROM THE REFERENCE DATE
             INITIALIZE WS-BKT-FLAG
             MOVE 12                      TO WS-BKT-IX

             PERFORM B6200-TRY-LIMIT-PARA
                THRU B6200-EXIT
                VARYING WS-BX FROM 1 BY 1
                  UNTIL WS-BX > 11
                     OR BUCKET-FOUND.
       B6000-EXIT.
             EXIT.
       B6100-SET-HEAD-ID-PARA.
             MOVE SPACES                  TO WS-LH-COL (WS-BX)
             MOVE WS-BKT-ID (WS-BX)       TO WS-LH-ID (WS-BX).
       B6100-EXIT.
             EXIT.
       B6200-TRY-LIMIT-PARA.
             IF WS-DAYS NOT > WS-BKT-LIMIT (WS-BX)
                MOVE WS-BX                TO WS-BKT-IX
                SET BUCKET-FOUND TO TRUE
             END-IF.
       B6200-EXIT.
             EXIT.
       B7000-REPRICING-PARA.
      *      VARIABLE: THE NEXT RESET DATE, OR OVERNIGHT WHEN IT IS
      *      ALREADY DUE; FIXED: THE LAST INSTALLMENT, OVERNIGHT WHEN
      *      ONLY ARREARS ARE LEFT
             IF WS-LOAN-RESID = ZERO
             AND WS-LAST-NUM = ZERO
                GO TO B7000-EXIT
             END-IF

             MOVE 1                       TO WS-BKT-IX

             IF WS-LOAN-TY = 2
                MOVE VLOANVR-NEXT-DATE    TO WS-DATE-R
                PERFORM B4200-DAY-NUMBER-PARA
                   THRU B4200-EXIT
                IF W08-RCODE = ZERO
                   COMPUTE WS-DAYS = W08-RGGG - WS-REF-NUM
                   PERFORM B6000-FIND-BUCKET-PARA
                      THRU B6000-EXIT
                ELSE
                   DISPLAY 'PGBALMRP LOAN ',LLOANM-NO,
                      ' BAD REPRICING DATE ',VLOANVR-NEXT-DATE
                   ADD 1                  TO WS-BAD-DATES
                END-IF
             ELSE
                IF WS-LAST-NUM > ZERO
                   COMPUTE WS-DAYS = WS-LAST-NUM - WS-REF-NUM
                   PERFORM B6000-FIND-BUCKET-PARA
                      THRU B6000-EXIT
                END-IF
             END-IF

             ADD WS-LOAN-RESID
                           TO WS-GAP-AMT (WS-LOAN-TY, WS-BKT-IX)
             ADD 1         TO WS-GAP-CNT (WS-LOAN-TY, WS-BKT-IX).
       B7000-EXIT.
             EXIT.
       C1000-CLOSE-GROUP-PARA.
      *      ONE LADDER LINE PER RATE TYPE OF THE BRANCH AND CATEGORY
             PERFORM C1100-FIND-CATEGORY-PARA
                THRU C1100-EXIT

             PERFORM C2000-ONE-TYPE-PARA
                THRU C2000-EXIT
                VARYING WS-TY FROM 1 BY 1
                  UNTIL WS-TY > 2

             INITIALIZE WS-GROUP
             INITIALIZE WS-GROUP-FLAG.
       C1000-EXIT.
             EXIT.
       C1100-FIND-CATEGORY-PARA.
             MOVE ZERO                    TO WS-BKT-IX
             PERFORM C1200-MATCH-CATEGORY-PARA
                THRU C1200-EXIT
                VARYING WS-CX FROM 1 BY 1
                  UNTIL WS-CX > WS-CAT-NR
                     OR WS-BKT-IX > ZERO

             IF WS-BKT-IX = ZERO
                IF WS-CAT-NR < 50
                   ADD 1                  TO WS-CAT-NR
                   MOVE WS-CAT-NR         TO WS-BKT-IX
                   MOVE WS-GRP-CAT        TO WS-CAT-CODE (WS-CAT-NR)
                ELSE
                   DISPLAY 'PGBALMRP CATEGORY TABLE FULL - ',
                      WS-GRP-CAT
                END-IF
             END-IF
             MOVE WS-BKT-IX               TO WS-CX.
       C1100-EXIT.
             EXIT.
       C1200-MATCH-CATEGORY-PARA.
             IF WS-CAT-CODE (WS-CX) = WS-GRP-CAT
                MOVE WS-CX                TO WS-BKT-IX
             END-IF.
       C1200-EXIT.
             EXIT.
       C2000-ONE-TYPE-PARA.
             IF WS-GRP-LOANS (WS-TY) = ZERO
                GO TO C2000-EXIT
             END-IF

             IF WS-CX > ZERO
                ADD WS-GRP-LOANS (WS-TY)
                                  TO WS-CAT-LOANS (WS-CX, WS-TY)
             END-IF
             ADD WS-GRP-LOANS (WS-TY)     TO WS-TOT-LOANS (WS-TY)

             PERFORM C2100-ONE-BUCKET-PARA
                THRU C2100-EXIT
                VARYING WS-BX FROM 1 BY 1
                  UNTIL WS-BX > 12

             MOVE WS-GRP-BRANCH           TO WS-LAD-BRANCH
             MOVE WS-GRP-CAT              TO WS-LAD-CAT
             MOVE WS-RATE-CODE (WS-TY)    TO WS-LAD-TYPE
             PERFORM C3000-PRINT-LADDER-PARA
                THRU C3000-EXIT.
       C2000-EXIT.
             EXIT.
       C2100-ONE-BUCKET-PARA.
             COMPUTE WS-LINE-CASH (WS-BX) =
                WS-GRP-PRIN (WS-TY, WS-BX) + WS-GRP-INT (WS-TY, WS-BX)
             IF WS-CX > ZERO
                ADD WS-LINE-CASH (WS-BX)
                              TO WS-CAT-CASH (WS-CX, WS-TY, WS-BX)
             END-IF
             ADD WS-LINE-CASH (WS-BX)  TO WS-TOT-CASH (WS-TY, WS-BX)

             IF WS-GRP-CNT (WS-TY, WS-BX) = ZERO
                GO TO C2100-EXIT
             END-IF

             MOVE SPACES                  TO ALMOUT-RECORD
             MOVE 'L'                     TO ALM-REC-TYPE
             MOVE WS-REF-YMD              TO ALM-REF-DATE
             MOVE WS-GRP-BRANCH           TO ALM-BRANCH
             MOVE WS-GRP-CAT              TO ALM-CAT
             MOVE WS-RATE-CODE (WS-TY)    TO ALM-RATE-TYPE
             MOVE WS-BX                   TO ALM-BUCKET
             MOVE WS-BKT-ID (WS-BX)       TO ALM-BUCKET-ID
             MOVE WS-GRP-PRIN (WS-TY, WS-BX) TO ALM-PRIN
             MOVE WS-GRP-INT (WS-TY, WS-BX)  TO ALM-INT
             MOVE WS-GRP-CNT (WS-TY, WS-BX)  TO ALM-COUNT
             WRITE ALMOUT-RECORD
             ADD 1                        TO WS-ALM-RECORDS.
       C2100-EXIT.
             EXIT.
       C3000-PRINT-LADDER-PARA.
      *      THE CASH FLOWS OF WS-LINE-CASH, IN THOUSANDS
             PERFORM C3100-EDIT-COLUMN-PARA
                THRU C3100-EXIT
                VARYING WS-BX FROM 1 BY 1
                  UNTIL WS-BX > 12
             WRITE ALMRPT-RECORD FROM WS-LAD-LINE.
       C3000-EXIT.
             EXIT.
       C3100-EDIT-COLUMN-PARA.
             MOVE SPACES                  TO WS-LAD-COL (WS-BX)
             COMPUTE WS-LAD-AMT (WS-BX) ROUNDED =
                WS-LINE-CASH (WS-BX) / 1000.
       C3100-EXIT.
             EXIT.
       D1000-PRINT-TOTALS-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-PRT-LINE
            MOVE 'TOTALS BY CATEGORY AND RATE TYPE'
                                        TO WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-PRT-LINE

            PERFORM D1100-ONE-CATEGORY-PARA
               THRU D1100-EXIT
               VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > WS-CAT-NR

            MOVE SPACES                 TO WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-PRT-LINE
            PERFORM D1300-BOOK-TYPE-PARA
               THRU D1300-EXIT
               VARYING WS-TY FROM 1 BY 1
                 UNTIL WS-TY > 2.
       D1000-EXIT.
             EXIT.
       D1100-ONE-CATEGORY-PARA.
             PERFORM D1200-CATEGORY-TYPE-PARA
                THRU D1200-EXIT
                VARYING WS-TY FROM 1 BY 1
                  UNTIL WS-TY > 2.
       D1100-EXIT.
             EXIT.
       D1200-CATEGORY-TYPE-PARA.
             IF WS-CAT-LOANS (WS-CX, WS-TY) = ZERO
                GO TO D1200-EXIT
             END-IF

             PERFORM D1210-CATEGORY-CASH-PARA
                THRU D1210-EXIT
                VARYING WS-BX FROM 1 BY 1
                  UNTIL WS-BX > 12
             MOVE '*ALL*'                 TO WS-LAD-BRANCH
             MOVE WS-CAT-CODE (WS-CX)     TO WS-LAD-CAT
             MOVE WS-RATE-CODE (WS-TY)    TO WS-LAD-TYPE
             PERFORM C3000-PRINT-LADDER-PARA
                THRU C3000-EXIT.
       D1200-EXIT.
             EXIT.
       D1210-CATEGORY-CASH-PARA.
             MOVE WS-CAT-CASH (WS-CX, WS-TY, WS-BX)
                                        TO WS-LINE-CASH (WS-BX).
       D1210-EXIT.
             EXIT.
       D1300-BOOK-TYPE-PARA.
             PERFORM D1310-BOOK-CASH-PARA
                THRU D1310-EXIT
                VARYING WS-BX FROM 1 BY 1
                  UNTIL WS-BX > 12
             MOVE '*ALL*'                 TO WS-LAD-BRANCH
             MOVE '**'                    TO WS-LAD-CAT
             MOVE WS-RATE-CODE (WS-TY)    TO WS-LAD-TYPE
             PERFORM C3000-PRINT-LADDER-PARA
                THRU C3000-EXIT.
       D1300-EXIT.
             EXIT.
       D1310-BOOK-CASH-PARA.
             MOVE WS-TOT-CASH (WS-TY, WS-BX)
                                        TO WS-LINE-CASH (WS-BX).
       D1310-EXIT.
             EXIT.
       D2000-PRINT-GAP-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-PRT-LINE
            STRING 'PGBALMRP - REPRICING GAP AT '
                                        DELIMITED BY SIZE
                   PAR-REF-DATE         DELIMITED BY SIZE
                   ' - RESIDUAL PRINCIPAL BY NEXT REPRICING DATE'
                                        DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-PRT-LINE
            WRITE ALMRPT-RECORD FROM WS-GAP-HEAD

            MOVE ZERO                   TO WS-GAP-CUMUL
            PERFORM D2100-GAP-BUCKET-PARA
               THRU D2100-EXIT
               VARYING WS-BX FROM 1 BY 1
                 UNTIL WS-BX > 12.
       D2000-EXIT.
             EXIT.
       D2100-GAP-BUCKET-PARA.
             COMPUTE WS-GAP-ROW = WS-GAP-AMT (1, WS-BX)
                                + WS-GAP-AMT (2, WS-BX)
             ADD WS-GAP-ROW               TO WS-GAP-CUMUL

             MOVE SPACES                  TO WS-GAP-LINE
             MOVE WS-BKT-ID (WS-BX)       TO WS-GL-ID
             MOVE WS-GAP-AMT (1, WS-BX)   TO WS-GL-FIXED
             MOVE WS-GAP-AMT (2, WS-BX)   TO WS-GL-VARIABLE
             MOVE WS-GAP-ROW              TO WS-GL-TOTAL
             MOVE WS-GAP-CUMUL            TO WS-GL-CUMUL
             MOVE WS-GAP-CNT (1, WS-BX)   TO WS-GL-CNT-F
             MOVE WS-GAP-CNT (2, WS-BX)   TO WS-GL-CNT-V
             WRITE ALMRPT-RECORD FROM WS-GAP-LINE

             PERFORM D2200-GAP-RECORD-PARA
                THRU D2200-EXIT
                VARYING WS-TY FROM 1 BY 1
                  UNTIL WS-TY > 2.
       D2100-EXIT.
             EXIT.
       D2200-GAP-RECORD-PARA.
             IF WS-GAP-CNT (WS-TY, WS-BX) = ZERO
                GO TO D2200-EXIT
             END-IF

             MOVE SPACES                  TO ALMOUT-RECORD
             MOVE 'G'                     TO ALM-REC-TYPE
             MOVE WS-REF-YMD              TO ALM-REF-DATE
             MOVE WS-RATE-CODE (WS-TY)    TO ALM-RATE-TYPE
             MOVE WS-BX                   TO ALM-BUCKET
             MOVE WS-BKT-ID (WS-BX)       TO ALM-BUCKET-ID
             MOVE WS-GAP-AMT (WS-TY, WS-BX) TO ALM-PRIN
             MOVE ZERO                    TO ALM-INT
             MOVE WS-GAP-CNT (WS-TY, WS-BX) TO ALM-COUNT
             WRITE ALMOUT-RECORD
             ADD 1                        TO WS-ALM-RECORDS.
       D2200-EXIT.
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
            DISPLAY 'PGBALMRP - MATURITY LADDER AND REPRICING GAP'
            DISPLAY 'REFERENCE DATE ...............: ',
               PAR-REF-DATE
            DISPLAY 'OPEN LOANS READ ..............: ',
               WS-LOANS-READ
            DISPLAY 'EXCLUDED - SOFFERENZA ........: ',
               WS-SOFFERENZA-SKIPPED
            DISPLAY 'EXCLUDED - AGENCY PLACEMENT ..: ',
               WS-PLACED-SKIPPED
            DISPLAY 'FIXED-RATE LOANS .............: ',
               WS-LOANS-FIXED
            DISPLAY 'VARIABLE-RATE LOANS ..........: ',
               WS-LOANS-VARIABLE
            DISPLAY 'CASH FLOWS BUCKETED ..........: ',
               WS-FLOWS-BUCKETED
            DISPLAY 'INVALID DATES ................: ',
               WS-BAD-DATES
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY 'ALM RECORDS WRITTEN ..........: ',
               WS-ALM-RECORDS
            DISPLAY '-------------------------------------------'

            IF WS-BAD-DATES > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE ALMRPT
                  ALMOUT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBALMRP.
