       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNBAL.
      ******************************************************************
      * DAILY BALANCE PROOF OF THE LOAN SUB-LEDGER, PER LOAN CATEGORY *
      * AND MANAGING BRANCH. YESTERDAY'S OUTSTANDING, FROM THE STORED *
      * SNAPSHOT OF THE PREVIOUS RUN (DDBALPRV), PLUS THE MOVEMENTS   *
      * POSTED SINCE THEN MUST GIVE TODAY'S OUTSTANDING:              *
      *  + DISBURSEMENTS BOOKED ON LOANDISB;                          *
      *  + ARREARS CAPITALIZED BY RESTRUCTURES (LOANRSTR) AND         *
      *    INTEREST CAPITALIZED BY MORATORIA (LOANMORA);              *
      *  - REPAYMENTS POSTED TO LOANRPHST;                            *
      *  + REPAYMENTS REVERSED BY STORNO (NEGATIVE LOANRPHST ROWS);   *
      *  - WRITE-OFFS OF THE DDGLWOFF EXTRACT OF PGBPRTXN;            *
      *  - LOANS LEAVING THE BOOK WITHOUT A MOVEMENT (CESSION 'T',    *
      *    WITHDRAWAL 'R');                                           *
      *  +/- LOANS MOVED TO ANOTHER CATEGORY OR BRANCH.               *
      * TODAY'S OUTSTANDING IS THE ONE THE OTHER BATCHES USE: LATEST  *
      * LOANRPHST POSITION, ELSE THE LOAN AMOUNT, LESS THE PART NOT   *
      * YET PAID OUT OF A LOAN UNDER DISBURSEMENT CONTROL; ONLY OPEN  *
      * LOANS ARE ON THE BOOK. EVERY CATEGORY/BRANCH THAT DOES NOT    *
      * BALANCE IS BROKEN DOWN TO THE LOANS CAUSING THE DIFFERENCE,   *
      * AND AN UNBALANCED DAY IS LOGGED AS A SEVERE NPERRT ENTRY      *
      * (NPX50P) SO IT SHOWS ON THE NPX50G MORNING BULLETIN, RC 8.    *
      * TODAY'S SNAPSHOT IS WRITTEN TO DDBALNEW FOR THE NEXT RUN.     *
      * THE STEP RUNS AFTER THE LAST POSTING OF THE DAY. THE OPTIONAL *
      * DDBALPAR CARD GIVES THE PROOF DATE (CCYYMMDD) FOR A RERUN;    *
      * WITHOUT A PREVIOUS SNAPSHOT THE RUN ONLY SETS THE BASELINE.   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALPAR ASSIGN TO DDBALPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BALPAR-FS.

           SELECT OPTIONAL BALPRV ASSIGN TO DDBALPRV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BALPRV-FS.

           SELECT BALNEW  ASSIGN TO DDBALNEW
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BALNEW-FS.

           SELECT OPTIONAL GLWOFF ASSIGN TO DDGLWOFF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLWOFF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BALPAR.
       01 BALPAR-RECORD.
           02  PAR-PROOF-DATE             PIC 9(08).
           02  FILLER                     PIC X(72).

      * SNAPSHOT OF THE PREVIOUS RUN: ONE RECORD PER OPEN LOAN, IN
      * LOAN-NUMBER ORDER
       FD BALPRV.
       01 BALPRV-RECORD.
           02  BPV-LOAN-NO                PIC 9(09).
           02  BPV-CAT                    PIC X(02).
           02  BPV-BRANCH                 PIC X(05).
           02  BPV-ST                     PIC X(01).
           02  BPV-OUTST                  PIC S9(11)V99.
           02  BPV-DATE                   PIC 9(08).
           02  FILLER                     PIC X(42).

       FD BALNEW.
       01 BALNEW-RECORD.
           02  BNW-LOAN-NO                PIC 9(09).
           02  BNW-CAT                    PIC X(02).
           02  BNW-BRANCH                 PIC X(05).
           02  BNW-ST                     PIC X(01).
           02  BNW-OUTST                  PIC S9(11)V99.
           02  BNW-DATE                   PIC 9(08).
           02  FILLER                     PIC X(42).

       FD GLWOFF.
       01 GLWOFF-RECORD.
           02 GLW-LOAN-NO     PIC 9(09).
           02 GLW-CAT         PIC X(02).
           02 GLW-AMOUNT      PIC 9(10)V99.
           02 GLW-APPRV       PIC X(06).
           02 GLW-DATE        PIC X(10).
           02 FILLER          PIC X(41).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LRPHIST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDISB
           END-EXEC.

           EXEC SQL
               INCLUDE LOANRSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMORA
           END-EXEC.

      *    EVERY LOAN, WHATEVER ITS STATUS: A LOAN THAT LEFT THE BOOK
      *    SINCE THE SNAPSHOT MUST STILL BE ACCOUNTED FOR
           EXEC SQL
               DECLARE CUR-LOANS CURSOR FOR
               SELECT LOANM_NO, LOANM_CAT, LOANM_BRANCH, LOANM_ST,
                      LOANM_MAX_AMT
               FROM LOANMSTR
               ORDER BY LOANM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-BALPAR-FS          PIC XX.
          05 WS-BALPRV-FS          PIC XX.
          05 WS-BALNEW-FS          PIC XX.
          05 WS-GLWOFF-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOANMSTR-FLAG              PIC X(01).
             88  END-OF-LOANMSTR           VALUE '1'.
          05 WS-GLWOFF-FLAG                PIC X(01).
             88  END-OF-GLWOFF             VALUE '1'.
          05 WS-BASELINE-FLAG              PIC X(01).
             88  BASELINE-RUN              VALUE 'Y'.
          05 WS-LN-PRV-FLAG                PIC X(01).
             88  LN-IN-SNAPSHOT            VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-LOANS-EXAMINED             PIC 9(07) VALUE ZERO.
          05 WS-LOANS-DIFF                 PIC 9(07) VALUE ZERO.
          05 WS-LOANS-VANISHED             PIC 9(07) VALUE ZERO.
          05 WS-SNAP-WRITTEN               PIC 9(07) VALUE ZERO.
          05 WS-GRP-UNBALANCED             PIC 9(03) VALUE ZERO.
          05 WS-WOF-UNMATCHED              PIC 9(05) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(05) VALUE ZERO.

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

      *    PROOF PERIOD: AFTER THE SNAPSHOT DATE, UP TO TODAY
       01 WS-TODAY-NUM                     PIC 9(08) VALUE ZERO.
       01 WS-TODAY-YMD                     PIC X(08).
       01 WS-PRV-NUM                       PIC 9(08) VALUE ZERO.
       01 WS-PRV-YMD                       PIC X(08).
       01 WS-WORK-YMD.
           10  WS-WORK-YMD-CCYY    PIC X(04).
           10  WS-WORK-YMD-MM      PIC X(02).
           10  WS-WORK-YMD-DD      PIC X(02).

      *    SNAPSHOT RECORD IN HAND; KEY HIGH-VALUE AT ITS END
       01 WS-PRV-KEY                       PIC 9(10) VALUE ZERO.

      *    THE LOAN IN HAND AND ITS MOVEMENTS OVER THE PERIOD
       01 WS-LOAN-WORK.
          05 WS-LN-NO                      PIC 9(09).
          05 WS-LN-CAT                     PIC X(02).
          05 WS-LN-BRANCH                  PIC X(05).
          05 WS-LN-ST                      PIC X(01).
          05 WS-LN-OLD-CAT                 PIC X(02).
          05 WS-LN-OLD-BRANCH              PIC X(05).
          05 WS-LN-OPEN                    PIC S9(13)V99 COMP-3.
          05 WS-LN-DISB                    PIC S9(13)V99 COMP-3.
          05 WS-LN-CAP                     PIC S9(13)V99 COMP-3.
          05 WS-LN-RPPOS                   PIC S9(13)V99 COMP-3.
          05 WS-LN-REPAID                  PIC S9(13)V99 COMP-3.
          05 WS-LN-REVERSED                PIC S9(13)V99 COMP-3.
          05 WS-LN-WOFF                    PIC S9(13)V99 COMP-3.
          05 WS-LN-EXIT                    PIC S9(13)V99 COMP-3.
          05 WS-LN-CLOSE                   PIC S9(13)V99 COMP-3.
          05 WS-LN-MOVE                    PIC S9(13)V99 COMP-3.
          05 WS-LN-DIFF                    PIC S9(13)V99 COMP-3.

       01 WS-SQL-AMT1                      PIC S9(13)V99 COMP-3.
       01 WS-SQL-AMT2                      PIC S9(13)V99 COMP-3.
       01 WS-OUTSTANDING                   PIC S9(13)V99 COMP-3.
       01 WS-DISBURSED                     PIC S9(13)V99 COMP-3.

      *    PROOF OF ONE CATEGORY/BRANCH; THE SAME LAYOUT CARRIES THE
      *    WHOLE BOOK AND THE GROUP BEING PRINTED
       01 WS-GRP-TABLE.
          05 WS-GRP-NR                     PIC 9(03) VALUE ZERO.
          05 WS-GRP-ELE OCCURS 300.
             10 WS-GRP-CAT                 PIC X(02).
             10 WS-GRP-BRANCH              PIC X(05).
             10 WS-GRP-LOANS               PIC 9(07).
             10 WS-GRP-AMTS.
                15 WS-GRP-OPEN             PIC S9(13)V99 COMP-3.
                15 WS-GRP-TRF-IN           PIC S9(13)V99 COMP-3.
                15 WS-GRP-TRF-OUT          PIC S9(13)V99 COMP-3.
                15 WS-GRP-DISB             PIC S9(13)V99 COMP-3.
                15 WS-GRP-CAP              PIC S9(13)V99 COMP-3.
                15 WS-GRP-REPAID           PIC S9(13)V99 COMP-3.
                15 WS-GRP-REVERSED         PIC S9(13)V99 COMP-3.
                15 WS-GRP-WOFF             PIC S9(13)V99 COMP-3.
                15 WS-GRP-EXIT             PIC S9(13)V99 COMP-3.
                15 WS-GRP-CLOSE            PIC S9(13)V99 COMP-3.
                15 WS-GRP-DIFF             PIC S9(13)V99 COMP-3.
       01 WS-GRP-IX                        PIC 9(03).
       01 WS-GRP-TROV                      PIC 9(03).
       01 WS-GRP-FIND-CAT                  PIC X(02).
       01 WS-GRP-FIND-BRANCH               PIC X(05).

       01 WS-BAL-TOTAL.
          05 WS-TOT-OPEN                   PIC S9(13)V99 COMP-3.
          05 WS-TOT-TRF-IN                 PIC S9(13)V99 COMP-3.
          05 WS-TOT-TRF-OUT                PIC S9(13)V99 COMP-3.
          05 WS-TOT-DISB                   PIC S9(13)V99 COMP-3.
          05 WS-TOT-CAP                    PIC S9(13)V99 COMP-3.
          05 WS-TOT-REPAID                 PIC S9(13)V99 COMP-3.
          05 WS-TOT-REVERSED               PIC S9(13)V99 COMP-3.
          05 WS-TOT-WOFF                   PIC S9(13)V99 COMP-3.
          05 WS-TOT-EXIT                   PIC S9(13)V99 COMP-3.
          05 WS-TOT-CLOSE                  PIC S9(13)V99 COMP-3.
          05 WS-TOT-DIFF                   PIC S9(13)V99 COMP-3.

       01 WS-BAL-PRINT.
          05 WS-PRT-OPEN                   PIC S9(13)V99 COMP-3.
          05 WS-PRT-TRF-IN                 PIC S9(13)V99 COMP-3.
          05 WS-PRT-TRF-OUT                PIC S9(13)V99 COMP-3.
          05 WS-PRT-DISB                   PIC S9(13)V99 COMP-3.
          05 WS-PRT-CAP                    PIC S9(13)V99 COMP-3.
          05 WS-PRT-REPAID                 PIC S9(13)V99 COMP-3.
          05 WS-PRT-REVERSED               PIC S9(13)V99 COMP-3.
          05 WS-PRT-WOFF                   PIC S9(13)V99 COMP-3.
          05 WS-PRT-EXIT                   PIC S9(13)V99 COMP-3.
          05 WS-PRT-CLOSE                  PIC S9(13)V99 COMP-3.
          05 WS-PRT-DIFF                   PIC S9(13)V99 COMP-3.
       01 WS-PRT-EXPECTED                  PIC S9(13)V99 COMP-3.

      *    LOANS WHOSE OWN MOVEMENTS DO NOT EXPLAIN THEIR OUTSTANDING
       01 WS-EXC-TABLE.
          05 WS-EXC-NR                     PIC 9(04) VALUE ZERO.
          05 WS-EXC-ELE OCCURS 2000.
             10 WS-EXC-LOAN                PIC 9(09).
             10 WS-EXC-GRP                 PIC 9(03).
             10 WS-EXC-OPEN                PIC S9(13)V99 COMP-3.
             10 WS-EXC-MOVE                PIC S9(13)V99 COMP-3.
             10 WS-EXC-CLOSE               PIC S9(13)V99 COMP-3.
             10 WS-EXC-DIFF                PIC S9(13)V99 COMP-3.
       01 WS-EXC-IX                        PIC 9(04).

      *    WRITE-OFFS OF THE PERIOD FROM THE DDGLWOFF EXTRACT
       01 WS-WOF-TABLE.
          05 WS-WOF-NR                     PIC 9(04) VALUE ZERO.
          05 WS-WOF-ELE OCCURS 2000.
             10 WS-WOF-LOAN                PIC 9(09).
             10 WS-WOF-AMT                 PIC S9(13)V99 COMP-3.
             10 WS-WOF-USED                PIC X(01).
       01 WS-WOF-IX                        PIC 9(04).

       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT3                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT4                       PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-LOG-DATE                      PIC 9(08).
       01 WS-LOG-TIME                      PIC 9(06).
       01 WS-LOG-LINE                      PIC 9(01).

           COPY NPX50RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NPX50P CALL (LAYOUT OF WRK-1650 IN THE
      *    NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP1000         PIC X(1000).
          05  WS-ROUT-NPG01          PIC X(0650).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            EXEC SQL
                OPEN CUR-LOANS
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNBAL OPEN CUR-LOANS SQLCODE -',SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM A1900-FETCH-LOAN-PARA
               THRU A1900-EXIT
            PERFORM A2000-ONE-LOAN-PARA
               THRU A2000-EXIT
               UNTIL END-OF-LOANMSTR

      *     SNAPSHOT LOANS BEYOND THE LAST LOANMSTR ROW
            PERFORM A2500-VANISHED-LOAN-PARA
               THRU A2500-EXIT
               UNTIL WS-PRV-KEY = 9999999999

            EXEC SQL
                CLOSE CUR-LOANS
            END-EXEC

            CLOSE BALPRV
                  BALNEW

            PERFORM A3000-CHECK-GROUPS-PARA
               THRU A3000-EXIT
            PERFORM A4000-PRINT-REPORT-PARA
               THRU A4000-EXIT

            IF WS-GRP-UNBALANCED > ZERO
               PERFORM A5000-LOG-UNBALANCED-PARA
                  THRU A5000-EXIT
            END-IF.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-BAL-TOTAL.

            ACCEPT WS-TEMP-DATE FROM DATE
            COMPUTE WS-TODAY-NUM =
               ((2000 + WS-TEMP-DATE-YY) * 10000) +
               (WS-TEMP-DATE-MM * 100) + WS-TEMP-DATE-DD

      *     A RERUN PROVES THE DAY OF THE CARD
            OPEN INPUT BALPAR
            READ BALPAR
            END-READ
            IF WS-BALPAR-FS = '00'
            AND PAR-PROOF-DATE NUMERIC
            AND PAR-PROOF-DATE > ZERO
               MOVE PAR-PROOF-DATE      TO WS-TODAY-NUM
            END-IF
            CLOSE BALPAR

            MOVE WS-TODAY-NUM           TO WS-TODAY-YMD
            MOVE WS-TODAY-YMD (1:4)     TO WS-CURT-DATE-CCYY
            MOVE WS-TODAY-YMD (5:2)     TO WS-CURT-DATE-MM
            MOVE WS-TODAY-YMD (7:2)     TO WS-CURT-DATE-DD

            OPEN INPUT BALPRV
            PERFORM A1100-READ-SNAPSHOT-PARA
               THRU A1100-EXIT

            IF WS-PRV-KEY = 9999999999
               SET BASELINE-RUN         TO TRUE
               MOVE ZERO                TO WS-PRV-NUM
            ELSE
               MOVE BPV-DATE            TO WS-PRV-NUM
            END-IF
            MOVE WS-PRV-NUM             TO WS-PRV-YMD

            IF NOT BASELINE-RUN
            AND WS-PRV-NUM NOT < WS-TODAY-NUM
               DISPLAY 'PGBLNBAL PREVIOUS SNAPSHOT OF ',WS-PRV-NUM,
                  ' IS NOT BEFORE THE PROOF DATE ',WS-TODAY-NUM
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT BALNEW
            IF WS-BALNEW-FS NOT = '00'
               DISPLAY 'BALNEW FILE STATUS -',WS-BALNEW-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            IF NOT BASELINE-RUN
               OPEN INPUT GLWOFF
               PERFORM A1200-LOAD-WRITE-OFF-PARA
                  THRU A1200-EXIT
                  UNTIL END-OF-GLWOFF
               CLOSE GLWOFF
            END-IF.
       A1000-EXIT.
             EXIT.
       A1100-READ-SNAPSHOT-PARA.
            READ BALPRV
            END-READ

            IF WS-BALPRV-FS = '00'
               MOVE BPV-LOAN-NO         TO WS-PRV-KEY
            ELSE
               MOVE 9999999999          TO WS-PRV-KEY
            END-IF.
       A1100-EXIT.
             EXIT.
       A1200-LOAD-WRITE-OFF-PARA.
            READ GLWOFF
            END-READ

            IF WS-GLWOFF-FS NOT = '00'
               SET END-OF-GLWOFF        TO TRUE
               GO TO A1200-EXIT
            END-IF

      *      THE EXTRACTS OF SEVERAL DAYS MAY BE CONCATENATED; ONLY
      *      THE WRITE-OFFS OF THE PROOF PERIOD COUNT
            MOVE GLW-DATE (7:4)         TO WS-WORK-YMD-CCYY
            MOVE GLW-DATE (1:2)         TO WS-WORK-YMD-MM
            MOVE GLW-DATE (4:2)         TO WS-WORK-YMD-DD
            IF WS-WORK-YMD NOT > WS-PRV-YMD
            OR WS-WORK-YMD > WS-TODAY-YMD
               GO TO A1200-EXIT
            END-IF

            IF WS-WOF-NR NOT < 2000
               DISPLAY 'PGBLNBAL WRITE-OFF TABLE FULL - LOAN ',
                  GLW-LOAN-NO
               ADD 1                    TO WS-WOF-UNMATCHED
               GO TO A1200-EXIT
            END-IF

            ADD 1                       TO WS-WOF-NR
            MOVE GLW-LOAN-NO            TO WS-WOF-LOAN (WS-WOF-NR)
            MOVE GLW-AMOUNT             TO WS-WOF-AMT (WS-WOF-NR)
            MOVE 'N'                    TO WS-WOF-USED (WS-WOF-NR).
       A1200-EXIT.
             EXIT.
       A1900-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-LOANS
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-BRANCH,
                     :LLOANM-ST, :LLOANM-MAX-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-LOANMSTR TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNBAL FETCH CUR-LOANS SQLCODE -',
                    SQLCODE
                 ADD 1                  TO WS-DB-ERRORS
                 SET END-OF-LOANMSTR TO TRUE
            END-EVALUATE.
       A1900-EXIT.
             EXIT.
       A2000-ONE-LOAN-PARA.
             MOVE LLOANM-NO              TO WS-LN-NO

             PERFORM A2500-VANISHED-LOAN-PARA
                THRU A2500-EXIT
                UNTIL WS-PRV-KEY NOT < WS-LN-NO

             INITIALIZE WS-LOAN-WORK
             MOVE LLOANM-NO              TO WS-LN-NO
             MOVE LLOANM-CAT             TO WS-LN-CAT
             MOVE LLOANM-BRANCH          TO WS-LN-BRANCH
             MOVE LLOANM-ST              TO WS-LN-ST
             IF WS-LN-BRANCH = SPACES
                MOVE '-----'             TO WS-LN-BRANCH
             END-IF

             IF WS-PRV-KEY = WS-LN-NO
                MOVE 'Y'                 TO WS-LN-PRV-FLAG
                MOVE BPV-OUTST           TO WS-LN-OPEN
                MOVE BPV-CAT             TO WS-LN-OLD-CAT
                MOVE BPV-BRANCH          TO WS-LN-OLD-BRANCH
             ELSE
                MOVE 'N'                 TO WS-LN-PRV-FLAG
             END-IF

      *      A LOAN OFF THE BOOK YESTERDAY AND TODAY HAS NOTHING TO
      *      PROVE
             IF WS-LN-ST NOT = 'O'
             AND NOT LN-IN-SNAPSHOT
                GO TO A2090-NEXT
             END-IF

             ADD 1                       TO WS-LOANS-EXAMINED

             IF WS-LN-ST = 'O'
                PERFORM B2000-CLOSING-PARA
                   THRU B2000-EXIT
             END-IF

             IF NOT BASELINE-RUN
                PERFORM B1000-MOVEMENTS-PARA
                   THRU B1000-EXIT
             END-IF

      *      A CEDED OR WITHDRAWN LOAN LEAVES WITH WHAT IT CARRIED
             IF WS-LN-ST = 'T' OR 'R'
                COMPUTE WS-LN-EXIT = WS-LN-OPEN + WS-LN-DISB
                   + WS-LN-CAP - WS-LN-REPAID + WS-LN-REVERSED
                   - WS-LN-WOFF
             END-IF

             COMPUTE WS-LN-MOVE = WS-LN-DISB + WS-LN-CAP
                - WS-LN-REPAID + WS-LN-REVERSED - WS-LN-WOFF
                - WS-LN-EXIT
             COMPUTE WS-LN-DIFF =
                WS-LN-CLOSE - WS-LN-OPEN - WS-LN-MOVE
             IF BASELINE-RUN
                MOVE ZERO                TO WS-LN-DIFF
             END-IF

             PERFORM B3000-ACCUMULATE-PARA
                THRU B3000-EXIT

             IF WS-LN-ST = 'O'
                PERFORM B4000-WRITE-SNAPSHOT-PARA
                   THRU B4000-EXIT
             END-IF.

       A2090-NEXT.
             IF WS-PRV-KEY = WS-LN-NO
                PERFORM A1100-READ-SNAPSHOT-PARA
                   THRU A1100-EXIT
             END-IF

             PERFORM A1900-FETCH-LOAN-PARA
                THRU A1900-EXIT.
       A2000-EXIT.
             EXIT.
       A2500-VANISHED-LOAN-PARA.
      *      A SNAPSHOT LOAN NO LONGER ON LOANMSTR: ITS WHOLE
      *      OPENING OUTSTANDING IS UNEXPLAINED
             INITIALIZE WS-LOAN-WORK
             MOVE BPV-LOAN-NO            TO WS-LN-NO
             MOVE BPV-CAT                TO WS-LN-CAT
             MOVE BPV-BRANCH             TO WS-LN-BRANCH
             MOVE BPV-OUTST              TO WS-LN-OPEN
             MOVE 'N'                    TO WS-LN-PRV-FLAG
             COMPUTE WS-LN-DIFF = ZERO - WS-LN-OPEN

             DISPLAY 'PGBLNBAL LOAN ',WS-LN-NO,
                ' OF THE SNAPSHOT NOT ON LOANMSTR'
             ADD 1                       TO WS-LOANS-VANISHED
             ADD 1                       TO WS-LOANS-EXAMINED

             PERFORM B3000-ACCUMULATE-PARA
                THRU B3000-EXIT

             PERFORM A1100-READ-SNAPSHOT-PARA
                THRU A1100-EXIT.
       A2500-EXIT.
             EXIT.
       B1000-MOVEMENTS-PARA.
      *      REPAYMENTS AND STORNO CONTRA ENTRIES OF THE PERIOD
             MOVE ZERO                    TO WS-SQL-AMT1
                                             WS-SQL-AMT2

             EXEC SQL
                 SELECT COALESCE(SUM(CASE WHEN RLOANRPH_RP_AMT > 0
                                     THEN RLOANRPH_RP_AMT
                                     ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN RLOANRPH_RP_AMT < 0
                                     THEN 0 - RLOANRPH_RP_AMT
                                     ELSE 0 END), 0)
                   INTO :WS-SQL-AMT1, :WS-SQL-AMT2
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
                    AND SUBSTR(RLOANRPH_DATE,7,4) CONCAT
                        SUBSTR(RLOANRPH_DATE,1,2) CONCAT
                        SUBSTR(RLOANRPH_DATE,4,2) >  :WS-PRV-YMD
                    AND SUBSTR(RLOANRPH_DATE,7,4) CONCAT
                        SUBSTR(RLOANRPH_DATE,1,2) CONCAT
                        SUBSTR(RLOANRPH_DATE,4,2) <= :WS-TODAY-YMD
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNBAL REPAYMENTS SQLCODE -',SQLCODE,
                   ' LOAN ',WS-LN-NO
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                MOVE WS-SQL-AMT1          TO WS-LN-RPPOS
                MOVE WS-SQL-AMT2          TO WS-LN-REVERSED
             END-IF

      *      DISBURSEMENTS BOOKED IN THE PERIOD
             MOVE ZERO                    TO WS-SQL-AMT1

             EXEC SQL
                 SELECT COALESCE(SUM(OLOANDSB_AMT), 0)
                   INTO :WS-SQL-AMT1
                   FROM LOANDISB
                  WHERE OLOANDSB_NO = :LLOANM-NO
                    AND SUBSTR(OLOANDSB_BOOK_DATE,7,4) CONCAT
                        SUBSTR(OLOANDSB_BOOK_DATE,1,2) CONCAT
                        SUBSTR(OLOANDSB_BOOK_DATE,4,2) >  :WS-PRV-YMD
                    AND SUBSTR(OLOANDSB_BOOK_DATE,7,4) CONCAT
                        SUBSTR(OLOANDSB_BOOK_DATE,1,2) CONCAT
                        SUBSTR(OLOANDSB_BOOK_DATE,4,2) <= :WS-TODAY-YMD
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNBAL DISBURSEMENTS SQLCODE -',SQLCODE,
                   ' LOAN ',WS-LN-NO
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                MOVE WS-SQL-AMT1          TO WS-LN-DISB
             END-IF

      *      ARREARS CAPITALIZED BY A RESTRUCTURE
             MOVE ZERO                    TO WS-SQL-AMT1

             EXEC SQL
                 SELECT COALESCE(SUM(TLOANRST_CAP_AMT), 0)
                   INTO :WS-SQL-AMT1
                   FROM LOANRSTR
                  WHERE TLOANRST_NO = :LLOANM-NO
                    AND SUBSTR(TLOANRST_DATE,7,4) CONCAT
                        SUBSTR(TLOANRST_DATE,1,2) CONCAT
                        SUBSTR(TLOANRST_DATE,4,2) >  :WS-PRV-YMD
                    AND SUBSTR(TLOANRST_DATE,7,4) CONCAT
                        SUBSTR(TLOANRST_DATE,1,2) CONCAT
                        SUBSTR(TLOANRST_DATE,4,2) <= :WS-TODAY-YMD
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNBAL RESTRUCTURES SQLCODE -',SQLCODE,
                   ' LOAN ',WS-LN-NO
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                MOVE WS-SQL-AMT1          TO WS-LN-CAP
             END-IF

      *      INTEREST OF A MORATORIA WINDOW CAPITALIZED ('Y') WHEN
      *      THE WINDOW WAS OPENED
             MOVE ZERO                    TO WS-SQL-AMT1

             EXEC SQL
                 SELECT COALESCE(SUM(MORLOANM_QUEUED_INT), 0)
                   INTO :WS-SQL-AMT1
                   FROM LOANMORA
                  WHERE MORLOANM_NO    = :LLOANM-NO
                    AND MORLOANM_TREAT = 'Y'
                    AND MORLOANM_START >  :WS-PRV-NUM
                    AND MORLOANM_START NOT > :WS-TODAY-NUM
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNBAL MORATORIA SQLCODE -',SQLCODE,
                   ' LOAN ',WS-LN-NO
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                ADD WS-SQL-AMT1           TO WS-LN-CAP
             END-IF

      *      THE WRITE-OFF IS ALSO POSTED TO LOANRPHST AS A
      *      REPAYMENT OF THE WHOLE OUTSTANDING: IT IS TAKEN OUT OF
      *      THE REPAYMENTS AND SHOWN ON ITS OWN LINE
             IF WS-LN-ST = 'W'
             OR WS-LN-RPPOS > ZERO
                PERFORM B1100-FIND-WRITE-OFF-PARA
                   THRU B1100-EXIT
                   VARYING WS-WOF-IX FROM 1 BY 1
                   UNTIL WS-WOF-IX > WS-WOF-NR
             END-IF

             COMPUTE WS-LN-REPAID = WS-LN-RPPOS - WS-LN-WOFF.
       B1000-EXIT.
             EXIT.
       B1100-FIND-WRITE-OFF-PARA.
             IF WS-WOF-LOAN (WS-WOF-IX) = WS-LN-NO
                ADD WS-WOF-AMT (WS-WOF-IX) TO WS-LN-WOFF
                MOVE 'Y'                 TO WS-WOF-USED (WS-WOF-IX)
             END-IF.
       B1100-EXIT.
             EXIT.
       B2000-CLOSING-PARA.
      *      THE OUTSTANDING OF THE OTHER BATCHES: LATEST POSITION OF
      *      THE REPAYMENT HISTORY, ELSE THE LOAN AMOUNT
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
                  DISPLAY 'PGBLNBAL OUTSTANDING SQLCODE -',SQLCODE,
                     ' LOAN ',WS-LN-NO
                  ADD 1                   TO WS-DB-ERRORS
                  MOVE LLOANM-MAX-AMT     TO WS-OUTSTANDING
             END-EVALUATE

      *      A LOAN UNDER DISBURSEMENT CONTROL CARRIES ONLY WHAT HAS
      *      BEEN PAID OUT; A LOAN WITHOUT THE STATUS WAS PAID OUT IN
      *      FULL AT ORIGINATION
             MOVE LLOANM-NO               TO FLOANPL-NO
             MOVE SPACE                   TO FLOANPL-DISB

             EXEC SQL
                 SELECT FLOANPL_DISB
                   INTO :FLOANPL-DISB
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNBAL PLAN SQLCODE -',SQLCODE,
                   ' LOAN ',WS-LN-NO
                ADD 1                     TO WS-DB-ERRORS
             END-IF

             IF FLOANPL-DISB NOT = SPACE
                MOVE ZERO                 TO WS-DISBURSED

                EXEC SQL
                    SELECT COALESCE(SUM(OLOANDSB_AMT), 0)
                      INTO :WS-DISBURSED
                      FROM LOANDISB
                     WHERE OLOANDSB_NO = :LLOANM-NO
                END-EXEC

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'PGBLNBAL DISBURSED SQLCODE -',SQLCODE,
                      ' LOAN ',WS-LN-NO
                   ADD 1                  TO WS-DB-ERRORS
                ELSE
                   COMPUTE WS-OUTSTANDING =
                      WS-OUTSTANDING - (LLOANM-MAX-AMT - WS-DISBURSED)
                   IF WS-OUTSTANDING < ZERO
                      MOVE ZERO           TO WS-OUTSTANDING
                   END-IF
                END-IF
             END-IF

             MOVE WS-OUTSTANDING          TO WS-LN-CLOSE.
       B2000-EXIT.
             EXIT.
       B3000-ACCUMULATE-PARA.
      *      A LOAN MOVED TO ANOTHER CATEGORY OR BRANCH TAKES ITS
      *      OPENING OUTSTANDING ALONG
             IF LN-IN-SNAPSHOT
             AND (WS-LN-OLD-CAT NOT = WS-LN-CAT
                  OR WS-LN-OLD-BRANCH NOT = WS-LN-BRANCH)
                MOVE WS-LN-OLD-CAT       TO WS-GRP-FIND-CAT
                MOVE WS-LN-OLD-BRANCH    TO WS-GRP-FIND-BRANCH
                PERFORM B3100-FIND-GROUP-PARA
                   THRU B3100-EXIT
                IF WS-GRP-TROV > ZERO
                   ADD WS-LN-OPEN        TO WS-GRP-OPEN (WS-GRP-TROV)
                   ADD WS-LN-OPEN      TO WS-GRP-TRF-OUT (WS-GRP-TROV)
                END-IF
                MOVE WS-LN-CAT           TO WS-GRP-FIND-CAT
                MOVE WS-LN-BRANCH        TO WS-GRP-FIND-BRANCH
                PERFORM B3100-FIND-GROUP-PARA
                   THRU B3100-EXIT
                IF WS-GRP-TROV > ZERO
                   ADD WS-LN-OPEN       TO WS-GRP-TRF-IN (WS-GRP-TROV)
                END-IF
             ELSE
                MOVE WS-LN-CAT           TO WS-GRP-FIND-CAT
                MOVE WS-LN-BRANCH        TO WS-GRP-FIND-BRANCH
                PERFORM B3100-FIND-GROUP-PARA
                   THRU B3100-EXIT
                IF WS-GRP-TROV > ZERO
                   ADD WS-LN-OPEN        TO WS-GRP-OPEN (WS-GRP-TROV)
                END-IF
             END-IF

             IF WS-GRP-TROV = ZERO
                GO TO B3000-EXIT
             END-IF

             ADD 1                  TO WS-GRP-LOANS (WS-GRP-TROV)
             ADD WS-LN-DISB         TO WS-GRP-DISB (WS-GRP-TROV)
             ADD WS-LN-CAP          TO WS-GRP-CAP (WS-GRP-TROV)
             ADD WS-LN-REPAID       TO WS-GRP-REPAID (WS-GRP-TROV)
             ADD WS-LN-REVERSED     TO WS-GRP-REVERSED (WS-GRP-TROV)
             ADD WS-LN-WOFF         TO WS-GRP-WOFF (WS-GRP-TROV)
             ADD WS-LN-EXIT         TO WS-GRP-EXIT (WS-GRP-TROV)
             ADD WS-LN-CLOSE        TO WS-GRP-CLOSE (WS-GRP-TROV)
             ADD WS-LN-DIFF         TO WS-GRP-DIFF (WS-GRP-TROV)

             IF WS-LN-DIFF = ZERO
                GO TO B3000-EXIT
             END-IF

             ADD 1                       TO WS-LOANS-DIFF
             IF WS-EXC-NR < 2000
                ADD 1                    TO WS-EXC-NR
                MOVE WS-LN-NO            TO WS-EXC-LOAN (WS-EXC-NR)
                MOVE WS-GRP-TROV         TO WS-EXC-GRP (WS-EXC-NR)
                MOVE WS-LN-OPEN          TO WS-EXC-OPEN (WS-EXC-NR)
                MOVE WS-LN-MOVE          TO WS-EXC-MOVE (WS-EXC-NR)
                MOVE WS-LN-CLOSE         TO WS-EXC-CLOSE (WS-EXC-NR)
                MOVE WS-LN-DIFF          TO WS-EXC-DIFF (WS-EXC-NR)
             END-IF.
       B3000-EXIT.
             EXIT.
       B3100-FIND-GROUP-PARA.
             MOVE ZERO                    TO WS-GRP-TROV

             PERFORM B3110-MATCH-GROUP-PARA
                THRU B3110-EXIT
                VARYING WS-GRP-IX FROM 1 BY 1
                UNTIL WS-GRP-IX > WS-GRP-NR
                   OR WS-GRP-TROV > ZERO

             IF WS-GRP-TROV = ZERO
                IF WS-GRP-NR < 300
                   ADD 1                  TO WS-GRP-NR
                   MOVE WS-GRP-NR         TO WS-GRP-TROV
                   MOVE WS-GRP-FIND-CAT   TO WS-GRP-CAT (WS-GRP-NR)
                   MOVE WS-GRP-FIND-BRANCH
                                       TO WS-GRP-BRANCH (WS-GRP-NR)
                   MOVE ZERO              TO WS-GRP-LOANS (WS-GRP-NR)
                   INITIALIZE WS-GRP-AMTS (WS-GRP-NR)
                ELSE
                   DISPLAY 'PGBLNBAL GROUP TABLE FULL - ',
                      WS-GRP-FIND-CAT,' ',WS-GRP-FIND-BRANCH
                   ADD 1                  TO WS-DB-ERRORS
                END-IF
             END-IF.
       B3100-EXIT.
             EXIT.
       B3110-MATCH-GROUP-PARA.
             IF WS-GRP-CAT (WS-GRP-IX) = WS-GRP-FIND-CAT
             AND WS-GRP-BRANCH (WS-GRP-IX) = WS-GRP-FIND-BRANCH
                MOVE WS-GRP-IX            TO WS-GRP-TROV
             END-IF.
       B3110-EXIT.
             EXIT.
       B4000-WRITE-SNAPSHOT-PARA.
             MOVE SPACES                  TO BALNEW-RECORD
             MOVE WS-LN-NO                TO BNW-LOAN-NO
             MOVE WS-LN-CAT               TO BNW-CAT
             MOVE WS-LN-BRANCH            TO BNW-BRANCH
             MOVE WS-LN-ST                TO BNW-ST
             MOVE WS-LN-CLOSE             TO BNW-OUTST
             MOVE WS-TODAY-NUM            TO BNW-DATE
             WRITE BALNEW-RECORD

             IF WS-BALNEW-FS NOT = '00'
                DISPLAY 'PGBLNBAL BALNEW WRITE STATUS -',WS-BALNEW-FS
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                ADD 1                     TO WS-SNAP-WRITTEN
             END-IF.
       B4000-EXIT.
             EXIT.
       A3000-CHECK-GROUPS-PARA.
             PERFORM A3100-ADD-GROUP-PARA
                THRU A3100-EXIT
                VARYING WS-GRP-IX FROM 1 BY 1
                UNTIL WS-GRP-IX > WS-GRP-NR

             PERFORM A3200-CHECK-WRITE-OFF-PARA
                THRU A3200-EXIT
                VARYING WS-WOF-IX FROM 1 BY 1
                UNTIL WS-WOF-IX > WS-WOF-NR.
       A3000-EXIT.
             EXIT.
       A3100-ADD-GROUP-PARA.
             ADD WS-GRP-OPEN (WS-GRP-IX)      TO WS-TOT-OPEN
             ADD WS-GRP-TRF-IN (WS-GRP-IX)    TO WS-TOT-TRF-IN
             ADD WS-GRP-TRF-OUT (WS-GRP-IX)   TO WS-TOT-TRF-OUT
             ADD WS-GRP-DISB (WS-GRP-IX)      TO WS-TOT-DISB
             ADD WS-GRP-CAP (WS-GRP-IX)       TO WS-TOT-CAP
             ADD WS-GRP-REPAID (WS-GRP-IX)    TO WS-TOT-REPAID
             ADD WS-GRP-REVERSED (WS-GRP-IX)  TO WS-TOT-REVERSED
             ADD WS-GRP-WOFF (WS-GRP-IX)      TO WS-TOT-WOFF
             ADD WS-GRP-EXIT (WS-GRP-IX)      TO WS-TOT-EXIT
             ADD WS-GRP-CLOSE (WS-GRP-IX)     TO WS-TOT-CLOSE
             ADD WS-GRP-DIFF (WS-GRP-IX)      TO WS-TOT-DIFF

             IF WS-GRP-DIFF (WS-GRP-IX) NOT = ZERO
                ADD 1                    TO WS-GRP-UNBALANCED
             END-IF.
       A3100-EXIT.
             EXIT.
       A3200-CHECK-WRITE-OFF-PARA.
      *      A WRITE-OFF NOT MET ON ANY LOAN OF THE BOOK
             IF WS-WOF-USED (WS-WOF-IX) NOT = 'Y'
                MOVE WS-WOF-AMT (WS-WOF-IX) TO WS-ED-AMT
                DISPLAY 'PGBLNBAL WRITE-OFF OF LOAN ',
                   WS-WOF-LOAN (WS-WOF-IX),' ',WS-ED-AMT,
                   ' NOT MATCHED TO THE BOOK'
                ADD 1                    TO WS-WOF-UNMATCHED
             END-IF.
       A3200-EXIT.
             EXIT.
       A4000-PRINT-REPORT-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNBAL - LOAN SUB-LEDGER BALANCE PROOF ',
               WS-CURR-DATE
            IF BASELINE-RUN
               DISPLAY 'NO PREVIOUS SNAPSHOT - BASELINE ESTABLISHED, ',
                  'NOTHING PROVED'
            ELSE
               DISPLAY 'MOVEMENTS AFTER THE SNAPSHOT OF ',WS-PRV-NUM,
                  ' UP TO ',WS-TODAY-NUM
            END-IF
            DISPLAY '-------------------------------------------'

            PERFORM A4100-PRINT-GROUP-PARA
               THRU A4100-EXIT
               VARYING WS-GRP-IX FROM 1 BY 1
               UNTIL WS-GRP-IX > WS-GRP-NR

            DISPLAY '-------------------------------------------'
            DISPLAY 'WHOLE LOAN BOOK'
            MOVE WS-BAL-TOTAL           TO WS-BAL-PRINT
            PERFORM A4300-PRINT-PROOF-PARA
               THRU A4300-EXIT

            DISPLAY '-------------------------------------------'
            DISPLAY 'LOANS EXAMINED ...............: ',
               WS-LOANS-EXAMINED
            DISPLAY 'SNAPSHOT RECORDS WRITTEN .....: ',
               WS-SNAP-WRITTEN
            DISPLAY 'CATEGORY/BRANCH GROUPS .......: ',WS-GRP-NR
            DISPLAY 'GROUPS NOT BALANCED ..........: ',
               WS-GRP-UNBALANCED
            DISPLAY 'LOANS WITH A DIFFERENCE ......: ',WS-LOANS-DIFF
            IF WS-LOANS-DIFF > WS-EXC-NR
               DISPLAY '  OF WHICH NOT LISTED ........: ',
                  'TABLE OF 2000 FULL'
            END-IF
            DISPLAY 'SNAPSHOT LOANS NOT ON LOANMSTR: ',
               WS-LOANS-VANISHED
            DISPLAY 'WRITE-OFFS NOT MATCHED .......: ',
               WS-WOF-UNMATCHED
            DISPLAY 'DATABASE ERRORS ..............: ',WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            EVALUATE TRUE
            WHEN WS-GRP-UNBALANCED > ZERO
                 DISPLAY 'PGBLNBAL *** LOAN BOOK DOES NOT BALANCE ***'
                 MOVE 8 TO RETURN-CODE
            WHEN WS-DB-ERRORS > ZERO
            OR   WS-WOF-UNMATCHED > ZERO
                 DISPLAY 'PGBLNBAL LOAN BOOK BALANCED - WITH WARNINGS'
                 MOVE 4 TO RETURN-CODE
            WHEN BASELINE-RUN
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 DISPLAY 'PGBLNBAL LOAN BOOK BALANCED'
            END-EVALUATE.
       A4000-EXIT.
             EXIT.
       A4100-PRINT-GROUP-PARA.
            MOVE WS-GRP-OPEN (WS-GRP-IX)  TO WS-ED-AMT
            MOVE WS-GRP-CLOSE (WS-GRP-IX) TO WS-ED-AMT2
            MOVE WS-GRP-DIFF (WS-GRP-IX)  TO WS-ED-AMT3
            IF WS-GRP-DIFF (WS-GRP-IX) = ZERO
               DISPLAY 'CATEGORY ',WS-GRP-CAT (WS-GRP-IX),
                  ' BRANCH ',WS-GRP-BRANCH (WS-GRP-IX),
                  ' LOANS ',WS-GRP-LOANS (WS-GRP-IX),
                  ' OPENING ',WS-ED-AMT,' CLOSING ',WS-ED-AMT2,
                  ' BALANCED'
               GO TO A4100-EXIT
            END-IF

      *     AN UNBALANCED GROUP IS SHOWN IN FULL, DOWN TO ITS LOANS
            DISPLAY 'CATEGORY ',WS-GRP-CAT (WS-GRP-IX),
               ' BRANCH ',WS-GRP-BRANCH (WS-GRP-IX),
               ' LOANS ',WS-GRP-LOANS (WS-GRP-IX),
               ' *** NOT BALANCED BY ',WS-ED-AMT3,' ***'
            MOVE WS-GRP-AMTS (WS-GRP-IX) TO WS-BAL-PRINT
            PERFORM A4300-PRINT-PROOF-PARA
               THRU A4300-EXIT

            PERFORM A4200-PRINT-LOAN-PARA
               THRU A4200-EXIT
               VARYING WS-EXC-IX FROM 1 BY 1
               UNTIL WS-EXC-IX > WS-EXC-NR.
       A4100-EXIT.
             EXIT.
       A4200-PRINT-LOAN-PARA.
            IF WS-EXC-GRP (WS-EXC-IX) NOT = WS-GRP-IX
               GO TO A4200-EXIT
            END-IF

            MOVE WS-EXC-OPEN (WS-EXC-IX)  TO WS-ED-AMT
            MOVE WS-EXC-MOVE (WS-EXC-IX)  TO WS-ED-AMT2
            MOVE WS-EXC-CLOSE (WS-EXC-IX) TO WS-ED-AMT3
            MOVE WS-EXC-DIFF (WS-EXC-IX)  TO WS-ED-AMT4
            DISPLAY '   LOAN ',WS-EXC-LOAN (WS-EXC-IX),
               ' OPENING ',WS-ED-AMT,' MOVEMENTS ',WS-ED-AMT2,
               ' CLOSING ',WS-ED-AMT3,' DIFFERENCE ',WS-ED-AMT4.
       A4200-EXIT.
             EXIT.
       A4300-PRINT-PROOF-PARA.
            COMPUTE WS-PRT-EXPECTED = WS-PRT-OPEN + WS-PRT-TRF-IN
               - WS-PRT-TRF-OUT + WS-PRT-DISB + WS-PRT-CAP
               - WS-PRT-REPAID + WS-PRT-REVERSED - WS-PRT-WOFF
               - WS-PRT-EXIT

            MOVE WS-PRT-OPEN            TO WS-ED-AMT
            DISPLAY '   OPENING OUTSTANDING .......: ',WS-ED-AMT
            IF WS-PRT-TRF-IN NOT = ZERO
            OR WS-PRT-TRF-OUT NOT = ZERO
               MOVE WS-PRT-TRF-IN       TO WS-ED-AMT
               DISPLAY ' + MOVED IN FROM OTHER GROUPS : ',WS-ED-AMT
               MOVE WS-PRT-TRF-OUT      TO WS-ED-AMT
               DISPLAY ' - MOVED OUT TO OTHER GROUPS .: ',WS-ED-AMT
            END-IF
            MOVE WS-PRT-DISB            TO WS-ED-AMT
            DISPLAY ' + DISBURSED .................: ',WS-ED-AMT
            MOVE WS-PRT-CAP             TO WS-ED-AMT
            DISPLAY ' + CAPITALIZED ...............: ',WS-ED-AMT
            MOVE WS-PRT-REPAID          TO WS-ED-AMT
            DISPLAY ' - REPAID ....................: ',WS-ED-AMT
            MOVE WS-PRT-REVERSED        TO WS-ED-AMT
            DISPLAY ' + REPAYMENTS REVERSED .......: ',WS-ED-AMT
            MOVE WS-PRT-WOFF            TO WS-ED-AMT
            DISPLAY ' - WRITTEN OFF ...............: ',WS-ED-AMT
            MOVE WS-PRT-EXIT            TO WS-ED-AMT
            DISPLAY ' - CEDED OR WITHDRAWN ........: ',WS-ED-AMT
            MOVE WS-PRT-EXPECTED        TO WS-ED-AMT
            DISPLAY ' = EXPECTED OUTSTANDING ......: ',WS-ED-AMT
            MOVE WS-PRT-CLOSE           TO WS-ED-AMT
            DISPLAY '   CLOSING OUTSTANDING .......: ',WS-ED-AMT
            MOVE WS-PRT-DIFF            TO WS-ED-AMT
            DISPLAY '   DIFFERENCE ................: ',WS-ED-AMT.
       A4300-EXIT.
             EXIT.
       A5000-LOG-UNBALANCED-PARA.
      *      ONE SEVERE ENTRY PER UNBALANCED DAY, WITH THE FIRST
      *      GROUPS OUT OF BALANCE, FOR THE MORNING BULLETIN
             MOVE SPACES                  TO NPG01RC
             MOVE 'S'                     TO G01-TPERR
             MOVE 'PGBLNBAL'              TO G01-PGMNM
             MOVE 'PGBLNBAL'              TO G01-ROUNM
             MOVE 'BAL-PROOF'             TO G01-LABEL
             MOVE 'LOANMSTR'              TO G01-ARCHI
             MOVE 'BALPROOF'              TO G01-CDERR
             MOVE ZERO                    TO G01-NOPER
             MOVE WS-TOT-DIFF             TO WS-ED-AMT
             STRING 'BOOK UNBALANCED ON '  DELIMITED BY SIZE
                    WS-CURR-DATE           DELIMITED BY SIZE
                    ' DIFFERENCE '         DELIMITED BY SIZE
                    WS-ED-AMT              DELIMITED BY SIZE
                    INTO G01-DESC1
             END-STRING
             STRING WS-GRP-UNBALANCED      DELIMITED BY SIZE
                    ' CATEGORY/BRANCH GROUPS, ' DELIMITED BY SIZE
                    WS-LOANS-DIFF          DELIMITED BY SIZE
                    ' LOANS - SEE REPORT'   DELIMITED BY SIZE
                    INTO G01-DESC2
             END-STRING

             MOVE ZERO                    TO WS-LOG-LINE
             PERFORM A5100-LOG-GROUP-PARA
                THRU A5100-EXIT
                VARYING WS-GRP-IX FROM 1 BY 1
                UNTIL WS-GRP-IX > WS-GRP-NR
                   OR WS-LOG-LINE NOT < 3

             ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
             MOVE WS-LOG-DATE             TO G01-DTOPE
             ACCEPT WS-LOG-TIME FROM TIME
             MOVE WS-LOG-TIME             TO G01-ORAOP

             MOVE SPACES                  TO NPX50RC
             MOVE NPG01RC                 TO X50-NPERRT
             MOVE 'IS'                    TO X50-FUNZI

             MOVE 'NPX50P'                TO WS-ROUT-MODULE
             MOVE NPX50RC                 TO WS-ROUT-NP1000
             MOVE NPG01RC                 TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP1000          TO NPX50RC
             MOVE WS-ROUT-NPG01           TO NPG01RC

             IF X50-RCODE NOT = SPACES
                DISPLAY 'PGBLNBAL NPERRT LOG FAILED - RCODE ',
                   X50-RCODE
             END-IF.
       A5000-EXIT.
             EXIT.
       A5100-LOG-GROUP-PARA.
             IF WS-GRP-DIFF (WS-GRP-IX) = ZERO
                GO TO A5100-EXIT
             END-IF

             ADD 1                        TO WS-LOG-LINE
             MOVE WS-GRP-DIFF (WS-GRP-IX) TO WS-ED-AMT
             EVALUATE WS-LOG-LINE
             WHEN 1
                  STRING 'CATEGORY ' WS-GRP-CAT (WS-GRP-IX)
                         ' BRANCH ' WS-GRP-BRANCH (WS-GRP-IX)
                         ' DIFFERENCE ' WS-ED-AMT
                         DELIMITED BY SIZE INTO G01-DESC3
                  END-STRING
             WHEN 2
                  STRING 'CATEGORY ' WS-GRP-CAT (WS-GRP-IX)
                         ' BRANCH ' WS-GRP-BRANCH (WS-GRP-IX)
                         ' DIFFERENCE ' WS-ED-AMT
                         DELIMITED BY SIZE INTO G01-DESC4
                  END-STRING
             WHEN OTHER
                  STRING 'CATEGORY ' WS-GRP-CAT (WS-GRP-IX)
                         ' BRANCH ' WS-GRP-BRANCH (WS-GRP-IX)
                         ' DIFFERENCE ' WS-ED-AMT
                         DELIMITED BY SIZE INTO G01-DESC5
                  END-STRING
             END-EVALUATE.
       A5100-EXIT.
             EXIT.
       END PROGRAM PGBLNBAL.
