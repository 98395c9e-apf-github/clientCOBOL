       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCLIDX.
      ******************************************************************
      * STATISTICAL REVALUATION OF THE REAL-ESTATE COLLATERAL. THE    *
      * PROPERTY-PRICE INDEX OF DDPPIIN (ONE NUMBER PER PROVINCE AND  *
      * MONTH, WITH THE NATIONAL SERIES UNDER THE CODE OF THE CARD)   *
      * IS APPLIED TO EVERY ACTIVE COLLATERAL OF AN OPEN LOAN WHOSE   *
      * TYPE IS REAL ESTATE ON THE DDIDXPAR CARD:                     *
      *   INDEXED VALUE = APPRAISED VALUE * LATEST INDEX              *
      *                   / INDEX OF THE MONTH OF THE VALUATION       *
      * ON THE SERIES OF THE PROVINCE OF THE PROPERTY (THE NATIONAL   *
      * ONE WHEN THE PROVINCE IS NOT STATED OR HAS NO SERIES). THE    *
      * APPRAISED VALUE IS LEFT AS IT IS: THE INDEXED VALUE GOES TO   *
      * CLOANCOL_IDX_VALUE WITH THE INDEX REFERENCE (SERIES AND MONTH *
      * OF THE LATEST INDEX) AND THE DATE OF THE RUN. A NEW APPRAISAL *
      * ('11') CLEARS IT AND THE NEXT RUN RESTARTS FROM THE NEW       *
      * VALUATION DATE.                                               *
      * THE LOAN-TO-VALUE OF THE LOAN IS THEN RECOMPUTED AS IN THE    *
      * PGBPRTXN CHECK (LOAN AMOUNT / ACTIVE COLLATERAL AGAINST THE   *
      * CEILING OF THE CATEGORY), ON THE APPRAISED AND ON THE INDEXED *
      * VALUES; A LOAN WITHIN ITS CEILING ON THE APPRAISAL BUT OVER   *
      * IT ON THE INDEX IS LISTED ON DDIDXRPT FOR A FRESH APPRAISAL.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDXPAR  ASSIGN TO DDIDXPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IDXPAR-FS.

           SELECT PPIIN   ASSIGN TO DDPPIIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PPIIN-FS.

           SELECT IDXRPT  ASSIGN TO DDIDXRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IDXRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD IDXPAR.
       01 IDXPAR-RECORD.
           02  PAR-RE-TYPE                PIC X(02) OCCURS 5 TIMES.
      *        COLLATERAL TYPES OF LOANCOLL THAT ARE REAL ESTATE
           02  PAR-NATIONAL               PIC X(02).
      *        CODE OF THE NATIONAL SERIES ON DDPPIIN (SPACES = 'IT')
           02  FILLER                     PIC X(68).

      * PROPERTY-PRICE INDEX, IN PROVINCE AND MONTH ORDER
       FD PPIIN.
       01 PPIIN-RECORD.
           02  PPI-PROV                   PIC X(02).
           02  PPI-PERIOD                 PIC 9(06).
      *        CCYYMM
           02  PPI-INDEX                  PIC 9(05)V99.
           02  FILLER                     PIC X(65).

       FD IDXRPT.
       01 IDXRPT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCOLL
           END-EXEC.

           EXEC SQL
               DECLARE CUR-IDXCOLL CURSOR FOR
               SELECT C.CLOANCOL_NO, C.CLOANCOL_SEQ, C.CLOANCOL_TYPE,
                      C.CLOANCOL_VALUE, C.CLOANCOL_VALDT,
                      C.CLOANCOL_PROV, L.LOANM_CAT, L.LOANM_MAX_AMT
               FROM LOANCOLL C, LOANMSTR L
               WHERE L.LOANM_NO    = C.CLOANCOL_NO
                 AND L.LOANM_ST    = 'O'
                 AND C.CLOANCOL_ST = 'A'
               ORDER BY C.CLOANCOL_NO, C.CLOANCOL_SEQ
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-IDXPAR-FS          PIC XX.
          05 WS-PPIIN-FS           PIC XX.
          05 WS-IDXRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-COLL-FLAG                  PIC X(01).
             88  END-OF-COLL               VALUE '1'.
          05 WS-PPI-FLAG                   PIC X(01).
             88  END-OF-PPI                VALUE '1'.
          05 WS-RE-FLAG                    PIC X(01).
             88  COLL-REAL-ESTATE          VALUE '1'.
          05 WS-IDX-FLAG                   PIC X(01).
             88  COLL-INDEXED              VALUE '1'.

       01 WS-COUNTERS.
          05 WS-PPI-LOADED                 PIC 9(07) VALUE ZERO.
          05 WS-COLL-READ                  PIC 9(07) VALUE ZERO.
          05 WS-COLL-RE                    PIC 9(07) VALUE ZERO.
          05 WS-COLL-INDEXED               PIC 9(07) VALUE ZERO.
          05 WS-COLL-NO-SERIES             PIC 9(07) VALUE ZERO.
          05 WS-COLL-BAD-DATE              PIC 9(07) VALUE ZERO.
          05 WS-LOANS-CHECKED              PIC 9(07) VALUE ZERO.
          05 WS-LOANS-ALREADY-OVER         PIC 9(07) VALUE ZERO.
          05 WS-LOANS-APPRAISE             PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.

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

      * REAL-ESTATE COLLATERAL TYPES OF THE CARD
       01 WS-RE-TYPES.
          05  WS-RE-TYPE-R           PIC X(02)       OCCURS 5.
       01 WS-RE-IX                   PIC S9(04)      COMP.
       01 WS-NATIONAL                PIC X(02).

      * INDEX NUMBERS IN PROVINCE AND MONTH ORDER, WITH THE FIRST AND
      * LAST ENTRY OF EVERY SERIES
       01 WS-PPI-TABLE.
          05  WS-PPI-NR              PIC S9(04)      COMP.
          05  WS-PPI-ELE OCCURS 6000.
              10  WS-PPI-PERIOD      PIC 9(06).
              10  WS-PPI-INDEX       PIC S9(05)V99   COMP-3.
       01 WS-SER-TABLE.
          05  WS-SER-NR              PIC S9(04)      COMP.
          05  WS-SER-ELE OCCURS 200.
              10  WS-SER-PROV        PIC X(02).
              10  WS-SER-FIRST       PIC S9(04)      COMP.
              10  WS-SER-LAST        PIC S9(04)      COMP.
       01 WS-PPI-PREV-KEY.
          05  WS-PREV-PROV           PIC X(02).
          05  WS-PREV-PERIOD         PIC 9(06).
       01 WS-PPI-KEY.
          05  WS-KEY-PROV            PIC X(02).
          05  WS-KEY-PERIOD          PIC 9(06).

       01 WS-INDEXES.
          05  WS-SX                  PIC S9(04)      COMP.
          05  WS-PX                  PIC S9(04)      COMP.
          05  WS-BX                  PIC S9(04)      COMP.
          05  WS-CX                  PIC S9(04)      COMP.

      * VALUATION DATE (MM/DD/CCYY) AND ITS MONTH
       01 WS-VALDT-R.
           10  WS-VAL-MM           PIC 99.
           10  FILLER              PIC X(01).
           10  WS-VAL-DD           PIC 99.
           10  FILLER              PIC X(01).
           10  WS-VAL-CCYY         PIC 9(04).
       01 WS-VAL-PERIOD                    PIC 9(06).

       01 WS-IDX-REF.
          05  WS-REF-SERIES          PIC X(02).
          05  WS-REF-PERIOD          PIC 9(06).

      * SAME CEILINGS AS THE PGBPRTXN LOAN-TO-VALUE CHECK
       01 WS-LTV-CEILINGS.
          05  FILLER                 PIC X(05)       VALUE '96080'.
          05  FILLER                 PIC X(05)       VALUE '97070'.
       01 WS-LTV-CEILINGS-R REDEFINES WS-LTV-CEILINGS.
          05  WS-LTV-ELE OCCURS 2.
              10  WS-LTV-CAT         PIC X(02).
              10  WS-LTV-PCT         PIC 9(03).
       01 WS-LTV-IX                  PIC S9(04)      COMP.

      * LOAN IN HAND AND ITS ACTIVE COLLATERAL
       01 WS-LOAN-WORK.
          05  WS-LN-NO               PIC S9(09)      COMP-3.
          05  WS-LN-CAT              PIC X(02).
          05  WS-LN-AMT              PIC S9(10)V99   COMP-3.
          05  WS-LN-APPR-TOTAL       PIC S9(13)V99   COMP-3.
          05  WS-LN-INDX-TOTAL       PIC S9(13)V99   COMP-3.
          05  WS-LN-LIMIT            PIC 9(03).
          05  WS-LN-LTV-APPR         PIC S9(05)V99   COMP-3.
          05  WS-LN-LTV-INDX         PIC S9(05)V99   COMP-3.
          05  WS-LN-COLL-NR          PIC S9(04)      COMP.
          05  WS-LN-COLL OCCURS 20.
              10  WS-LC-SEQ          PIC S9(03)      COMP-3.
              10  WS-LC-TYPE         PIC X(02).
              10  WS-LC-PROV         PIC X(02).
              10  WS-LC-VALDT        PIC X(10).
              10  WS-LC-APPR         PIC S9(13)V99   COMP-3.
              10  WS-LC-INDX         PIC S9(13)V99   COMP-3.
              10  WS-LC-REF          PIC X(08).
              10  WS-LC-NOTE         PIC X(20).

       01 WS-COLL-TYPE                     PIC X(02).
       01 WS-COLL-NOTE                     PIC X(20).
       01 WS-INDX-VALUE                    PIC S9(13)V99 COMP-3.

       01 WS-PRT-LINE                      PIC X(132).

       01 WS-HEAD-LINE1.
          05  FILLER                 PIC X(50)  VALUE
              '       LOAN CA     LOAN AMOUNT    APPRAISED COLLAT'.
          05  FILLER                 PIC X(50)  VALUE
              '      INDEXED COLLAT  LTV APPR  LTV INDX  CEIL'.
       01 WS-HEAD-LINE2.
          05  FILLER                 PIC X(50)  VALUE
              '   COLL SEQ TP PR VALUED           APPRAISED VALUE'.
          05  FILLER                 PIC X(50)  VALUE
              '       INDEXED VALUE  INDEX REF NOTE'.

       01 WS-LOAN-LINE.
          05  FILLER                 PIC X(02).
          05  WS-LL-LOAN             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-LL-CAT              PIC X(02).
          05  FILLER                 PIC X(02).
          05  WS-LL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-LL-APPR             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-LL-INDX             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-LL-LTV-APPR         PIC ZZZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-LL-LTV-INDX         PIC ZZZZ9.99.
          05  FILLER                 PIC X(03).
          05  WS-LL-LIMIT            PIC ZZ9.
          05  FILLER                 PIC X(02).
          05  WS-LL-MSG              PIC X(20).

       01 WS-COLL-LINE.
          05  FILLER                 PIC X(08).
          05  WS-CL-SEQ              PIC ZZ9.
          05  FILLER                 PIC X(01).
          05  WS-CL-TYPE             PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-CL-PROV             PIC X(02).
          05  FILLER                 PIC X(01).
          05  WS-CL-VALDT            PIC X(10).
          05  FILLER                 PIC X(04).
          05  WS-CL-APPR             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-CL-INDX             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(02).
          05  WS-CL-REF              PIC X(08).
          05  FILLER                 PIC X(02).
          05  WS-CL-NOTE             PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            EXEC SQL
                OPEN CUR-IDXCOLL
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBCLIDX OPEN CUR-IDXCOLL SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               SET END-OF-COLL TO TRUE
            END-IF

            PERFORM A2100-FETCH-COLL-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-COLL-PARA
               THRU A2200-EXIT
               UNTIL END-OF-COLL

            EXEC SQL
                CLOSE CUR-IDXCOLL
            END-EXEC

            IF WS-LN-NO NOT = ZERO
               PERFORM C1000-CHECK-LOAN-PARA
                  THRU C1000-EXIT
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
                       WS-PPI-TABLE
                       WS-SER-TABLE
                       WS-LOAN-WORK

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT IDXPAR
            READ IDXPAR
            END-READ
            IF WS-IDXPAR-FS NOT = '00'
            OR PAR-RE-TYPE (1) = SPACES
               DISPLAY 'PGBCLIDX INDEXATION CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
      *     UNUSED TYPE SLOTS REPEAT THE FIRST ONE
            PERFORM A1100-LOAD-TYPE-PARA
               THRU A1100-EXIT
               VARYING WS-RE-IX FROM 1 BY 1
                 UNTIL WS-RE-IX > 5
            IF PAR-NATIONAL = SPACES
               MOVE 'IT'                TO WS-NATIONAL
            ELSE
               MOVE PAR-NATIONAL        TO WS-NATIONAL
            END-IF
            CLOSE IDXPAR

            OPEN INPUT PPIIN
            IF WS-PPIIN-FS NOT = '00'
               DISPLAY 'PGBCLIDX PRICE INDEX FILE STATUS -',
                  WS-PPIIN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE LOW-VALUES             TO WS-PPI-PREV-KEY
            PERFORM A1200-READ-PPI-PARA
               THRU A1200-EXIT
            PERFORM A1300-LOAD-PPI-PARA
               THRU A1300-EXIT
               UNTIL END-OF-PPI
            CLOSE PPIIN
            IF RETURN-CODE = 16
               GOBACK
            END-IF

            IF WS-PPI-NR = ZERO
               DISPLAY 'PGBCLIDX PRICE INDEX FILE EMPTY'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT IDXRPT
            DISPLAY 'IDXRPT FILE STATUS -',WS-IDXRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBCLIDX - REAL-ESTATE COLLATERAL INDEXATION - '
                                        DELIMITED BY SIZE
                   'LOANS FOR A FRESH APPRAISAL - RUN '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE IDXRPT-RECORD FROM WS-PRT-LINE
            WRITE IDXRPT-RECORD FROM WS-HEAD-LINE1
            WRITE IDXRPT-RECORD FROM WS-HEAD-LINE2.
       A1000-EXIT.
             EXIT.
       A1100-LOAD-TYPE-PARA.
             IF PAR-RE-TYPE (WS-RE-IX) = SPACES
                MOVE PAR-RE-TYPE (1)      TO WS-RE-TYPE-R (WS-RE-IX)
             ELSE
                MOVE PAR-RE-TYPE (WS-RE-IX)
                                          TO WS-RE-TYPE-R (WS-RE-IX)
             END-IF.
       A1100-EXIT.
             EXIT.
       A1200-READ-PPI-PARA.
             READ PPIIN
                AT END
                   SET END-OF-PPI TO TRUE
             END-READ.
       A1200-EXIT.
             EXIT.
       A1300-LOAD-PPI-PARA.
      *      THE LOOKUP RELIES ON THE PROVINCE AND MONTH ORDER: A
      *      RECORD OUT OF SEQUENCE STOPS THE RUN
             IF PPI-PERIOD NOT NUMERIC
             OR PPI-INDEX NOT NUMERIC
             OR PPI-INDEX = ZERO
             OR PPI-PROV = SPACES
                DISPLAY 'PGBCLIDX INVALID INDEX RECORD - ',
                   PPIIN-RECORD (1:15)
                MOVE 16 TO RETURN-CODE
                SET END-OF-PPI TO TRUE
                GO TO A1300-EXIT
             END-IF

             MOVE PPI-PROV                TO WS-KEY-PROV
             MOVE PPI-PERIOD              TO WS-KEY-PERIOD
             IF WS-PPI-KEY NOT > WS-PPI-PREV-KEY
                DISPLAY 'PGBCLIDX INDEX FILE OUT OF SEQUENCE - ',
                   WS-PPI-KEY
                MOVE 16 TO RETURN-CODE
                SET END-OF-PPI TO TRUE
                GO TO A1300-EXIT
             END-IF

             IF WS-PPI-NR NOT < 6000
             OR (WS-KEY-PROV NOT = WS-PREV-PROV
                 AND WS-SER-NR NOT < 200)
                DISPLAY 'PGBCLIDX INDEX TABLE FULL AT ',WS-PPI-KEY
                MOVE 16 TO RETURN-CODE
                SET END-OF-PPI TO TRUE
                GO TO A1300-EXIT
             END-IF

             ADD 1                        TO WS-PPI-NR
             MOVE PPI-PERIOD              TO WS-PPI-PERIOD (WS-PPI-NR)
             MOVE PPI-INDEX               TO WS-PPI-INDEX (WS-PPI-NR)

             IF WS-KEY-PROV NOT = WS-PREV-PROV
                ADD 1                     TO WS-SER-NR
                MOVE WS-KEY-PROV          TO WS-SER-PROV (WS-SER-NR)
                MOVE WS-PPI-NR            TO WS-SER-FIRST (WS-SER-NR)
             END-IF
             MOVE WS-PPI-NR               TO WS-SER-LAST (WS-SER-NR)
             MOVE WS-PPI-KEY              TO WS-PPI-PREV-KEY
             ADD 1                        TO WS-PPI-LOADED

             PERFORM A1200-READ-PPI-PARA
                THRU A1200-EXIT.
       A1300-EXIT.
             EXIT.
       A2100-FETCH-COLL-PARA.
            EXEC SQL
                FETCH CUR-IDXCOLL
                INTO :CLOANCOL-NO, :CLOANCOL-SEQ, :CLOANCOL-TYPE,
                     :CLOANCOL-VALUE, :CLOANCOL-VALDT,
                     :CLOANCOL-PROV, :LLOANM-CAT, :LLOANM-MAX-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-COLL-READ
            WHEN SQLCODE = 100
                 SET END-OF-COLL TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBCLIDX FETCH CUR-IDXCOLL SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-COLL TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-COLL-PARA.
             IF WS-LN-NO NOT = ZERO
             AND CLOANCOL-NO NOT = WS-LN-NO
                PERFORM C1000-CHECK-LOAN-PARA
                   THRU C1000-EXIT
             END-IF
             IF WS-LN-NO = ZERO
                MOVE CLOANCOL-NO          TO WS-LN-NO
                MOVE LLOANM-CAT           TO WS-LN-CAT
                MOVE LLOANM-MAX-AMT       TO WS-LN-AMT
             END-IF

             MOVE CLOANCOL-TYPE           TO WS-COLL-TYPE
             INITIALIZE WS-RE-FLAG
                        WS-IDX-FLAG
             MOVE SPACES                  TO WS-IDX-REF
                                             WS-COLL-NOTE
             MOVE CLOANCOL-VALUE          TO WS-INDX-VALUE
             PERFORM B1000-CHECK-TYPE-PARA
                THRU B1000-EXIT
                VARYING WS-RE-IX FROM 1 BY 1
                  UNTIL WS-RE-IX > 5

             IF COLL-REAL-ESTATE
                ADD 1                     TO WS-COLL-RE
                PERFORM B2000-INDEX-COLL-PARA
                   THRU B2000-EXIT
             END-IF

      *      COLLATERAL NOT INDEXED ENTERS THE INDEXED POSITION AT
      *      ITS APPRAISED VALUE
             ADD CLOANCOL-VALUE           TO WS-LN-APPR-TOTAL
             ADD WS-INDX-VALUE            TO WS-LN-INDX-TOTAL

             IF COLL-REAL-ESTATE
             AND WS-LN-COLL-NR < 20
                ADD 1                     TO WS-LN-COLL-NR
                MOVE WS-LN-COLL-NR        TO WS-CX
                MOVE CLOANCOL-SEQ         TO WS-LC-SEQ (WS-CX)
                MOVE WS-COLL-TYPE         TO WS-LC-TYPE (WS-CX)
                MOVE CLOANCOL-PROV        TO WS-LC-PROV (WS-CX)
                MOVE CLOANCOL-VALDT       TO WS-LC-VALDT (WS-CX)
                MOVE CLOANCOL-VALUE       TO WS-LC-APPR (WS-CX)
                MOVE WS-INDX-VALUE        TO WS-LC-INDX (WS-CX)
                MOVE WS-IDX-REF           TO WS-LC-REF (WS-CX)
                MOVE WS-COLL-NOTE         TO WS-LC-NOTE (WS-CX)
             END-IF

             PERFORM A2100-FETCH-COLL-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       B1000-CHECK-TYPE-PARA.
             IF WS-COLL-TYPE = WS-RE-TYPE-R (WS-RE-IX)
                SET COLL-REAL-ESTATE TO TRUE
             END-IF.
       B1000-EXIT.
             EXIT.
       B2000-INDEX-COLL-PARA.
      *      MONTH OF THE LAST VALUATION, SERIES OF THE PROPERTY AND
      *      INDEX OF THAT MONTH (THE LAST ONE PUBLISHED UP TO IT)
             MOVE CLOANCOL-VALDT          TO WS-VALDT-R
             IF WS-VAL-CCYY NOT NUMERIC
             OR WS-VAL-MM NOT NUMERIC
             OR WS-VAL-MM < 1 OR WS-VAL-MM > 12
                ADD 1                     TO WS-COLL-BAD-DATE
                MOVE 'INVALID VALUE DATE'  TO WS-COLL-NOTE
                GO TO B2000-EXIT
             END-IF
             COMPUTE WS-VAL-PERIOD = WS-VAL-CCYY * 100 + WS-VAL-MM

             PERFORM B2100-FIND-SERIES-PARA
                THRU B2100-EXIT
             IF WS-SX > WS-SER-NR
                ADD 1                     TO WS-COLL-NO-SERIES
                MOVE 'NO INDEX SERIES'    TO WS-COLL-NOTE
                GO TO B2000-EXIT
             END-IF

             PERFORM B2200-SKIP-PERIOD-PARA
                THRU B2200-EXIT
                VARYING WS-PX FROM WS-SER-FIRST (WS-SX) BY 1
                  UNTIL WS-PX > WS-SER-LAST (WS-SX)
                     OR WS-PPI-PERIOD (WS-PX) > WS-VAL-PERIOD
             COMPUTE WS-BX = WS-PX - 1
             IF WS-BX < WS-SER-FIRST (WS-SX)
                ADD 1                     TO WS-COLL-NO-SERIES
                MOVE 'VALUED BEFORE SERIES' TO WS-COLL-NOTE
                GO TO B2000-EXIT
             END-IF

             MOVE WS-SER-LAST (WS-SX)     TO WS-PX
             COMPUTE WS-INDX-VALUE ROUNDED =
                CLOANCOL-VALUE * WS-PPI-INDEX (WS-PX)
                   / WS-PPI-INDEX (WS-BX)
             MOVE WS-SER-PROV (WS-SX)     TO WS-REF-SERIES
             MOVE WS-PPI-PERIOD (WS-PX)   TO WS-REF-PERIOD
             SET COLL-INDEXED TO TRUE

             MOVE WS-INDX-VALUE           TO CLOANCOL-IDX-VALUE
             MOVE WS-IDX-REF              TO CLOANCOL-IDX-REF
             MOVE WS-CURR-DATE            TO CLOANCOL-IDX-DATE

             EXEC SQL
                 UPDATE LOANCOLL
                    SET CLOANCOL_IDX_VALUE = :CLOANCOL-IDX-VALUE,
                        CLOANCOL_IDX_REF   = :CLOANCOL-IDX-REF,
                        CLOANCOL_IDX_DATE  = :CLOANCOL-IDX-DATE
                  WHERE CLOANCOL_NO  = :CLOANCOL-NO
                    AND CLOANCOL_SEQ = :CLOANCOL-SEQ
             END-EXEC

             IF SQLCODE = 0
                ADD 1                     TO WS-COLL-INDEXED
             ELSE
                DISPLAY 'PGBCLIDX UPDATE LOANCOLL SQLCODE -',SQLCODE,
                   ' LOAN ',CLOANCOL-NO,' COLLATERAL ',CLOANCOL-SEQ
                ADD 1                     TO WS-DB-ERRORS
             END-IF.
       B2000-EXIT.
             EXIT.
       B2100-FIND-SERIES-PARA.
      *      SERIES OF THE PROVINCE, ELSE THE NATIONAL ONE;
      *      WS-SX PAST THE TABLE WHEN THERE IS NEITHER
             MOVE 1                       TO WS-SX
             IF CLOANCOL-PROV NOT = SPACES
                PERFORM B2110-SKIP-SERIES-PARA
                   THRU B2110-EXIT
                   UNTIL WS-SX > WS-SER-NR
                      OR WS-SER-PROV (WS-SX) = CLOANCOL-PROV
                IF WS-SX NOT > WS-SER-NR
                   GO TO B2100-EXIT
                END-IF
             END-IF

             MOVE 1                       TO WS-SX
             PERFORM B2110-SKIP-SERIES-PARA
                THRU B2110-EXIT
                UNTIL WS-SX > WS-SER-NR
                   OR WS-SER-PROV (WS-SX) = WS-NATIONAL.
       B2100-EXIT.
             EXIT.
       B2110-SKIP-SERIES-PARA.
             ADD 1                        TO WS-SX.
       B2110-EXIT.
             EXIT.
       B2200-SKIP-PERIOD-PARA.
             CONTINUE.
       B2200-EXIT.
             EXIT.
       C1000-CHECK-LOAN-PARA.
      *      LOAN-TO-VALUE ON THE APPRAISED AND ON THE INDEXED
      *      COLLATERAL; ONLY A LOAN PUSHED OVER ITS CEILING BY THE
      *      INDEX IS LISTED (ONE ALREADY OVER IT ON THE APPRAISAL IS
      *      FLAGGED BY PGBPRTXN AT EVERY COLLATERAL MOVEMENT)
             INITIALIZE WS-LN-LIMIT
             PERFORM C1100-FIND-LIMIT-PARA
                THRU C1100-EXIT
                VARYING WS-LTV-IX FROM 1 BY 1
                  UNTIL WS-LTV-IX > 2

             IF WS-LN-LIMIT = ZERO
             OR WS-LN-APPR-TOTAL NOT > ZERO
                GO TO C1090-NEXT
             END-IF

             ADD 1                        TO WS-LOANS-CHECKED
             COMPUTE WS-LN-LTV-APPR ROUNDED =
                WS-LN-AMT * 100 / WS-LN-APPR-TOTAL
                ON SIZE ERROR
                   MOVE 99999.99          TO WS-LN-LTV-APPR
             END-COMPUTE
             IF WS-LN-INDX-TOTAL > ZERO
                COMPUTE WS-LN-LTV-INDX ROUNDED =
                   WS-LN-AMT * 100 / WS-LN-INDX-TOTAL
                   ON SIZE ERROR
                      MOVE 99999.99       TO WS-LN-LTV-INDX
                END-COMPUTE
             ELSE
                MOVE 99999.99             TO WS-LN-LTV-INDX
             END-IF

             IF WS-LN-LTV-APPR > WS-LN-LIMIT
                ADD 1                     TO WS-LOANS-ALREADY-OVER
                GO TO C1090-NEXT
             END-IF
             IF WS-LN-LTV-INDX NOT > WS-LN-LIMIT
                GO TO C1090-NEXT
             END-IF

             ADD 1                        TO WS-LOANS-APPRAISE
             MOVE SPACES                  TO WS-PRT-LINE
             WRITE IDXRPT-RECORD FROM WS-PRT-LINE
             MOVE SPACES                  TO WS-LOAN-LINE
             MOVE WS-LN-NO                TO WS-LL-LOAN
             MOVE WS-LN-CAT               TO WS-LL-CAT
             MOVE WS-LN-AMT               TO WS-LL-AMT
             MOVE WS-LN-APPR-TOTAL        TO WS-LL-APPR
             MOVE WS-LN-INDX-TOTAL        TO WS-LL-INDX
             MOVE WS-LN-LTV-APPR          TO WS-LL-LTV-APPR
             MOVE WS-LN-LTV-INDX          TO WS-LL-LTV-INDX
             MOVE WS-LN-LIMIT             TO WS-LL-LIMIT
             MOVE 'FRESH APPRAISAL'       TO WS-LL-MSG
             WRITE IDXRPT-RECORD FROM WS-LOAN-LINE
             DISPLAY 'PGBCLIDX LOAN ',WS-LN-NO,
                ' LTV ',WS-LN-LTV-INDX,' ON THE INDEX OVER CEILING ',
                WS-LN-LIMIT,' - FRESH APPRAISAL'

             PERFORM C1200-PRINT-COLL-PARA
                THRU C1200-EXIT
                VARYING WS-CX FROM 1 BY 1
                  UNTIL WS-CX > WS-LN-COLL-NR.

       C1090-NEXT.
             INITIALIZE WS-LOAN-WORK.
       C1000-EXIT.
             EXIT.
       C1100-FIND-LIMIT-PARA.
             IF WS-LTV-CAT (WS-LTV-IX) = WS-LN-CAT
                MOVE WS-LTV-PCT (WS-LTV-IX) TO WS-LN-LIMIT
             END-IF.
       C1100-EXIT.
             EXIT.
       C1200-PRINT-COLL-PARA.
             MOVE SPACES                  TO WS-COLL-LINE
             MOVE 'COLL'                  TO WS-COLL-LINE (4:4)
             MOVE WS-LC-SEQ (WS-CX)       TO WS-CL-SEQ
             MOVE WS-LC-TYPE (WS-CX)      TO WS-CL-TYPE
             MOVE WS-LC-PROV (WS-CX)      TO WS-CL-PROV
             MOVE WS-LC-VALDT (WS-CX)     TO WS-CL-VALDT
             MOVE WS-LC-APPR (WS-CX)      TO WS-CL-APPR
             MOVE WS-LC-INDX (WS-CX)      TO WS-CL-INDX
             MOVE WS-LC-REF (WS-CX)       TO WS-CL-REF
             MOVE WS-LC-NOTE (WS-CX)      TO WS-CL-NOTE
             WRITE IDXRPT-RECORD FROM WS-COLL-LINE.
       C1200-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBCLIDX - COLLATERAL INDEXATION ',
                    WS-CURR-DATE
            DISPLAY 'INDEX NUMBERS LOADED .........: ',
               WS-PPI-LOADED
            DISPLAY 'ACTIVE COLLATERAL READ .......: ',
               WS-COLL-READ
            DISPLAY 'REAL-ESTATE COLLATERAL .......: ',
               WS-COLL-RE
            DISPLAY 'INDEXED ......................: ',
               WS-COLL-INDEXED
            DISPLAY 'NO INDEX FOR THE VALUATION ...: ',
               WS-COLL-NO-SERIES
            DISPLAY 'INVALID VALUATION DATE .......: ',
               WS-COLL-BAD-DATE
            DISPLAY 'LOANS LTV CHECKED ............: ',
               WS-LOANS-CHECKED
            DISPLAY 'ALREADY OVER ON THE APPRAISAL : ',
               WS-LOANS-ALREADY-OVER
            DISPLAY 'OVER CEILING ON THE INDEX ....: ',
               WS-LOANS-APPRAISE
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-LOANS-APPRAISE > ZERO
            OR WS-COLL-BAD-DATE > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE IDXRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBCLIDX.
