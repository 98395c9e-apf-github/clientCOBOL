       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNARC.
      ******************************************************************
      * PERIODIC ARCHIVAL OF THE HISTORY OF LONG-CLOSED LOANS. A LOAN *
      * NO LONGER OURS (PAID OFF, PORTED OUT, WITHDRAWN, TRANSFERRED) *
      * OR WRITTEN OFF, WHOSE LAST ACTIVITY (REPAYMENT OR ACCRUAL,    *
      * ELSE THE LAST DUE DATE OF ITS PLAN) FALLS MORE THAN THE YEARS *
      * OF THE DDARCPAR CARD AGO (DEFAULT TEN), HAS ITS FULL HISTORY  *
      * MOVED FROM LOANRPHST, LOANSCHD, LOANACRH AND LOANARRS TO THE  *
      * ARCHIVE TABLES ARCRPHST, ARCSCHD, ARCACRH AND ARCARRS, WHICH  *
      * HAVE THE SAME COLUMNS. EACH LOAN IS ONE UNIT OF WORK: THE     *
      * ROWS INSERTED MUST MATCH THE ROWS COUNTED AND DELETED, OR THE *
      * LOAN IS BACKED OUT; A MOVED LOAN IS RECORDED IN THE ARCLOAN   *
      * REGISTER. ROW COUNTS AND AMOUNTS OF EVERY TABLE, LIVE AND     *
      * ARCHIVE, ARE TAKEN BEFORE AND AFTER THE RUN AND MUST BALANCE. *
      * SIMULATION MODE (DEFAULT) ONLY LISTS THE CANDIDATES. THE      *
      * INQUIRY, THE STATEMENTS AND THE ACCESS DOSSIER READ THE       *
      * ARCHIVE TOGETHER WITH THE LIVE TABLES.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCPAR  ASSIGN TO DDARCPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARCPAR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARCPAR.
       01 ARCPAR-RECORD.
           02  PAR-MODE                   PIC X(01).
               88  EXECUTE-MODE           VALUE 'E'.
           02  PAR-CLOSED-YY              PIC 9(02).
           02  FILLER                     PIC X(77).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE ARCLOAN
           END-EXEC.

      *    THE CURSOR SURVIVES THE COMMIT OF EACH ARCHIVED LOAN
           EXEC SQL
               DECLARE CUR-CLOSED CURSOR WITH HOLD FOR
               SELECT LOANM_NO, LOANM_ST
               FROM LOANMSTR
               WHERE LOANM_ST IN ('C', 'P', 'R', 'T', 'W')
               ORDER BY LOANM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-ARCPAR-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-LOANS              VALUE '1'.
          05 WS-ARC-OK                     PIC X(01).

       01 WS-COUNTERS.
          05 WS-LOANS-EXAMINED             PIC 9(07) VALUE ZERO.
          05 WS-NO-HISTORY                 PIC 9(07) VALUE ZERO.
          05 WS-CANDIDATES                 PIC 9(07) VALUE ZERO.
          05 WS-ARCHIVED                   PIC 9(07) VALUE ZERO.
          05 WS-ARC-ERRORS                 PIC 9(07) VALUE ZERO.

       01 WS-SELECT-WORK.
          05 WS-LAST-RPH                   PIC X(04).
          05 WS-LAST-ACR                   PIC X(04).
          05 WS-LAST-SCH                   PIC X(04).
          05 WS-LAST-YEAR                  PIC X(04).
          05 WS-CUTOFF-YEAR                PIC 9(04).
          05 WS-INS-ROWS                   PIC S9(9) COMP.
          05 WS-DEL-ROWS                   PIC S9(9) COMP.
          05 WS-CNT-ROWS                   PIC S9(9) COMP.
          05 WS-CNT-AMT                    PIC S9(13)V99 COMP-3.

      *    ROWS OF THE LOAN IN HAND, BY TABLE (SAME ORDER AS
      *    WS-CT-ELE)
       01 WS-LOAN-ROWS.
          05 WS-LN-ROWS OCCURS 4           PIC S9(9) COMP.
       01 WS-LN-IX                         PIC 9(01).

      *    CONTROL TOTALS: 1 = LOANRPHST/ARCRPHST (REPAID AMOUNT),
      *    2 = LOANSCHD/ARCSCHD (PRINCIPAL), 3 = LOANACRH/ARCACRH
      *    (ACCRUED AMOUNT), 4 = LOANARRS/ARCARRS (UNPAID PRINCIPAL)
       01 WS-CONTROL-TOTALS.
          05 WS-CT-ELE OCCURS 4.
             10 WS-CT-NAME                 PIC X(18).
             10 WS-CT-PASS OCCURS 2.
      *         1 = BEFORE THE RUN   2 = AFTER THE RUN
                15 WS-CT-LIVE-ROWS         PIC S9(11) COMP-3.
                15 WS-CT-ARC-ROWS          PIC S9(11) COMP-3.
                15 WS-CT-LIVE-AMT          PIC S9(15)V99 COMP-3.
                15 WS-CT-ARC-AMT           PIC S9(15)V99 COMP-3.
             10 WS-CT-CAND-ROWS            PIC S9(11) COMP-3.
             10 WS-CT-MOVED-ROWS           PIC S9(11) COMP-3.
       01 WS-CT-IX                         PIC 9(01).
       01 WS-CT-P                          PIC 9(01).
       01 WS-CT-BALANCED                   PIC X(01) VALUE 'Y'.
       01 WS-CT-CHECK.
          05 WS-CHK-ROWS-1                 PIC S9(11) COMP-3.
          05 WS-CHK-ROWS-2                 PIC S9(11) COMP-3.
          05 WS-CHK-AMT-1                  PIC S9(15)V99 COMP-3.
          05 WS-CHK-AMT-2                  PIC S9(15)V99 COMP-3.
          05 WS-CHK-GROWN                  PIC S9(11) COMP-3.

       01 WS-CT-EDIT.
          05 WS-ED-ROWS-1                  PIC ZZ,ZZZ,ZZZ,ZZ9-.
          05 WS-ED-ROWS-2                  PIC ZZ,ZZZ,ZZZ,ZZ9-.
          05 WS-ED-AMT-1                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 WS-ED-AMT-2                   PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01 WS-TEMP-DATE.
           10  WS-TEMP-DATE-YY     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-MM     PIC X(02)       VALUE SPACES.
           10  WS-TEMP-DATE-DD     PIC X(02)       VALUE SPACES.
       01 WS-CUR-YEAR                      PIC 9(04) VALUE ZERO.
       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-DD     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-CCYY   PIC 9(04)       VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
                       WS-CONTROL-TOTALS

            MOVE 'LOANRPHST/ARCRPHST'   TO WS-CT-NAME (1)
            MOVE 'LOANSCHD/ARCSCHD'     TO WS-CT-NAME (2)
            MOVE 'LOANACRH/ARCACRH'     TO WS-CT-NAME (3)
            MOVE 'LOANARRS/ARCARRS'     TO WS-CT-NAME (4)

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CUR-YEAR
            ADD  WS-TEMP-DATE-YY        TO WS-CUR-YEAR
            MOVE WS-CUR-YEAR            TO WS-CURT-DATE-CCYY

            OPEN INPUT ARCPAR
            READ ARCPAR
            END-READ
            IF WS-ARCPAR-FS NOT = '00'
               MOVE 'S'                 TO PAR-MODE
               MOVE 10                  TO PAR-CLOSED-YY
            END-IF
            CLOSE ARCPAR

            IF PAR-CLOSED-YY NOT NUMERIC
            OR PAR-CLOSED-YY = ZERO
               MOVE 10                  TO PAR-CLOSED-YY
            END-IF

            COMPUTE WS-CUTOFF-YEAR = WS-CUR-YEAR - PAR-CLOSED-YY

            DISPLAY '-------------------------------------------'
            IF EXECUTE-MODE
               DISPLAY 'PGBLNARC - CLOSED-LOAN ARCHIVAL (EXECUTE)'
            ELSE
               DISPLAY 'PGBLNARC - CLOSED-LOAN ARCHIVAL (SIMULATION)'
            END-IF
            DISPLAY 'LAST ACTIVITY BEFORE YEAR ....: ',
               WS-CUTOFF-YEAR
            DISPLAY '-------------------------------------------'

            MOVE 1                      TO WS-CT-P
            PERFORM C1000-CONTROL-TOTALS-PARA
               THRU C1000-EXIT

            EXEC SQL
                OPEN CUR-CLOSED
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNARC OPEN CURSOR SQLCODE -',SQLCODE
               ADD 1                    TO WS-ARC-ERRORS
               SET END-OF-LOANS TO TRUE
            END-IF

            PERFORM A1000-FETCH-LOAN-PARA
               THRU A1000-EXIT
            PERFORM A2000-ONE-LOAN-PARA
               THRU A2000-EXIT
               UNTIL END-OF-LOANS

            EXEC SQL
                CLOSE CUR-CLOSED
            END-EXEC

            MOVE 2                      TO WS-CT-P
            PERFORM C1000-CONTROL-TOTALS-PARA
               THRU C1000-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-CLOSED
                INTO :LLOANM-NO, :LLOANM-ST
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-LOANS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNARC FETCH SQLCODE -',SQLCODE
                 ADD 1                  TO WS-ARC-ERRORS
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A1000-EXIT.
             EXIT.
       A2000-ONE-LOAN-PARA.
             ADD 1                       TO WS-LOANS-EXAMINED

             PERFORM B1000-LAST-ACTIVITY-PARA
                THRU B1000-EXIT

             IF WS-LAST-YEAR = SPACES
                GO TO A2090-NEXT
             END-IF

             IF WS-LAST-YEAR NOT NUMERIC
             OR WS-LAST-YEAR NOT < WS-CUTOFF-YEAR
                GO TO A2090-NEXT
             END-IF

             PERFORM B1500-COUNT-ROWS-PARA
                THRU B1500-EXIT
             IF WS-ARC-OK NOT = 'Y'
                GO TO A2090-NEXT
             END-IF

             ADD 1                       TO WS-CANDIDATES
             PERFORM B1600-ADD-CANDIDATE-PARA
                THRU B1600-EXIT
                VARYING WS-LN-IX FROM 1 BY 1
                UNTIL WS-LN-IX > 4

             DISPLAY 'PGBLNARC CANDIDATE LOAN ',LLOANM-NO,
                ' ST ',LLOANM-ST,' LAST ACTIVITY ',WS-LAST-YEAR

             IF EXECUTE-MODE
                PERFORM B2000-ARCHIVE-LOAN-PARA
                   THRU B2000-EXIT
             END-IF.

       A2090-NEXT.
             PERFORM A1000-FETCH-LOAN-PARA
                THRU A1000-EXIT.
       A2000-EXIT.
             EXIT.
       B1000-LAST-ACTIVITY-PARA.
      *      YEAR OF THE LAST REPAYMENT OR ACCRUAL (THE DATES ARE
      *      MM/DD/CCYY); A LOAN WITH NEITHER FALLS BACK ON THE LAST
      *      DUE DATE OF ITS PLAN. SPACES = NO HISTORY AT ALL
             MOVE SPACES                 TO WS-LAST-YEAR
                                            WS-LAST-RPH
                                            WS-LAST-ACR
                                            WS-LAST-SCH

             EXEC SQL
                 SELECT COALESCE(MAX(SUBSTR(RLOANRPH_DATE,7,4)), ' ')
                   INTO :WS-LAST-RPH
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNARC LAST REPAYMENT SQLCODE -',SQLCODE
                ADD 1                    TO WS-ARC-ERRORS
                GO TO B1000-EXIT
             END-IF

             EXEC SQL
                 SELECT COALESCE(MAX(SUBSTR(ALOANACR_DATE,7,4)), ' ')
                   INTO :WS-LAST-ACR
                   FROM LOANACRH
                  WHERE ALOANACR_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNARC LAST ACCRUAL SQLCODE -',SQLCODE
                ADD 1                    TO WS-ARC-ERRORS
                GO TO B1000-EXIT
             END-IF

             MOVE WS-LAST-RPH            TO WS-LAST-YEAR
             IF WS-LAST-ACR NOT = SPACES
             AND (WS-LAST-YEAR = SPACES
                  OR WS-LAST-ACR > WS-LAST-YEAR)
                MOVE WS-LAST-ACR         TO WS-LAST-YEAR
             END-IF

             IF WS-LAST-YEAR NOT = SPACES
                GO TO B1000-EXIT
             END-IF

             EXEC SQL
                 SELECT COALESCE(MAX(SUBSTR(SLOANSCH_DUE_DATE,7,4)),
                                 ' ')
                   INTO :WS-LAST-SCH
                   FROM LOANSCHD
                  WHERE SLOANSCH_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNARC LAST DUE DATE SQLCODE -',SQLCODE
                ADD 1                    TO WS-ARC-ERRORS
                GO TO B1000-EXIT
             END-IF

             MOVE WS-LAST-SCH            TO WS-LAST-YEAR

             IF WS-LAST-YEAR = SPACES
                ADD 1                    TO WS-NO-HISTORY
             END-IF.
       B1000-EXIT.
             EXIT.
       B1500-COUNT-ROWS-PARA.
      *      ROWS OF THE LOAN STILL ON THE LIVE TABLES
             MOVE 'Y'                    TO WS-ARC-OK
             INITIALIZE WS-LOAN-ROWS

             EXEC SQL
                 SELECT COUNT(*) INTO :WS-CNT-ROWS
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
             END-EXEC
             IF SQLCODE NOT = 0
                GO TO B1500-ERROR
             END-IF
             MOVE WS-CNT-ROWS            TO WS-LN-ROWS (1)

             EXEC SQL
                 SELECT COUNT(*) INTO :WS-CNT-ROWS
                   FROM LOANSCHD
                  WHERE SLOANSCH_NO = :LLOANM-NO
             END-EXEC
             IF SQLCODE NOT = 0
                GO TO B1500-ERROR
             END-IF
             MOVE WS-CNT-ROWS            TO WS-LN-ROWS (2)

             EXEC SQL
                 SELECT COUNT(*) INTO :WS-CNT-ROWS
                   FROM LOANACRH
                  WHERE ALOANACR_NO = :LLOANM-NO
             END-EXEC
             IF SQLCODE NOT = 0
                GO TO B1500-ERROR
             END-IF
             MOVE WS-CNT-ROWS            TO WS-LN-ROWS (3)

             EXEC SQL
                 SELECT COUNT(*) INTO :WS-CNT-ROWS
                   FROM LOANARRS
                  WHERE BLOANARR_NO = :LLOANM-NO
             END-EXEC
             IF SQLCODE NOT = 0
                GO TO B1500-ERROR
             END-IF
             MOVE WS-CNT-ROWS            TO WS-LN-ROWS (4)
             GO TO B1500-EXIT.
       B1500-ERROR.
             DISPLAY 'PGBLNARC ROW COUNT SQLCODE -',SQLCODE,
                ' LOAN ',LLOANM-NO
             ADD 1                       TO WS-ARC-ERRORS
             MOVE 'N'                    TO WS-ARC-OK.
       B1500-EXIT.
             EXIT.
       B1600-ADD-CANDIDATE-PARA.
             ADD WS-LN-ROWS (WS-LN-IX)
               TO WS-CT-CAND-ROWS (WS-LN-IX).
       B1600-EXIT.
             EXIT.
       B2000-ARCHIVE-LOAN-PARA.
      *      ONE UNIT OF WORK PER LOAN: COPY TO THE ARCHIVE, DELETE
      *      FROM THE LIVE TABLE, AND BOTH MUST TOUCH EXACTLY THE
      *      ROWS COUNTED
             MOVE 'Y'                    TO WS-ARC-OK

             EXEC SQL
                 INSERT INTO ARCRPHST
                 SELECT * FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
             END-EXEC
             MOVE 1                      TO WS-LN-IX
             PERFORM B2900-CHECK-INSERT-PARA
                THRU B2900-EXIT
             EXEC SQL
                 DELETE FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
             END-EXEC
             PERFORM B2910-CHECK-DELETE-PARA
                THRU B2910-EXIT

             EXEC SQL
                 INSERT INTO ARCSCHD
                 SELECT * FROM LOANSCHD
                  WHERE SLOANSCH_NO = :LLOANM-NO
             END-EXEC
             MOVE 2                      TO WS-LN-IX
             PERFORM B2900-CHECK-INSERT-PARA
                THRU B2900-EXIT
             EXEC SQL
                 DELETE FROM LOANSCHD
                  WHERE SLOANSCH_NO = :LLOANM-NO
             END-EXEC
             PERFORM B2910-CHECK-DELETE-PARA
                THRU B2910-EXIT

             EXEC SQL
                 INSERT INTO ARCACRH
                 SELECT * FROM LOANACRH
                  WHERE ALOANACR_NO = :LLOANM-NO
             END-EXEC
             MOVE 3                      TO WS-LN-IX
             PERFORM B2900-CHECK-INSERT-PARA
                THRU B2900-EXIT
             EXEC SQL
                 DELETE FROM LOANACRH
                  WHERE ALOANACR_NO = :LLOANM-NO
             END-EXEC
             PERFORM B2910-CHECK-DELETE-PARA
                THRU B2910-EXIT

             EXEC SQL
                 INSERT INTO ARCARRS
                 SELECT * FROM LOANARRS
                  WHERE BLOANARR_NO = :LLOANM-NO
             END-EXEC
             MOVE 4                      TO WS-LN-IX
             PERFORM B2900-CHECK-INSERT-PARA
                THRU B2900-EXIT
             EXEC SQL
                 DELETE FROM LOANARRS
                  WHERE BLOANARR_NO = :LLOANM-NO
             END-EXEC
             PERFORM B2910-CHECK-DELETE-PARA
                THRU B2910-EXIT

             IF WS-ARC-OK = 'Y'
                PERFORM B3000-REGISTER-PARA
                   THRU B3000-EXIT
             END-IF

             IF WS-ARC-OK = 'Y'
                EXEC SQL COMMIT END-EXEC
                ADD 1                    TO WS-ARCHIVED
                PERFORM B2100-ADD-MOVED-PARA
                   THRU B2100-EXIT
                   VARYING WS-LN-IX FROM 1 BY 1
                   UNTIL WS-LN-IX > 4
             ELSE
                EXEC SQL ROLLBACK END-EXEC
                ADD 1                    TO WS-ARC-ERRORS
                DISPLAY 'PGBLNARC   LOAN ',LLOANM-NO,' BACKED OUT'
             END-IF.
       B2000-EXIT.
             EXIT.
       B2100-ADD-MOVED-PARA.
             ADD WS-LN-ROWS (WS-LN-IX)
               TO WS-CT-MOVED-ROWS (WS-LN-IX).
       B2100-EXIT.
             EXIT.
       B2900-CHECK-INSERT-PARA.
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNARC ARCHIVE INSERT SQLCODE -',SQLCODE,
                   ' ',WS-CT-NAME (WS-LN-IX)
                MOVE 'N'                 TO WS-ARC-OK
                GO TO B2900-EXIT
             END-IF

             MOVE ZERO                   TO WS-INS-ROWS
             IF SQLCODE = 0
                MOVE SQLERRD (3)         TO WS-INS-ROWS
             END-IF

             IF WS-INS-ROWS NOT = WS-LN-ROWS (WS-LN-IX)
                DISPLAY 'PGBLNARC ROWS COPIED ',WS-INS-ROWS,
                   ' COUNTED ',WS-LN-ROWS (WS-LN-IX),
                   ' ',WS-CT-NAME (WS-LN-IX)
                MOVE 'N'                 TO WS-ARC-OK
             END-IF.
       B2900-EXIT.
             EXIT.
       B2910-CHECK-DELETE-PARA.
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNARC LIVE DELETE SQLCODE -',SQLCODE,
                   ' ',WS-CT-NAME (WS-LN-IX)
                MOVE 'N'                 TO WS-ARC-OK
                GO TO B2910-EXIT
             END-IF

             MOVE ZERO                   TO WS-DEL-ROWS
             IF SQLCODE = 0
                MOVE SQLERRD (3)         TO WS-DEL-ROWS
             END-IF

             IF WS-DEL-ROWS NOT = WS-LN-ROWS (WS-LN-IX)
                DISPLAY 'PGBLNARC ROWS DELETED ',WS-DEL-ROWS,
                   ' COUNTED ',WS-LN-ROWS (WS-LN-IX),
                   ' ',WS-CT-NAME (WS-LN-IX)
                MOVE 'N'                 TO WS-ARC-OK
             END-IF.
       B2910-EXIT.
             EXIT.
       B3000-REGISTER-PARA.
      *      THE REGISTER SAYS WHICH LOANS LIVE IN THE ARCHIVE,
      *      SINCE WHEN AND WITH HOW MANY ROWS
             MOVE LLOANM-NO              TO AXLOANAX-NO
             MOVE WS-CURR-DATE           TO AXLOANAX-DATE
             MOVE LLOANM-ST              TO AXLOANAX-ST
             MOVE WS-LAST-YEAR           TO AXLOANAX-LAST-YEAR
             MOVE WS-LN-ROWS (1)         TO AXLOANAX-RPH-ROWS
             MOVE WS-LN-ROWS (2)         TO AXLOANAX-SCH-ROWS
             MOVE WS-LN-ROWS (3)         TO AXLOANAX-ACR-ROWS
             MOVE WS-LN-ROWS (4)         TO AXLOANAX-ARR-ROWS

             EXEC SQL
                 INSERT INTO ARCLOAN
                 (AXLOANAX_NO, AXLOANAX_DATE, AXLOANAX_ST,
                  AXLOANAX_LAST_YEAR, AXLOANAX_RPH_ROWS,
                  AXLOANAX_SCH_ROWS, AXLOANAX_ACR_ROWS,
                  AXLOANAX_ARR_ROWS)
                 VALUES
                 (:AXLOANAX-NO, :AXLOANAX-DATE, :AXLOANAX-ST,
                  :AXLOANAX-LAST-YEAR, :AXLOANAX-RPH-ROWS,
                  :AXLOANAX-SCH-ROWS, :AXLOANAX-ACR-ROWS,
                  :AXLOANAX-ARR-ROWS)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNARC REGISTER INSERT SQLCODE -',SQLCODE
                MOVE 'N'                 TO WS-ARC-OK
             END-IF.
       B3000-EXIT.
             EXIT.
       C1000-CONTROL-TOTALS-PARA.
      *      ROWS AND AMOUNTS OF EVERY LIVE AND ARCHIVE TABLE FOR
      *      THE PASS IN WS-CT-P
             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(RLOANRPH_RP_AMT), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM LOANRPHST
             END-EXEC
             MOVE 1                      TO WS-CT-IX
             PERFORM C1100-STORE-LIVE-PARA
                THRU C1100-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(RLOANRPH_RP_AMT), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM ARCRPHST
             END-EXEC
             PERFORM C1200-STORE-ARC-PARA
                THRU C1200-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(SLOANSCH_PRIN), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM LOANSCHD
             END-EXEC
             MOVE 2                      TO WS-CT-IX
             PERFORM C1100-STORE-LIVE-PARA
                THRU C1100-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(SLOANSCH_PRIN), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM ARCSCHD
             END-EXEC
             PERFORM C1200-STORE-ARC-PARA
                THRU C1200-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(ALOANACR_AMT), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM LOANACRH
             END-EXEC
             MOVE 3                      TO WS-CT-IX
             PERFORM C1100-STORE-LIVE-PARA
                THRU C1100-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(ALOANACR_AMT), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM ARCACRH
             END-EXEC
             PERFORM C1200-STORE-ARC-PARA
                THRU C1200-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(BLOANARR_UNP_PRIN), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM LOANARRS
             END-EXEC
             MOVE 4                      TO WS-CT-IX
             PERFORM C1100-STORE-LIVE-PARA
                THRU C1100-EXIT

             EXEC SQL
                 SELECT COUNT(*), COALESCE(SUM(BLOANARR_UNP_PRIN), 0)
                   INTO :WS-CNT-ROWS, :WS-CNT-AMT
                   FROM ARCARRS
             END-EXEC
             PERFORM C1200-STORE-ARC-PARA
                THRU C1200-EXIT.
       C1000-EXIT.
             EXIT.
       C1100-STORE-LIVE-PARA.
             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNARC CONTROL TOTAL SQLCODE -',SQLCODE,
                   ' ',WS-CT-NAME (WS-CT-IX)
                MOVE 'N'                 TO WS-CT-BALANCED
                GO TO C1100-EXIT
             END-IF

             MOVE WS-CNT-ROWS  TO WS-CT-LIVE-ROWS (WS-CT-IX WS-CT-P)
             MOVE WS-CNT-AMT   TO WS-CT-LIVE-AMT (WS-CT-IX WS-CT-P).
       C1100-EXIT.
             EXIT.
       C1200-STORE-ARC-PARA.
             IF SQLCODE NOT = 0
                DISPLAY 'PGBLNARC CONTROL TOTAL SQLCODE -',SQLCODE,
                   ' ',WS-CT-NAME (WS-CT-IX)
                MOVE 'N'                 TO WS-CT-BALANCED
                GO TO C1200-EXIT
             END-IF

             MOVE WS-CNT-ROWS  TO WS-CT-ARC-ROWS (WS-CT-IX WS-CT-P)
             MOVE WS-CNT-AMT   TO WS-CT-ARC-AMT (WS-CT-IX WS-CT-P).
       C1200-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'CLOSED LOANS EXAMINED ........: ',
               WS-LOANS-EXAMINED
            DISPLAY 'WITHOUT ANY HISTORY ..........: ',
               WS-NO-HISTORY
            DISPLAY 'CANDIDATES SELECTED ..........: ',
               WS-CANDIDATES
            DISPLAY 'LOANS ARCHIVED ...............: ',
               WS-ARCHIVED
            DISPLAY 'ARCHIVAL ERRORS ..............: ',
               WS-ARC-ERRORS

            PERFORM A4100-PRINT-TABLE-PARA
               THRU A4100-EXIT
               VARYING WS-CT-IX FROM 1 BY 1
               UNTIL WS-CT-IX > 4

            DISPLAY '-------------------------------------------'
            IF WS-CT-BALANCED = 'Y'
               DISPLAY 'CONTROL TOTALS BALANCED'
            ELSE
               DISPLAY 'CONTROL TOTALS OUT OF BALANCE'
            END-IF
            DISPLAY '-------------------------------------------'

            IF WS-ARC-ERRORS > ZERO
            OR WS-CT-BALANCED NOT = 'Y'
               MOVE 8 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       A4100-PRINT-TABLE-PARA.
      *      LIVE PLUS ARCHIVE MUST BE THE SAME BEFORE AND AFTER,
      *      AND THE ARCHIVE MUST HAVE GROWN BY THE ROWS MOVED
            DISPLAY '-------------------------------------------'
            DISPLAY WS-CT-NAME (WS-CT-IX)

            MOVE WS-CT-LIVE-ROWS (WS-CT-IX 1) TO WS-ED-ROWS-1
            MOVE WS-CT-LIVE-ROWS (WS-CT-IX 2) TO WS-ED-ROWS-2
            DISPLAY '  LIVE ROWS    BEFORE ',WS-ED-ROWS-1,
               ' AFTER ',WS-ED-ROWS-2
            MOVE WS-CT-ARC-ROWS (WS-CT-IX 1)  TO WS-ED-ROWS-1
            MOVE WS-CT-ARC-ROWS (WS-CT-IX 2)  TO WS-ED-ROWS-2
            DISPLAY '  ARCHIVE ROWS BEFORE ',WS-ED-ROWS-1,
               ' AFTER ',WS-ED-ROWS-2
            MOVE WS-CT-LIVE-AMT (WS-CT-IX 1)  TO WS-ED-AMT-1
            MOVE WS-CT-LIVE-AMT (WS-CT-IX 2)  TO WS-ED-AMT-2
            DISPLAY '  LIVE AMOUNT    BEFORE ',WS-ED-AMT-1,
               ' AFTER ',WS-ED-AMT-2
            MOVE WS-CT-ARC-AMT (WS-CT-IX 1)   TO WS-ED-AMT-1
            MOVE WS-CT-ARC-AMT (WS-CT-IX 2)   TO WS-ED-AMT-2
            DISPLAY '  ARCHIVE AMOUNT BEFORE ',WS-ED-AMT-1,
               ' AFTER ',WS-ED-AMT-2
            MOVE WS-CT-CAND-ROWS (WS-CT-IX)   TO WS-ED-ROWS-1
            MOVE WS-CT-MOVED-ROWS (WS-CT-IX)  TO WS-ED-ROWS-2
            DISPLAY '  ROWS SELECTED       ',WS-ED-ROWS-1,
               ' MOVED ',WS-ED-ROWS-2

            COMPUTE WS-CHK-ROWS-1 = WS-CT-LIVE-ROWS (WS-CT-IX 1)
                                  + WS-CT-ARC-ROWS (WS-CT-IX 1)
            COMPUTE WS-CHK-ROWS-2 = WS-CT-LIVE-ROWS (WS-CT-IX 2)
                                  + WS-CT-ARC-ROWS (WS-CT-IX 2)
            COMPUTE WS-CHK-AMT-1  = WS-CT-LIVE-AMT (WS-CT-IX 1)
                                  + WS-CT-ARC-AMT (WS-CT-IX 1)
            COMPUTE WS-CHK-AMT-2  = WS-CT-LIVE-AMT (WS-CT-IX 2)
                                  + WS-CT-ARC-AMT (WS-CT-IX 2)
            COMPUTE WS-CHK-GROWN  = WS-CT-ARC-ROWS (WS-CT-IX 2)
                                  - WS-CT-ARC-ROWS (WS-CT-IX 1)

            IF WS-CHK-ROWS-1 NOT = WS-CHK-ROWS-2
            OR WS-CHK-AMT-1  NOT = WS-CHK-AMT-2
            OR WS-CHK-GROWN  NOT = WS-CT-MOVED-ROWS (WS-CT-IX)
               MOVE 'N'                 TO WS-CT-BALANCED
               DISPLAY '  *** OUT OF BALANCE ***'
            END-IF.
       A4100-EXIT.
             EXIT.
       END PROGRAM PGBLNARC.
