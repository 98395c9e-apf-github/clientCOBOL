      * CURES, THE ACCUMULATED MEMO INTEREST IS REINSTATED TO         *
      * LOANACRH IN ONE CATCH-UP POSTING AND THE MEMO ROWS ARE        *
      * CLEARED, SO THE REVERSAL IS EXACT.                             *
      *                                                                *
      * THE DAY'S FRACTION OF A YEAR FOLLOWS THE DAY-COUNT CONVENTION  *
      * OF THE LOAN CATEGORY (LOANCAT_DCC) THROUGH THE PGBDAYCT        *
      * ROUTINE; CATEGORIES WITHOUT ONE STAY ON ACT/365.               *
      *                                                                *
      * A LOAN PAID OUT THROUGH THE DISBURSEMENT TRANSACTION (LOANPLAN *
      * DISBURSEMENT STATUS SET) ACCRUES ONLY ON THE MONEY THAT HAS   *
      * LEFT: THE PART OF THE LOAN AMOUNT NOT YET DISBURSED AT A      *
      * VALUE DATE UP TO TODAY (LOANDISB) IS TAKEN OFF THE            *
      * OUTSTANDING, SO EACH TRANCHE STARTS ACCRUING ON ITS OWN       *
      * DISBURSEMENT DATE AND AN UNDISBURSED LOAN ACCRUES NOTHING.    *
      *                                                               *
      * THE RUN CAN BE SPLIT IN PARALLEL PARTITIONS BY LOAN-NUMBER    *
      * RANGE (DDPRTCRD CARD, LAYOUT PRTCDREC): A PARTITION ACCRUES   *
      * ONLY THE LOANS OF ITS RANGE, COMMITS EVERY CARD INTERVAL WITH *
      * ITS OWN RESTART POINT ON NPCKPT (KEY PGBACR + PARTITION, VIA  *
      * NPX05P) AND WRITES ITS COUNTERS, CATEGORY DAY TOTALS AND THE  *
      * YEAR-TO-DATE ACCRUAL OF ITS RANGE PER CATEGORY TO THE         *
      * DDPRTSUM EXTRACT, WHICH THE MERGE STEP PGBPTMRG ADDS UP INTO  *
      * THIS RUN REPORT. WITHOUT A CARD THE RUN IS PARTITION 00 OVER  *
      * THE WHOLE PORTFOLIO.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRTCRD ASSIGN TO DDPRTCRD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTCRD-FS.

           SELECT PRTSUM  ASSIGN TO DDPRTSUM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTSUM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PRTCRD.
       COPY PRTCDREC.

       FD PRTSUM.
       COPY PRTSMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDISB
           END-EXEC.

      *    PARTITION OF THE RUN AND ITS NPCKPT RESTART POINT
       01 WS-PARTITION.
          05 WS-PRT-PART                   PIC 9(02) VALUE ZERO.
          05 WS-PRT-LOAN-FROM              PIC S9(09) COMP-3
                                           VALUE ZERO.
          05 WS-PRT-LOAN-TO                PIC S9(09) COMP-3
                                           VALUE 999999999.
          05 WS-PRT-NEXT-LOAN              PIC S9(09) COMP-3
                                           VALUE ZERO.
          05 WS-PRT-RESTART-LOAN           PIC S9(09) COMP-3
                                           VALUE ZERO.
          05 WS-PRT-COMMIT-INT             PIC 9(05) VALUE 500.
          05 WS-PRT-INT-CONTA              PIC 9(05) VALUE ZERO.
          05 WS-PRT-SUM-RECS               PIC 9(09) VALUE ZERO.
          05 WS-PRT-RESTART                PIC X(01) VALUE 'N'.
             88  PRT-RESTARTED             VALUE 'Y'.
          05 WS-PRT-FAILED                 PIC X(01) VALUE 'N'.
             88  PRT-FAILED                VALUE 'Y'.
          05 WS-PRT-SUM-OPEN               PIC X(01) VALUE 'N'.
             88  PRT-SUM-OPEN              VALUE 'Y'.
          05 WS-CKP-NAME                   PIC X(08) VALUE 'PGBACR00'.
          05 WS-CKP-DATE                   PIC 9(08) VALUE ZERO.

      *    CHECKPOINT KEY: LAST LOAN COMMITTED AND THE RUN COUNTERS
       01 WS-CKP-SAVE.
          05 WS-CKP-KEYCM.
             10 WS-CKP-LAST-LOAN           PIC 9(09).
             10 WS-CKP-EXAMINED            PIC 9(05).
             10 WS-CKP-POSTED              PIC 9(05).
             10 WS-CKP-MEMO                PIC 9(05).
             10 WS-CKP-REINSTATED          PIC 9(05).
             10 WS-CKP-ERRORS              PIC 9(05).
             10 WS-CKP-UNDISBURSED         PIC 9(05).
             10 FILLER                     PIC X(01).

           EXEC SQL
               DECLARE CUR-OPENLOAN CURSOR WITH HOLD FOR
               SELECT LOANM_CAT, LOANM_NO, LOANM_ROI,
                      LOANM_MAX_AMT
               FROM LOANMSTR
               WHERE LOANM_ST = 'O'
                 AND LOANM_NO BETWEEN :WS-PRT-NEXT-LOAN
                                  AND :WS-PRT-LOAN-TO
               ORDER BY LOANM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-PRTCRD-FS          PIC XX.
          05 WS-PRTSUM-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOANMSTR-FLAG              PIC X(01).
             88  END-OF-LOANMSTR           VALUE '1'.
          05 WS-CATREST-FLAG               PIC X(01).
             88  END-OF-CATREST            VALUE '1'.
          05 WS-YTD-FLAG                   PIC X(01).
             88  END-OF-YTD                VALUE '1'.

       01 WS-COUNTERS.
          05 WS-LOANS-EXAMINED             PIC 9(05) VALUE ZERO.
          05 WS-MEMO-POSTED                PIC 9(05) VALUE ZERO.
          05 WS-REINSTATED                 PIC 9(05) VALUE ZERO.
          05 WS-POST-ERRORS                PIC 9(05) VALUE ZERO.
          05 WS-UNDISBURSED                PIC 9(05) VALUE ZERO.

       01 WS-CUR-STATUS                    PIC X(01).
       01 WS-MEMO-TOTAL                    PIC S9(11)V99 COMP-3.

       01 WS-OUTSTANDING                   PIC S9(10)V99 COMP-3.
       01 WS-ACCRUAL                       PIC S9(09)V99 COMP-3.
       01 WS-DISBURSED                     PIC S9(12)V99 COMP-3.
       01 WS-YTD-AMT                       PIC S9(11)V99 COMP-3.
       01 WS-YEAR-FROM                     PIC X(10).
       01 WS-RST-CAT                       PIC X(02).
       01 WS-RST-AMT                       PIC S9(11)V99 COMP-3.

      *    DAY ACCRUAL PER CATEGORY OF THE LOANS COMMITTED BEFORE A
      *    RESTART, READ BACK FROM THE DAY'S POSTINGS
           EXEC SQL
               DECLARE CUR-CATREST CURSOR FOR
               SELECT ALOANACR_CAT, COALESCE(SUM(ALOANACR_AMT), 0)
               FROM LOANACRH
               WHERE ALOANACR_NO BETWEEN :WS-PRT-LOAN-FROM
                                     AND :WS-PRT-RESTART-LOAN
                 AND ALOANACR_DATE = :WS-CURR-DATE
               GROUP BY ALOANACR_CAT
               ORDER BY ALOANACR_CAT
           END-EXEC.

      *    YEAR-TO-DATE ACCRUAL PER CATEGORY OVER THE PARTITION RANGE
           EXEC SQL
               DECLARE CUR-YTD CURSOR FOR
               SELECT ALOANACR_CAT, COALESCE(SUM(ALOANACR_AMT), 0)
               FROM LOANACRH
               WHERE ALOANACR_NO BETWEEN :WS-PRT-LOAN-FROM
                                     AND :WS-PRT-LOAN-TO
                 AND ALOANACR_DATE >= :WS-YEAR-FROM
               GROUP BY ALOANACR_CAT
               ORDER BY ALOANACR_CAT
           END-EXEC.

      *    TODAY AS SSAAMMGG FOR THE DAY-COUNT ROUTINE
       01 WS-TODAY-DATE                    PIC 9(08).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-TODAY-CCYY                 PIC 9(04).
          05 WS-TODAY-MM                   PIC 9(02).
          05 WS-TODAY-DD                   PIC 9(02).

       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

       01 WS-CAT-TOTALS.
          05 WS-CAT-NR                     PIC 9(02) VALUE ZERO.

       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-AMT2                       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-LOAN                       PIC 9(09).
       01 WS-ED-LOAN2                      PIC 9(09).

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
               THRU A3000-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT

            PERFORM A5000-END-PARTITION-PARA
               THRU A5000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.

      *     START OF THE CURRENT YEAR FOR THE YTD COLUMN
            MOVE WS-CURR-DATE           TO WS-YEAR-FROM
            MOVE '01/01'                TO WS-YEAR-FROM (1:5)

            MOVE WS-CURT-DATE-CCYY      TO WS-TODAY-CCYY
            MOVE WS-CURT-DATE-MM        TO WS-TODAY-MM
            MOVE WS-CURT-DATE-DD        TO WS-TODAY-DD
            MOVE WS-TODAY-DATE          TO WS-CKP-DATE

            PERFORM A1200-READ-PARTITION-PARA
               THRU A1200-EXIT

            PERFORM A1300-CHECKPOINT-START-PARA
               THRU A1300-EXIT

            PERFORM A1400-OPEN-SUMMARY-PARA
               THRU A1400-EXIT.
       A1000-EXIT.
             EXIT.
       A1200-READ-PARTITION-PARA.
      *      NO CARD = PARTITION 00 OVER THE WHOLE PORTFOLIO
            OPEN INPUT PRTCRD
            READ PRTCRD
            END-READ

            IF WS-PRTCRD-FS = '00'
               IF PCD-PART NOT NUMERIC
               OR PCD-LOAN-FROM NOT NUMERIC
               OR PCD-LOAN-TO NOT NUMERIC
               OR PCD-PART = ZERO
               OR PCD-LOAN-TO < PCD-LOAN-FROM
                  DISPLAY 'PGBLNACR PARTITION CARD NOT VALID - ',
                     PCD-RECORD (1:25)
                  MOVE 16 TO RETURN-CODE
                  GOBACK
               END-IF
               MOVE PCD-PART            TO WS-PRT-PART
               MOVE PCD-LOAN-FROM       TO WS-PRT-LOAN-FROM
               MOVE PCD-LOAN-TO         TO WS-PRT-LOAN-TO
               IF PCD-COMMIT-INT NUMERIC
               AND PCD-COMMIT-INT > ZERO
                  MOVE PCD-COMMIT-INT   TO WS-PRT-COMMIT-INT
               END-IF
            END-IF

            CLOSE PRTCRD

            MOVE WS-PRT-PART            TO WS-CKP-NAME (7:2)
            MOVE WS-PRT-LOAN-FROM       TO WS-PRT-NEXT-LOAN.
       A1200-EXIT.
             EXIT.
       A1300-CHECKPOINT-START-PARA.
      *      THE RESTART POINT OF THE PARTITION ON NPCKPT: A ROW
      *      ALREADY THERE FOR TODAY IS AN INTERRUPTED RUN, WHICH
      *      RESUMES AFTER THE LAST LOAN IT COMMITTED
            MOVE SPACES                 TO NPX05RC
            MOVE WS-CKP-NAME            TO X05-CKP-PGMNM
            MOVE WS-CKP-DATE            TO X05-CKP-DTELA
            MOVE ZERO                   TO X05-CKP-NPATI
            MOVE SPACES                 TO X05-CKP-KEYCM
                                           X05-CKP-KEYER
            MOVE 'IS'                   TO X05-FUNZI
            PERFORM C7500-CALL-NPX05P-PARA
               THRU C7500-EXIT

      *      THE ROW MUST SURVIVE A LATER ABEND
            EXEC SQL COMMIT END-EXEC

            EVALUATE TRUE
            WHEN X05-RCODE = SPACES
                 CONTINUE
            WHEN X05-RCODE = 'DP'
                 MOVE SPACES              TO NPX05RC
                 MOVE WS-CKP-NAME         TO X05-CKP-PGMNM
                 MOVE WS-CKP-DATE         TO X05-CKP-DTELA
                 MOVE 'RE'                TO X05-FUNZI
                 PERFORM C7500-CALL-NPX05P-PARA
                    THRU C7500-EXIT
                 IF X05-RCODE = SPACES
                    MOVE X05-CKP-KEYCM    TO WS-CKP-KEYCM
                    IF WS-CKP-LAST-LOAN NUMERIC
                       PERFORM A1310-RESTORE-PARA
                          THRU A1310-EXIT
                    END-IF
                 ELSE
                    DISPLAY 'PGBLNACR CHECKPOINT READ ERROR ',
                       X05-RCODE
                 END-IF
            WHEN OTHER
                 DISPLAY 'PGBLNACR CHECKPOINT ERROR ',X05-RCODE
            END-EVALUATE.
       A1300-EXIT.
             EXIT.
       A1310-RESTORE-PARA.
      *      COUNTERS FROM THE CHECKPOINT KEY; THE CATEGORY DAY
      *      TOTALS OF THE LOANS ALREADY DONE ARE READ BACK FROM THE
      *      DAY'S LOANACRH POSTINGS (A REINSTATEMENT CATCH-UP POSTED
      *      BEFORE THE INTERRUPTION IS THEN PART OF THEM)
            SET PRT-RESTARTED           TO TRUE
            MOVE WS-CKP-LAST-LOAN       TO WS-PRT-RESTART-LOAN
            COMPUTE WS-PRT-NEXT-LOAN = WS-PRT-RESTART-LOAN + 1
            MOVE WS-CKP-EXAMINED        TO WS-LOANS-EXAMINED
            MOVE WS-CKP-POSTED          TO WS-ACCRUALS-POSTED
            MOVE WS-CKP-MEMO            TO WS-MEMO-POSTED
            MOVE WS-CKP-REINSTATED      TO WS-REINSTATED
            MOVE WS-CKP-ERRORS          TO WS-POST-ERRORS
            MOVE WS-CKP-UNDISBURSED     TO WS-UNDISBURSED

            DISPLAY 'PGBLNACR PARTITION ',WS-PRT-PART,
               ' RESTARTED AFTER LOAN ',WS-CKP-LAST-LOAN

            INITIALIZE WS-CATREST-FLAG

            EXEC SQL
                OPEN CUR-CATREST
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNACR OPEN CUR-CATREST SQLCODE -',SQLCODE
               GO TO A1310-EXIT
            END-IF

            PERFORM A1320-RESTORE-CATEGORY-PARA
               THRU A1320-EXIT
               UNTIL END-OF-CATREST

            EXEC SQL
                CLOSE CUR-CATREST
            END-EXEC.
       A1310-EXIT.
             EXIT.
       A1320-RESTORE-CATEGORY-PARA.
            EXEC SQL
                FETCH CUR-CATREST
                INTO :WS-RST-CAT, :WS-RST-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-CATREST TO TRUE
                 GO TO A1320-EXIT
            WHEN OTHER
                 DISPLAY 'PGBLNACR FETCH CUR-CATREST SQLCODE -',
                    SQLCODE
                 SET END-OF-CATREST TO TRUE
                 GO TO A1320-EXIT
            END-EVALUATE

            MOVE WS-RST-CAT             TO LLOANM-CAT
            MOVE WS-RST-AMT             TO WS-ACCRUAL
            PERFORM B2100-ADD-CATEGORY-PARA
               THRU B2100-EXIT.
       A1320-EXIT.
             EXIT.
       A1400-OPEN-SUMMARY-PARA.
      *      THE HEADER GOES OUT AT THE START; THE TRAILER ONLY AT
      *      THE CLEAN END, SO THE MERGE STEP SEES AN INCOMPLETE RUN
            OPEN OUTPUT PRTSUM
            IF WS-PRTSUM-FS NOT = '00'
               DISPLAY 'PRTSUM FILE STATUS -',WS-PRTSUM-FS
               GO TO A1400-EXIT
            END-IF
            SET PRT-SUM-OPEN            TO TRUE

            MOVE SPACES                 TO PSM-RECORD
            MOVE 'H'                    TO PSM-TYPE
            MOVE WS-CURR-DATE           TO PSM-H-RUN-DATE
            MOVE WS-CKP-DATE            TO PSM-H-CKP-DATE
            MOVE WS-PRT-LOAN-FROM       TO PSM-H-LOAN-FROM
            MOVE WS-PRT-LOAN-TO         TO PSM-H-LOAN-TO
            MOVE WS-PRT-RESTART         TO PSM-H-RESTART
            MOVE WS-PRT-RESTART-LOAN    TO PSM-H-RESTART-LOAN
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT.
       A1400-EXIT.
             EXIT.
       A2000-OPEN-CURSOR-PARA.
            EXEC SQL
                OPEN CUR-OPENLOAN
            WHEN OTHER
                 DISPLAY 'PGBLNACR OPEN CUR-OPENLOAN SQLCODE -',SQLCODE
                 SET END-OF-LOANMSTR TO TRUE
                 SET PRT-FAILED      TO TRUE
            END-EVALUATE.
       A2000-EXIT.
             EXIT.
                 DISPLAY 'PGBLNACR FETCH CUR-OPENLOAN SQLCODE -',
                    SQLCODE
                 SET END-OF-LOANMSTR TO TRUE
                 SET PRT-FAILED      TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
             PERFORM B1000-FIND-OUTSTANDING-PARA
                THRU B1000-EXIT

             PERFORM B1200-DISBURSED-BASE-PARA
                THRU B1200-EXIT

             PERFORM B1500-READ-STATUS-PARA
                THRU B1500-EXIT

             PERFORM B1700-DAY-FRACTION-PARA
                THRU B1700-EXIT

      *      DAY ACCRUAL = OUTSTANDING * ANNUAL RATE / 100 * THE
      *      DAY'S FRACTION OF A YEAR UNDER THE CATEGORY CONVENTION
             IF DCC-RCODE = SPACES
                COMPUTE WS-ACCRUAL ROUNDED =
                   WS-OUTSTANDING * LLOANM-ROI * DCC-YEAR-FRAC / 100
             ELSE
                COMPUTE WS-ACCRUAL ROUNDED =
                   WS-OUTSTANDING * LLOANM-ROI / 36500
             END-IF

             IF WS-ACCRUAL > ZERO
                IF WS-CUR-STATUS = 'S'
                END-IF
             END-IF

             ADD 1                       TO WS-PRT-INT-CONTA
             IF WS-PRT-INT-CONTA NOT < WS-PRT-COMMIT-INT
                PERFORM C7000-CHECKPOINT-SAVE-PARA
                   THRU C7000-EXIT
             END-IF

             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             END-EVALUATE.
       B1500-EXIT.
             EXIT.
       B1700-DAY-FRACTION-PARA.
      *      THE DAY ENDING TODAY: ONE DAY OVER 365/360/366, OR THE
      *      30/360 COUNT (NOTHING ON THE 31ST, THREE DAYS ON 1 MARCH
      *      AFTER A 28-DAY FEBRUARY); A REFUSED DATE FALLS BACK TO
      *      ACT/365
             MOVE SPACES                  TO PGBDCCRC
             MOVE 'G'                     TO DCC-FUNZI
             MOVE LLOANM-CAT              TO DCC-CAT
             MOVE WS-TODAY-DATE           TO DCC-TO-DATE
             MOVE ZERO                    TO DCC-FROM-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE NOT = SPACES
                DISPLAY 'PGBLNACR DAY-COUNT RCODE ',DCC-RCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       B1700-EXIT.
             EXIT.
       B2500-POST-MEMO-PARA.
      *      SOFFERENZA: NO INCOME RECOGNITION - THE CONTRACTUAL
      *      INTEREST GOES TO THE MEMO BUCKET ONLY
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B1200-DISBURSED-BASE-PARA.
      *      A LOAN UNDER DISBURSEMENT CONTROL CARRIES INTEREST ONLY
      *      ON THE TRANCHES WHOSE VALUE DATE HAS COME; A LOAN
      *      WITHOUT THE STATUS WAS PAID OUT IN FULL AT ORIGINATION
             MOVE LLOANM-NO               TO FLOANPL-NO
             MOVE SPACE                   TO FLOANPL-DISB

             EXEC SQL
                 SELECT FLOANPL_DISB
                   INTO :FLOANPL-DISB
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  GO TO B1200-EXIT
             WHEN OTHER
                  DISPLAY 'PGBLNACR PLAN SQLCODE -',SQLCODE
                  GO TO B1200-EXIT
             END-EVALUATE

             IF FLOANPL-DISB = SPACE
                GO TO B1200-EXIT
             END-IF

             MOVE ZERO                    TO WS-DISBURSED

             EXEC SQL
                 SELECT COALESCE(SUM(OLOANDSB_AMT), 0)
                   INTO :WS-DISBURSED
                   FROM LOANDISB
                  WHERE OLOANDSB_NO          = :LLOANM-NO
                    AND OLOANDSB_VALUE_DATE <= :WS-CURR-DATE
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'PGBLNACR DISBURSED SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                GO TO B1200-EXIT
             END-IF

             COMPUTE WS-OUTSTANDING =
                WS-OUTSTANDING - (LLOANM-MAX-AMT - WS-DISBURSED)

             IF WS-OUTSTANDING NOT > ZERO
                MOVE ZERO                 TO WS-OUTSTANDING
                ADD 1                     TO WS-UNDISBURSED
             END-IF.
       B1200-EXIT.
             EXIT.
       B2000-POST-ACCRUAL-PARA.
             MOVE LLOANM-NO               TO ALOANACR-NO
             MOVE LLOANM-CAT              TO ALOANACR-CAT
       A3000-CLOSE-CURSOR-PARA.
            EXEC SQL
                CLOSE CUR-OPENLOAN
            END-EXEC

      *     A PARTITION STOPPED BY A CURSOR ERROR KEEPS ONLY WHAT
      *     ITS LAST CHECKPOINT COMMITTED AND IS RESTARTED FROM THERE
            IF PRT-FAILED
               EXEC SQL ROLLBACK END-EXEC
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF.
       A3000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNACR - DAILY INTEREST ACCRUAL ',
                    WS-CURR-DATE
            IF WS-PRT-PART > ZERO
               MOVE WS-PRT-LOAN-FROM    TO WS-ED-LOAN
               MOVE WS-PRT-LOAN-TO      TO WS-ED-LOAN2
               DISPLAY 'PARTITION ',WS-PRT-PART,' LOANS ',
                  WS-ED-LOAN,' - ',WS-ED-LOAN2
            END-IF
            IF PRT-RESTARTED
               MOVE WS-PRT-RESTART-LOAN TO WS-ED-LOAN
               DISPLAY 'RESTARTED AFTER LOAN .........: ',WS-ED-LOAN
            END-IF
            DISPLAY 'OPEN LOANS EXAMINED ..........: ',
               WS-LOANS-EXAMINED
            DISPLAY 'ACCRUALS POSTED ..............: ',
               WS-MEMO-POSTED
            DISPLAY 'LOANS REINSTATED TO ACCRUAL ..: ',
               WS-REINSTATED
            DISPLAY 'LOANS NOT YET DISBURSED ......: ',
               WS-UNDISBURSED
            DISPLAY 'POSTING ERRORS ...............: ',
               WS-POST-ERRORS

             EXIT.
       B3000-YTD-CATEGORY-PARA.
      *      YEAR-TO-DATE ACCRUAL OF THE CATEGORY, FOR THE AUDITORS
      *      TO TIE OUT (INCLUDES THE POSTINGS OF THIS RUN); A
      *      PARTITION SEES ONLY THE LOANS OF ITS RANGE
             MOVE ZERO                    TO WS-YTD-AMT

             EXEC SQL
                   FROM LOANACRH
                  WHERE ALOANACR_CAT   = :WS-CAT-CODE (WS-CAT-IX)
                    AND ALOANACR_DATE >= :WS-YEAR-FROM
                    AND ALOANACR_NO BETWEEN :WS-PRT-LOAN-FROM
                                        AND :WS-PRT-LOAN-TO
             END-EXEC

             EVALUATE TRUE
             END-EVALUATE.
       B3000-EXIT.
             EXIT.
       C7000-CHECKPOINT-SAVE-PARA.
      *      COMMIT POINT: THE LAST LOAN DONE AND THE RUN COUNTERS
      *      GO TO THE NPCKPT ROW IN THE SAME UNIT OF WORK AS THE
      *      ACCRUAL POSTINGS THEY DESCRIBE
             MOVE SPACES                 TO WS-CKP-SAVE
             MOVE LLOANM-NO              TO WS-CKP-LAST-LOAN
             MOVE WS-LOANS-EXAMINED      TO WS-CKP-EXAMINED
             MOVE WS-ACCRUALS-POSTED     TO WS-CKP-POSTED
             MOVE WS-MEMO-POSTED         TO WS-CKP-MEMO
             MOVE WS-REINSTATED          TO WS-CKP-REINSTATED
             MOVE WS-POST-ERRORS         TO WS-CKP-ERRORS
             MOVE WS-UNDISBURSED         TO WS-CKP-UNDISBURSED

             MOVE SPACES                 TO NPX05RC
             MOVE WS-CKP-NAME            TO X05-CKP-PGMNM
             MOVE WS-CKP-DATE            TO X05-CKP-DTELA
             MOVE WS-LOANS-EXAMINED      TO X05-CKP-NPATI
             MOVE WS-CKP-KEYCM           TO X05-CKP-KEYCM
             MOVE 'U1'                   TO X05-FUNZI
             PERFORM C7500-CALL-NPX05P-PARA
                THRU C7500-EXIT

             IF X05-RCODE NOT = SPACES
                DISPLAY 'PGBLNACR CHECKPOINT UPDATE ERROR ',X05-RCODE
             END-IF

             EXEC SQL COMMIT END-EXEC

             MOVE ZERO                   TO WS-PRT-INT-CONTA.
       C7000-EXIT.
             EXIT.
       C7100-CHECKPOINT-END-PARA.
      *      CLEAN END: THE RESTART POINT IS RELEASED
             MOVE SPACES                 TO NPX05RC
             MOVE WS-CKP-NAME            TO X05-CKP-PGMNM
             MOVE WS-CKP-DATE            TO X05-CKP-DTELA
             MOVE 'DE'                   TO X05-FUNZI
             PERFORM C7500-CALL-NPX05P-PARA
                THRU C7500-EXIT

             IF X05-RCODE NOT = SPACES
                DISPLAY 'PGBLNACR CHECKPOINT DELETE ERROR ',X05-RCODE
             END-IF

             EXEC SQL COMMIT END-EXEC.
       C7100-EXIT.
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
       C7800-WRITE-SUMMARY-PARA.
             IF PRT-SUM-OPEN
                MOVE 'PGBLNACR'          TO PSM-PGM
                MOVE WS-PRT-PART         TO PSM-PART
                WRITE PSM-RECORD
                ADD 1                    TO WS-PRT-SUM-RECS
             END-IF.
       C7800-EXIT.
             EXIT.
       A5000-END-PARTITION-PARA.
      *      COUNTERS AND CATEGORY LINES FOR THE MERGE STEP, THEN
      *      THE TRAILER AND THE RELEASE OF THE RESTART POINT
            IF PRT-FAILED
               DISPLAY 'PGBLNACR PARTITION ',WS-PRT-PART,
                  ' NOT COMPLETED - RESTART IT FROM ITS CHECKPOINT'
               MOVE 8 TO RETURN-CODE
               GO TO A5090-CLOSE
            END-IF

            MOVE SPACES                 TO PSM-RECORD
            MOVE 'N'                    TO PSM-TYPE
            MOVE ZERO                   TO PSM-N-AMT
            MOVE 01                     TO PSM-N-ID
            MOVE WS-LOANS-EXAMINED      TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 02                     TO PSM-N-ID
            MOVE WS-ACCRUALS-POSTED     TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 03                     TO PSM-N-ID
            MOVE WS-MEMO-POSTED         TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 04                     TO PSM-N-ID
            MOVE WS-REINSTATED          TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 05                     TO PSM-N-ID
            MOVE WS-POST-ERRORS         TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 06                     TO PSM-N-ID
            MOVE WS-UNDISBURSED         TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT

            PERFORM A5100-WRITE-CATEGORY-PARA
               THRU A5100-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-NR

      *     YEAR-TO-DATE OF EVERY CATEGORY POSTED IN THE RANGE, ALSO
      *     THOSE WITHOUT A POSTING TONIGHT IN THIS PARTITION, SO THE
      *     MERGED COLUMN COVERS THE WHOLE PORTFOLIO
            INITIALIZE WS-YTD-FLAG

            EXEC SQL
                OPEN CUR-YTD
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNACR OPEN CUR-YTD SQLCODE -',SQLCODE
               SET PRT-FAILED           TO TRUE
               MOVE 8 TO RETURN-CODE
               GO TO A5090-CLOSE
            END-IF

            PERFORM A5200-WRITE-YTD-PARA
               THRU A5200-EXIT
               UNTIL END-OF-YTD

            EXEC SQL
                CLOSE CUR-YTD
            END-EXEC

            IF PRT-FAILED
               MOVE 8 TO RETURN-CODE
               GO TO A5090-CLOSE
            END-IF

            MOVE SPACES                 TO PSM-RECORD
            MOVE 'T'                    TO PSM-TYPE
            MOVE WS-PRT-SUM-RECS        TO PSM-T-RECORDS
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT

            PERFORM C7100-CHECKPOINT-END-PARA
               THRU C7100-EXIT.

       A5090-CLOSE.
            IF PRT-SUM-OPEN
               CLOSE PRTSUM
            END-IF.
       A5000-EXIT.
             EXIT.
       A5100-WRITE-CATEGORY-PARA.
            MOVE SPACES                 TO PSM-RECORD
            MOVE 'K'                    TO PSM-TYPE
            MOVE WS-CAT-CODE (WS-CAT-IX)     TO PSM-K-CODE
            MOVE ZERO                   TO PSM-K-DAYS
                                           PSM-K-COUNT
            MOVE WS-CAT-DAY-AMT (WS-CAT-IX)  TO PSM-K-AMT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT.
       A5100-EXIT.
             EXIT.
       A5200-WRITE-YTD-PARA.
            EXEC SQL
                FETCH CUR-YTD
                INTO :WS-RST-CAT, :WS-YTD-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-YTD TO TRUE
                 GO TO A5200-EXIT
            WHEN OTHER
                 DISPLAY 'PGBLNACR FETCH CUR-YTD SQLCODE -',SQLCODE
                 SET END-OF-YTD TO TRUE
                 SET PRT-FAILED TO TRUE
                 GO TO A5200-EXIT
            END-EVALUATE

            MOVE SPACES                 TO PSM-RECORD
            MOVE 'Y'                    TO PSM-TYPE
            MOVE WS-RST-CAT             TO PSM-K-CODE
            MOVE ZERO                   TO PSM-K-DAYS
                                           PSM-K-COUNT
            MOVE WS-YTD-AMT             TO PSM-K-AMT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT.
       A5200-EXIT.
             EXIT.
       END PROGRAM PGBLNACR.
