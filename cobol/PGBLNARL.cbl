      * EXTRACT AND THE CREDIT-STATUS CLASSIFIER, REPLACING THE       *
      * DAYS-SINCE-LAST-PAYMENT MEASURE THAT MISCLASSIFIED PARTIAL    *
      * AND OUT-OF-ORDER PAYERS. THE RUN REPORT TOTALS THE LEDGER     *
      * PER BUCKET. DAYS LATE ARE CALENDAR DAYS FROM THE DUE DATE AS  *
      * STORED (ALREADY ROLLED TO A WORKING DAY), COUNTED ON THE      *
      * CIVIL DAY NUMBERS OF THE NPW08P DATE ROUTINE.                 *
      *                                                               *
      * THE RUN CAN BE SPLIT IN PARALLEL PARTITIONS BY LOAN-NUMBER    *
      * RANGE (DDPRTCRD CARD, LAYOUT PRTCDREC): A PARTITION CLEARS    *
      * AND REBUILDS ONLY THE LEDGER ROWS OF ITS RANGE, COMMITS EVERY *
      * CARD INTERVAL WITH ITS OWN RESTART POINT ON NPCKPT (KEY       *
      * PGBARL + PARTITION, VIA NPX05P) AND WRITES ITS TOTALS TO THE  *
      * DDPRTSUM EXTRACT, WHICH THE MERGE STEP PGBPTMRG ADDS UP INTO  *
      * THIS RUN REPORT. WITHOUT A CARD THE RUN IS PARTITION 00 OVER  *
      * THE WHOLE PORTFOLIO.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ARRCFG-FS.

           SELECT OPTIONAL PRTCRD ASSIGN TO DDPRTCRD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTCRD-FS.

           SELECT PRTSUM  ASSIGN TO DDPRTSUM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTSUM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARRCFG.
           02  CFG-DAYS-FROM              PIC 9(03).
           02  FILLER                     PIC X(75).

       FD PRTCRD.
       COPY PRTCDREC.

       FD PRTSUM.
       COPY PRTSMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
               INCLUDE LOANMORA
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
          05 WS-CKP-NAME                   PIC X(08) VALUE 'PGBARL00'.
          05 WS-CKP-DATE                   PIC 9(08) VALUE ZERO.

      *    CHECKPOINT KEY: LAST LOAN COMMITTED AND THE RUN COUNTERS
       01 WS-CKP-SAVE.
          05 WS-CKP-KEYCM.
             10 WS-CKP-LAST-LOAN           PIC 9(09).
             10 WS-CKP-EXAMINED            PIC 9(05).
             10 WS-CKP-IN-ARREARS          PIC 9(05).
             10 WS-CKP-SUSPENDED           PIC 9(05).
             10 WS-CKP-ROWS                PIC 9(07).
             10 FILLER                     PIC X(09).

           EXEC SQL
               DECLARE CUR-OPENLOAN CURSOR WITH HOLD FOR
               SELECT LOANM_CAT, LOANM_NO
               FROM LOANMSTR
               WHERE LOANM_ST = 'O'
                 AND LOANM_NO BETWEEN :WS-PRT-NEXT-LOAN
                                  AND :WS-PRT-LOAN-TO
               ORDER BY LOANM_NO
           END-EXEC.

      *    BUCKET TOTALS OF THE LOANS COMMITTED BEFORE A RESTART
           EXEC SQL
               DECLARE CUR-BKTREST CURSOR FOR
               SELECT BLOANARR_BUCKET, COUNT(*),
                      COALESCE(SUM(BLOANARR_UNP_PRIN +
                                   BLOANARR_UNP_INT), 0)
               FROM LOANARRS
               WHERE BLOANARR_NO BETWEEN :WS-PRT-LOAN-FROM
                                     AND :WS-PRT-RESTART-LOAN
               GROUP BY BLOANARR_BUCKET
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PLAN CURSOR FOR
               SELECT SLOANSCH_SEQ, SLOANSCH_DUE_DATE,

       01 WS-FILE-STATUS.
          05 WS-ARRCFG-FS          PIC XX.
          05 WS-PRTCRD-FS          PIC XX.
          05 WS-PRTSUM-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOANMSTR-FLAG              PIC X(01).
             88  END-OF-PLAN               VALUE '1'.
          05 WS-ARRCFG-FLAG                PIC X(01).
             88  ARRCFG-DONE               VALUE '1'.
          05 WS-BKTREST-FLAG               PIC X(01).
             88  END-OF-BKTREST            VALUE '1'.

       01 WS-COUNTERS.
          05 WS-LOANS-EXAMINED             PIC 9(05) VALUE ZERO.
          05 WS-ROWS-WRITTEN               PIC 9(07) VALUE ZERO.

       01 WS-TODAY-CCYYMMDD                PIC 9(08) VALUE ZERO.
       01 WS-TODAY-CIVIL                   PIC S9(05) COMP-3.
       01 WS-MORA-COUNT                    PIC S9(05) COMP-3.

       01 WS-BUCKET-TABLE.
       01 WS-BKT-IX                        PIC 9(02).
       01 WS-BKT-TROV                      PIC 9(02).

       01 WS-RST-WORK.
          05  WS-RST-BUCKET          PIC X(02).
          05  WS-RST-ROWS            PIC S9(07)      COMP-3.
          05  WS-RST-AMT             PIC S9(13)V99   COMP-3.

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
          05  WS-LOAN-HAS-ARR        PIC X(01).

       01 WS-ED-AMT                        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-LOAN                       PIC 9(09).
       01 WS-ED-LOAN2                      PIC 9(09).

           COPY NPW08RC.
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
                CLOSE CUR-OPENLOAN
            END-EXEC

      *     A PARTITION STOPPED BY A CURSOR ERROR KEEPS ONLY WHAT
      *     ITS LAST CHECKPOINT COMMITTED AND IS RESTARTED FROM THERE
            IF PRT-FAILED
               EXEC SQL ROLLBACK END-EXEC
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT

            PERFORM A5000-END-PARTITION-PARA
               THRU A5000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
               (WS-CURT-DATE-MM * 100) +
                WS-CURT-DATE-DD

            MOVE SPACES                 TO NPW08RC
            MOVE 01                     TO W08-RTIPO
            MOVE WS-TODAY-CCYYMMDD      TO W08-RDATA
            PERFORM C6000-CALL-NPW08P-PARA
               THRU C6000-EXIT
            IF W08-RCODE NOT = ZERO
               DISPLAY 'PGBLNARL CALENDAR RCODE ',W08-RCODE,
                  ' ON RUN DATE ',WS-TODAY-CCYYMMDD
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE W08-RGGG               TO WS-TODAY-CIVIL
            MOVE WS-TODAY-CCYYMMDD      TO WS-CKP-DATE

            OPEN INPUT ARRCFG
            DISPLAY 'ARRCFG FILE STATUS -',WS-ARRCFG-FS

               DISPLAY 'PGBLNARL NO BUCKET BOUNDARIES CONFIGURED'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM A1200-READ-PARTITION-PARA
               THRU A1200-EXIT

            PERFORM A1300-CHECKPOINT-START-PARA
               THRU A1300-EXIT

            PERFORM A1400-OPEN-SUMMARY-PARA
               THRU A1400-EXIT.
       A1000-EXIT.
             EXIT.
       A1100-READ-CONFIG-PARA.
            END-EVALUATE.
       A1100-EXIT.
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
                  DISPLAY 'PGBLNARL PARTITION CARD NOT VALID - ',
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
                    DISPLAY 'PGBLNARL CHECKPOINT READ ERROR ',
                       X05-RCODE
                 END-IF
            WHEN OTHER
                 DISPLAY 'PGBLNARL CHECKPOINT ERROR ',X05-RCODE
            END-EVALUATE.
       A1300-EXIT.
             EXIT.
       A1310-RESTORE-PARA.
      *      COUNTERS FROM THE CHECKPOINT KEY; THE BUCKET TOTALS OF
      *      THE LOANS ALREADY DONE ARE READ BACK FROM THE LEDGER
            SET PRT-RESTARTED           TO TRUE
            MOVE WS-CKP-LAST-LOAN       TO WS-PRT-RESTART-LOAN
            COMPUTE WS-PRT-NEXT-LOAN = WS-PRT-RESTART-LOAN + 1
            MOVE WS-CKP-EXAMINED        TO WS-LOANS-EXAMINED
            MOVE WS-CKP-IN-ARREARS      TO WS-LOANS-IN-ARREARS
            MOVE WS-CKP-SUSPENDED       TO WS-LOANS-SUSPENDED
            MOVE WS-CKP-ROWS            TO WS-ROWS-WRITTEN

            DISPLAY 'PGBLNARL PARTITION ',WS-PRT-PART,
               ' RESTARTED AFTER LOAN ',WS-CKP-LAST-LOAN

            INITIALIZE WS-BKTREST-FLAG

            EXEC SQL
                OPEN CUR-BKTREST
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNARL OPEN CUR-BKTREST SQLCODE -',SQLCODE
               GO TO A1310-EXIT
            END-IF

            PERFORM A1320-RESTORE-BUCKET-PARA
               THRU A1320-EXIT
               UNTIL END-OF-BKTREST

            EXEC SQL
                CLOSE CUR-BKTREST
            END-EXEC.
       A1310-EXIT.
             EXIT.
       A1320-RESTORE-BUCKET-PARA.
            EXEC SQL
                FETCH CUR-BKTREST
                INTO :WS-RST-BUCKET, :WS-RST-ROWS, :WS-RST-AMT
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-BKTREST TO TRUE
                 GO TO A1320-EXIT
            WHEN OTHER
                 DISPLAY 'PGBLNARL FETCH CUR-BKTREST SQLCODE -',
                    SQLCODE
                 SET END-OF-BKTREST TO TRUE
                 GO TO A1320-EXIT
            END-EVALUATE

            PERFORM A1330-ADD-BUCKET-PARA
               THRU A1330-EXIT
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-NR.
       A1320-EXIT.
             EXIT.
       A1330-ADD-BUCKET-PARA.
            IF WS-BKT-CODE (WS-BKT-IX) = WS-RST-BUCKET
               ADD WS-RST-ROWS          TO WS-BKT-CONTA (WS-BKT-IX)
               ADD WS-RST-AMT           TO WS-BKT-AMT (WS-BKT-IX)
            END-IF.
       A1330-EXIT.
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
       A1500-CLEAR-LEDGER-PARA.
      *      THE LEDGER IS A DERIVED PICTURE AND IS REBUILT IN FULL;
      *      A PARTITION CLEARS ONLY ITS OWN RANGE, AND ON RESTART
      *      ONLY THE PART NOT YET COMMITTED
            EXEC SQL
                DELETE FROM LOANARRS
                 WHERE BLOANARR_NO BETWEEN :WS-PRT-NEXT-LOAN
                                       AND :WS-PRT-LOAN-TO
            END-EXEC

            EVALUATE TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNARL OPEN CUR-OPENLOAN SQLCODE -',SQLCODE
                 SET END-OF-LOANMSTR TO TRUE
                 SET PRT-FAILED      TO TRUE
            END-EVALUATE.
       A2000-EXIT.
             EXIT.
                 DISPLAY 'PGBLNARL FETCH CUR-OPENLOAN SQLCODE -',
                    SQLCODE
                 SET END-OF-LOANMSTR TO TRUE
                 SET PRT-FAILED      TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
             END-IF.

       A2280-NEXT.
             ADD 1                       TO WS-PRT-INT-CONTA
             IF WS-PRT-INT-CONTA NOT < WS-PRT-COMMIT-INT
                PERFORM C7000-CHECKPOINT-SAVE-PARA
                   THRU C7000-EXIT
             END-IF

             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
       B2000-EXIT.
             EXIT.
       B3000-WRITE-LEDGER-PARA.
      *      CALENDAR DAYS FROM THE DUE DATE TO TODAY; A DUE DATE THE
      *      ROUTINE REFUSES FALLS BACK ON THE 360/30 COUNT
             MOVE SPACES                  TO NPW08RC
             MOVE 01                      TO W08-RTIPO
             COMPUTE W08-RDATA =
                (WS-DUE-CCYY * 10000) + (WS-DUE-MM * 100) + WS-DUE-DD
             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
                COMPUTE WS-DAYS-LATE = WS-TODAY-CIVIL - W08-RGGG
             ELSE
                DISPLAY 'PGBLNARL CALENDAR RCODE ',W08-RCODE,
                   ' LOAN ',LLOANM-NO,' DUE ',SLOANSCH-DUE-DATE
                COMPUTE WS-DAYS-LATE =
                   ((WS-CURT-DATE-CCYY - WS-DUE-CCYY) * 360) +
                   ((WS-CURT-DATE-MM   - WS-DUE-MM)   *  30) +
                    (WS-CURT-DATE-DD   - WS-DUE-DD)
             END-IF

             IF WS-DAYS-LATE < ZERO
                MOVE ZERO                 TO WS-DAYS-LATE
             END-PERFORM.
       B3100-EXIT.
             EXIT.
       C6000-CALL-NPW08P-PARA.
      *      DATE ROUTINE NPW08P ON THE FUNCTION SET IN NPW08RC
             MOVE 'NPW08P'               TO WS-ROUT-MODULE
             MOVE NPW08RC                TO WS-ROUT-NP0500
             MOVE NPG01RC                TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500         TO NPW08RC
             MOVE WS-ROUT-NPG01          TO NPG01RC.
       C6000-EXIT.
             EXIT.
       C7000-CHECKPOINT-SAVE-PARA.
      *      COMMIT POINT: THE LAST LOAN DONE AND THE RUN COUNTERS
      *      GO TO THE NPCKPT ROW IN THE SAME UNIT OF WORK AS THE
      *      LEDGER ROWS THEY DESCRIBE
             MOVE SPACES                 TO WS-CKP-SAVE
             MOVE LLOANM-NO              TO WS-CKP-LAST-LOAN
             MOVE WS-LOANS-EXAMINED      TO WS-CKP-EXAMINED
             MOVE WS-LOANS-IN-ARREARS    TO WS-CKP-IN-ARREARS
             MOVE WS-LOANS-SUSPENDED     TO WS-CKP-SUSPENDED
             MOVE WS-ROWS-WRITTEN        TO WS-CKP-ROWS

             MOVE SPACES                 TO NPX05RC
             MOVE WS-CKP-NAME            TO X05-CKP-PGMNM
             MOVE WS-CKP-DATE            TO X05-CKP-DTELA
             MOVE WS-LOANS-EXAMINED      TO X05-CKP-NPATI
             MOVE WS-CKP-KEYCM           TO X05-CKP-KEYCM
             MOVE 'U1'                   TO X05-FUNZI
             PERFORM C7500-CALL-NPX05P-PARA
                THRU C7500-EXIT

             IF X05-RCODE NOT = SPACES
                DISPLAY 'PGBLNARL CHECKPOINT UPDATE ERROR ',X05-RCODE
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
                DISPLAY 'PGBLNARL CHECKPOINT DELETE ERROR ',X05-RCODE
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
                MOVE 'PGBLNARL'          TO PSM-PGM
                MOVE WS-PRT-PART         TO PSM-PART
                WRITE PSM-RECORD
                ADD 1                    TO WS-PRT-SUM-RECS
             END-IF.
       C7800-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNARL - ARREARS LEDGER BUILD ',WS-CURR-DATE
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
            DISPLAY 'LOANS WITH ARREARS ...........: ',
            DISPLAY '-------------------------------------------'.
       A4000-EXIT.
             EXIT.
       A5000-END-PARTITION-PARA.
      *      COUNTERS AND BUCKET LINES FOR THE MERGE STEP, THEN THE
      *      TRAILER AND THE RELEASE OF THE RESTART POINT
            IF PRT-FAILED
               DISPLAY 'PGBLNARL PARTITION ',WS-PRT-PART,
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
            MOVE WS-LOANS-IN-ARREARS    TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 03                     TO PSM-N-ID
            MOVE WS-LOANS-SUSPENDED     TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 04                     TO PSM-N-ID
            MOVE WS-ROWS-WRITTEN        TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT

            PERFORM A5100-WRITE-BUCKET-PARA
               THRU A5100-EXIT
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-NR

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
       A5100-WRITE-BUCKET-PARA.
            MOVE SPACES                 TO PSM-RECORD
            MOVE 'K'                    TO PSM-TYPE
            MOVE WS-BKT-CODE (WS-BKT-IX)     TO PSM-K-CODE
            MOVE WS-BKT-DAYS (WS-BKT-IX)     TO PSM-K-DAYS
            MOVE WS-BKT-CONTA (WS-BKT-IX)    TO PSM-K-COUNT
            MOVE WS-BKT-AMT (WS-BKT-IX)      TO PSM-K-AMT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT.
       A5100-EXIT.
             EXIT.
       END PROGRAM PGBLNARL.
