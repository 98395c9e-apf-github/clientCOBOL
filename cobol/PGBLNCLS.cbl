      * HISTORY TABLE ONLY WHEN IT CHANGES, AND THE NIGHT'S           *
      * TRANSITIONS (DETERIORATIONS AND CURES) ARE PRINTED WITH A     *
      * STOCK-AND-FLOW SUMMARY FOR SUPERVISORY REPORTING.             *
      *                                                               *
      * THE RUN CAN BE SPLIT IN PARALLEL PARTITIONS BY LOAN-NUMBER    *
      * RANGE (DDPRTCRD CARD, LAYOUT PRTCDREC): A PARTITION           *
      * CLASSIFIES ONLY THE LOANS OF ITS RANGE, COMMITS EVERY CARD    *
      * INTERVAL WITH ITS OWN RESTART POINT ON NPCKPT (KEY PGBCLS +   *
      * PARTITION, VIA NPX05P) AND WRITES ITS COUNTERS TO THE         *
      * DDPRTSUM EXTRACT, WHICH THE MERGE STEP PGBPTMRG ADDS UP INTO  *
      * THIS RUN REPORT. WITHOUT A CARD THE RUN IS PARTITION 00 OVER  *
      * THE WHOLE PORTFOLIO.                                          *
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CLSCFG-FS.

           SELECT OPTIONAL PRTCRD ASSIGN TO DDPRTCRD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTCRD-FS.

           SELECT PRTSUM  ASSIGN TO DDPRTSUM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PRTSUM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CLSCFG.
           02  CFG-UNLIKELY-DAYS          PIC 9(03).
           02  FILLER                     PIC X(74).

       FD PRTCRD.
       COPY PRTCDREC.

       FD PRTSUM.
       COPY PRTSMREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
               INCLUDE LOANSTAT
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
          05 WS-CKP-NAME                   PIC X(08) VALUE 'PGBCLS00'.
          05 WS-CKP-DATE                   PIC 9(08) VALUE ZERO.

      *    CHECKPOINT KEY: LAST LOAN COMMITTED AND THE RUN COUNTERS
       01 WS-CKP-SAVE.
          05 WS-CKP-KEYCM.
             10 WS-CKP-LAST-LOAN           PIC 9(09).
             10 WS-CKP-EXAMINED            PIC 9(05).
             10 WS-CKP-TRANSITIONS         PIC 9(05).
             10 WS-CKP-DETERIORATIONS      PIC 9(05).
             10 WS-CKP-CURES               PIC 9(05).
             10 FILLER                     PIC X(11).
          05 WS-CKP-KEYER.
             10 WS-CKP-STOCK-P             PIC 9(05).
             10 WS-CKP-STOCK-D             PIC 9(05).
             10 WS-CKP-STOCK-U             PIC 9(05).
             10 WS-CKP-STOCK-S             PIC 9(05).
             10 FILLER                     PIC X(20).

           EXEC SQL
               DECLARE CUR-OPENLOAN CURSOR WITH HOLD FOR
               SELECT LOANM_CAT, LOANM_NO, LOANM_CUST_NO,
                      LOANM_MAX_AMT
               FROM LOANMSTR
               WHERE LOANM_ST = 'O'
                 AND LOANM_NO BETWEEN :WS-PRT-NEXT-LOAN
                                  AND :WS-PRT-LOAN-TO
               ORDER BY LOANM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-CLSCFG-FS          PIC XX.
          05 WS-PRTCRD-FS          PIC XX.
          05 WS-PRTSUM-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LOANMSTR-FLAG              PIC X(01).
          05  WS-NEW-RANK            PIC 9(01).
          05  WS-OLD-RANK            PIC 9(01).

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
            PERFORM A1000-HOUSE-KEEPING-PARA
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
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY
            COMPUTE WS-CKP-DATE =
               (WS-CURT-DATE-CCYY * 10000) +
               (WS-CURT-DATE-MM * 100) +
                WS-CURT-DATE-DD

            OPEN INPUT CLSCFG
            DISPLAY 'CLSCFG FILE STATUS -',WS-CLSCFG-FS

            MOVE CFG-PASTDUE-DAYS       TO WS-BUCKET-PASTDUE
            MOVE CFG-UNLIKELY-DAYS      TO WS-BUCKET-UNLIKELY
            CLOSE CLSCFG

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
                  DISPLAY 'PGBLNCLS PARTITION CARD NOT VALID - ',
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
                    MOVE X05-CKP-KEYER    TO WS-CKP-KEYER
                    IF WS-CKP-LAST-LOAN NUMERIC
                       PERFORM A1310-RESTORE-PARA
                          THRU A1310-EXIT
                    END-IF
                 ELSE
                    DISPLAY 'PGBLNCLS CHECKPOINT READ ERROR ',
                       X05-RCODE
                 END-IF
            WHEN OTHER
                 DISPLAY 'PGBLNCLS CHECKPOINT ERROR ',X05-RCODE
            END-EVALUATE.
       A1300-EXIT.
             EXIT.
       A1310-RESTORE-PARA.
      *      COUNTERS AND STOCK TOTALS OF THE LOANS ALREADY DONE
      *      FROM THE CHECKPOINT KEY
            SET PRT-RESTARTED           TO TRUE
            MOVE WS-CKP-LAST-LOAN       TO WS-PRT-RESTART-LOAN
            COMPUTE WS-PRT-NEXT-LOAN = WS-PRT-RESTART-LOAN + 1
            MOVE WS-CKP-EXAMINED        TO WS-LOANS-EXAMINED
            MOVE WS-CKP-TRANSITIONS     TO WS-TRANSITIONS
            MOVE WS-CKP-DETERIORATIONS  TO WS-DETERIORATIONS
            MOVE WS-CKP-CURES           TO WS-CURES
            IF WS-CKP-KEYER NOT = SPACES
               MOVE WS-CKP-STOCK-P      TO WS-STOCK-P
               MOVE WS-CKP-STOCK-D      TO WS-STOCK-D
               MOVE WS-CKP-STOCK-U      TO WS-STOCK-U
               MOVE WS-CKP-STOCK-S      TO WS-STOCK-S
            END-IF

            DISPLAY 'PGBLNCLS PARTITION ',WS-PRT-PART,
               ' RESTARTED AFTER LOAN ',WS-CKP-LAST-LOAN.
       A1310-EXIT.
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
                 DISPLAY 'PGBLNCLS OPEN CUR-OPENLOAN SQLCODE -',SQLCODE
                 SET END-OF-LOANMSTR TO TRUE
                 SET PRT-FAILED      TO TRUE
            END-EVALUATE.
       A2000-EXIT.
             EXIT.
                 DISPLAY 'PGBLNCLS FETCH CUR-OPENLOAN SQLCODE -',
                    SQLCODE
                 SET END-OF-LOANMSTR TO TRUE
                 SET PRT-FAILED      TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
                  ADD 1                  TO WS-STOCK-S
             END-EVALUATE

             ADD 1                       TO WS-PRT-INT-CONTA
             IF WS-PRT-INT-CONTA NOT < WS-PRT-COMMIT-INT
                PERFORM C7000-CHECKPOINT-SAVE-PARA
                   THRU C7000-EXIT
             END-IF

             PERFORM A2100-FETCH-LOAN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNCLS - CREDIT STATUS CLASSIFICATION ',
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
            DISPLAY 'STATUS TRANSITIONS ...........: ',
            DISPLAY '-------------------------------------------'.
       A4000-EXIT.
             EXIT.
       C7000-CHECKPOINT-SAVE-PARA.
      *      COMMIT POINT: THE LAST LOAN DONE AND THE RUN COUNTERS
      *      GO TO THE NPCKPT ROW IN THE SAME UNIT OF WORK AS THE
      *      STATUS ROWS THEY DESCRIBE
             MOVE SPACES                 TO WS-CKP-SAVE
             MOVE LLOANM-NO              TO WS-CKP-LAST-LOAN
             MOVE WS-LOANS-EXAMINED      TO WS-CKP-EXAMINED
             MOVE WS-TRANSITIONS         TO WS-CKP-TRANSITIONS
             MOVE WS-DETERIORATIONS      TO WS-CKP-DETERIORATIONS
             MOVE WS-CURES               TO WS-CKP-CURES
             MOVE WS-STOCK-P             TO WS-CKP-STOCK-P
             MOVE WS-STOCK-D             TO WS-CKP-STOCK-D
             MOVE WS-STOCK-U             TO WS-CKP-STOCK-U
             MOVE WS-STOCK-S             TO WS-CKP-STOCK-S

             MOVE SPACES                 TO NPX05RC
             MOVE WS-CKP-NAME            TO X05-CKP-PGMNM
             MOVE WS-CKP-DATE            TO X05-CKP-DTELA
             MOVE WS-LOANS-EXAMINED      TO X05-CKP-NPATI
             MOVE WS-CKP-KEYCM           TO X05-CKP-KEYCM
             MOVE 'U1'                   TO X05-FUNZI
             PERFORM C7500-CALL-NPX05P-PARA
                THRU C7500-EXIT

             IF X05-RCODE NOT = SPACES
                DISPLAY 'PGBLNCLS CHECKPOINT UPDATE ERROR ',X05-RCODE
             END-IF

             MOVE SPACES                 TO NPX05RC
             MOVE WS-CKP-NAME            TO X05-CKP-PGMNM
             MOVE WS-CKP-DATE            TO X05-CKP-DTELA
             MOVE WS-LOANS-EXAMINED      TO X05-CKP-NPATI
             MOVE WS-CKP-KEYER           TO X05-CKP-KEYER
             MOVE 'U2'                   TO X05-FUNZI
             PERFORM C7500-CALL-NPX05P-PARA
                THRU C7500-EXIT

             IF X05-RCODE NOT = SPACES
                DISPLAY 'PGBLNCLS CHECKPOINT UPDATE ERROR ',X05-RCODE
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
                DISPLAY 'PGBLNCLS CHECKPOINT DELETE ERROR ',X05-RCODE
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
                MOVE 'PGBLNCLS'          TO PSM-PGM
                MOVE WS-PRT-PART         TO PSM-PART
                WRITE PSM-RECORD
                ADD 1                    TO WS-PRT-SUM-RECS
             END-IF.
       C7800-EXIT.
             EXIT.
       A5000-END-PARTITION-PARA.
      *      COUNTERS FOR THE MERGE STEP, THEN THE TRAILER
      *      AND THE RELEASE OF THE RESTART POINT
            IF PRT-FAILED
               DISPLAY 'PGBLNCLS PARTITION ',WS-PRT-PART,
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
            MOVE WS-TRANSITIONS         TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 03                     TO PSM-N-ID
            MOVE WS-DETERIORATIONS      TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 04                     TO PSM-N-ID
            MOVE WS-CURES               TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 05                     TO PSM-N-ID
            MOVE WS-STOCK-P             TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 06                     TO PSM-N-ID
            MOVE WS-STOCK-D             TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 07                     TO PSM-N-ID
            MOVE WS-STOCK-U             TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT
            MOVE 08                     TO PSM-N-ID
            MOVE WS-STOCK-S             TO PSM-N-COUNT
            PERFORM C7800-WRITE-SUMMARY-PARA
               THRU C7800-EXIT

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
       END PROGRAM PGBLNCLS.
