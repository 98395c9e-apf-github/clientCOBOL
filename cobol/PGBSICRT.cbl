       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSICRT.
      ******************************************************************
      * CREDIT-BUREAU (SIC) ACKNOWLEDGMENT PROCESSING. THE DDSICRET   *
      * FILE RETURNED BY THE BUREAU CARRIES, PER LOAN OF A MONTHLY    *
      * PGBSICEX CONTRIBUTION, THE OUTCOME 'A' ACCEPTED OR 'R'        *
      * REJECTED WITH THE REJECTION CODE AND TEXT. THE OUTCOME IS     *
      * RECORDED ON THE LOANSIC ROW OF THE LOAN WHEN IT ANSWERS THE   *
      * LAST PERIOD SENT; REJECTIONS AND OUTCOMES FOR A PERIOD NOT ON *
      * FILE GO TO THE DDSICRWL WORKLIST FOR CORRECTION. A REJECTED   *
      * EXTINCTION IS PUT BACK IN THE NEXT CONTRIBUTION, ANY OTHER    *
      * POSITION IS SENT AGAIN ANYWAY BY THE NEXT MONTHLY RUN. THE    *
      * REPORT ALSO COUNTS THE POSITIONS STILL WITHOUT AN OUTCOME.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SICRET  ASSIGN TO DDSICRET
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SICRET-FS.

           SELECT SICRWL  ASSIGN TO DDSICRWL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SICRWL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SICRET.
       01 SICRET-RECORD.
           02  RET-ABI                    PIC X(05).
           02  RET-PERIOD                 PIC 9(06).
           02  RET-LOAN-NO                PIC 9(09).
           02  RET-OUTCOME                PIC X(01).
      *        'A' = ACCEPTED   'R' = REJECTED
           02  RET-REJ-CODE               PIC X(04).
           02  RET-REJ-TEXT               PIC X(50).
           02  FILLER                     PIC X(05).

       FD SICRWL.
       01 SICRWL-RECORD.
           02  RWL-LOAN-NO                PIC 9(09).
           02  RWL-PERIOD                 PIC 9(06).
           02  RWL-ACTION                 PIC X(04).
      *        'REJC' = POSITION REJECTED, TO CORRECT
      *        'NOMT' = NO CONTRIBUTION OF THAT PERIOD ON THE LOAN
           02  RWL-POSITION               PIC X(01).
           02  RWL-REJ-CODE               PIC X(04).
           02  RWL-REJ-TEXT               PIC X(50).
           02  FILLER                     PIC X(06).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANSIC
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SICRET-FS          PIC XX.
             88 END-OF-SICRET         VALUE '10'.
          05 WS-SICRWL-FS          PIC XX.

       01 WS-COUNTERS.
          05 WS-RETURNS-READ               PIC 9(07) VALUE ZERO.
          05 WS-RETURNS-ACCEPTED           PIC 9(07) VALUE ZERO.
          05 WS-RETURNS-REJECTED           PIC 9(07) VALUE ZERO.
          05 WS-RETURNS-UNMATCHED          PIC 9(07) VALUE ZERO.
          05 WS-STILL-PENDING              PIC 9(07) VALUE ZERO.

       01 WS-PENDING-COUNT                 PIC S9(07)    COMP-3.
       01 WS-RWL-ACTION                    PIC X(04).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-COUNTERS

            OPEN INPUT  SICRET
            DISPLAY 'SICRET FILE STATUS -',WS-SICRET-FS
            OPEN OUTPUT SICRWL
            DISPLAY 'SICRWL FILE STATUS -',WS-SICRWL-FS

            PERFORM R1000-READ-RETURN-PARA
               THRU R1000-EXIT
            PERFORM A2000-ONE-RETURN-PARA
               THRU A2000-EXIT
               UNTIL END-OF-SICRET

            CLOSE SICRET
                  SICRWL

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       R1000-READ-RETURN-PARA.
            READ SICRET
            END-READ

            EVALUATE TRUE
            WHEN WS-SICRET-FS = '00'
                 ADD 1                    TO WS-RETURNS-READ
            WHEN WS-SICRET-FS = '10'
                 SET END-OF-SICRET TO TRUE
            WHEN OTHER
                 SET END-OF-SICRET TO TRUE
                 DISPLAY 'PGBSICRT RETURN FILE ERROR -',WS-SICRET-FS
            END-EVALUATE.
       R1000-EXIT.
             EXIT.
       A2000-ONE-RETURN-PARA.
      *      THE OUTCOME MUST ANSWER THE LAST CONTRIBUTION SENT FOR
      *      THE LOAN; AN OLDER PERIOD HAS BEEN SUPERSEDED
             MOVE RET-LOAN-NO            TO SILOANSC-NO

             EXEC SQL
                 SELECT SILOANSC_POS, SILOANSC_PERIOD
                   INTO :SILOANSC-POS, :SILOANSC-PERIOD
                   FROM LOANSIC
                  WHERE SILOANSC_NO = :SILOANSC-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR SILOANSC-PERIOD NOT = RET-PERIOD
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'PGBSICRT LOANSIC READ SQLCODE -',SQLCODE
                END-IF
                ADD 1                    TO WS-RETURNS-UNMATCHED
                MOVE 'NOMT'              TO WS-RWL-ACTION
                MOVE SPACE               TO SILOANSC-POS
                PERFORM W1000-WRITE-WORKLIST-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             IF RET-OUTCOME = 'A'
                MOVE 'A'                 TO SILOANSC-ACK
                MOVE SPACES              TO SILOANSC-REJ
                ADD 1                    TO WS-RETURNS-ACCEPTED
             ELSE
                MOVE 'R'                 TO SILOANSC-ACK
                MOVE RET-REJ-CODE        TO SILOANSC-REJ
                ADD 1                    TO WS-RETURNS-REJECTED
                MOVE 'REJC'              TO WS-RWL-ACTION
                PERFORM W1000-WRITE-WORKLIST-PARA
                   THRU W1000-EXIT
      *         A REJECTED EXTINCTION WOULD LEAVE THE BUREAU HOLDING
      *         THE LOAN AS LIVE: CLEARING THE POSITION PUTS IT BACK
      *         IN THE NEXT CONTRIBUTION
                IF SILOANSC-POS = 'E'
                   MOVE SPACE            TO SILOANSC-POS
                END-IF
             END-IF

             EXEC SQL
                 UPDATE LOANSIC
                    SET SILOANSC_ACK = :SILOANSC-ACK,
                        SILOANSC_REJ = :SILOANSC-REJ,
                        SILOANSC_POS = :SILOANSC-POS
                  WHERE SILOANSC_NO = :SILOANSC-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSICRT OUTCOME UPDATE SQLCODE -',SQLCODE,
                   ' LOAN ',RET-LOAN-NO
             END-IF.

       A2090-NEXT.
             PERFORM R1000-READ-RETURN-PARA
                THRU R1000-EXIT.
       A2000-EXIT.
             EXIT.
       W1000-WRITE-WORKLIST-PARA.
             MOVE SPACES                 TO SICRWL-RECORD
             MOVE WS-RWL-ACTION          TO RWL-ACTION
             MOVE RET-LOAN-NO            TO RWL-LOAN-NO
             MOVE RET-PERIOD             TO RWL-PERIOD
             MOVE SILOANSC-POS           TO RWL-POSITION
             MOVE RET-REJ-CODE           TO RWL-REJ-CODE
             MOVE RET-REJ-TEXT           TO RWL-REJ-TEXT
             WRITE SICRWL-RECORD.
       W1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
      *     POSITIONS OF THE LOANS STILL WAITING FOR AN OUTCOME
            MOVE ZERO                   TO WS-PENDING-COUNT

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PENDING-COUNT
                  FROM LOANSIC
                 WHERE SILOANSC_ACK = 'S'
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBSICRT PENDING COUNT SQLCODE -',SQLCODE
               MOVE ZERO                TO WS-PENDING-COUNT
            END-IF
            MOVE WS-PENDING-COUNT       TO WS-STILL-PENDING

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSICRT - CREDIT BUREAU ACKNOWLEDGMENTS'
            DISPLAY 'OUTCOMES READ ................: ',
               WS-RETURNS-READ
            DISPLAY 'ACCEPTED .....................: ',
               WS-RETURNS-ACCEPTED
            DISPLAY 'REJECTED .....................: ',
               WS-RETURNS-REJECTED
            DISPLAY 'NOT MATCHED ..................: ',
               WS-RETURNS-UNMATCHED
            DISPLAY 'POSITIONS STILL UNANSWERED ...: ',
               WS-STILL-PENDING
            DISPLAY '-------------------------------------------'

            IF WS-RETURNS-REJECTED > ZERO
            OR WS-RETURNS-UNMATCHED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBSICRT.
