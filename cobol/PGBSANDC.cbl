       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSANDC.
      ******************************************************************
      * SANCTIONS AND PEP HIT DECISIONS. THE COMPLIANCE OFFICER'S     *
      * DECISIONS ON THE POTENTIAL HITS PENDING ON SANCHIT (PARKED BY *
      * PGBPRTXN AT ONBOARDING, MODIFY OR PARTY ATTACH, OR FOUND BY   *
      * THE NIGHTLY RESCREEN PGBSANRS) COME ON DDSANDEC, ONE PER HIT: *
      *  - 'F' FALSE POSITIVE, CLEARED. THE LIST ENTRY IS NO LONGER A *
      *        HIT FOR THAT PERSON, AND A PARKED TRANSACTION IS       *
      *        RELEASED FOR RESUBMISSION: A CUSTOMER RECORD ON        *
      *        DDSANRCU (DDCUSTIN LAYOUT), A PARTY ATTACH ON DDSANRLN *
      *        WRAPPED IN THE HDR/TRL ENVELOPE OF THE PGBFREG         *
      *        REGISTRY (ORIGIN SANCREL);                             *
      *  - 'C' CONFIRMED MATCH. A PARKED TRANSACTION IS DROPPED AND   *
      *        THE CUSTOMER IS FROZEN: PGBPRTXN REFUSES EVERY         *
      *        DISBURSEMENT AND WITHHOLDS EVERY REFUND ON THE LOANS   *
      *        WHERE THE CUSTOMER IS BORROWER, PARTY OR BENEFICIARY.  *
      * THE DECISION, THE OFFICER AND THE REASONING ARE RECORDED ON   *
      * THE SANCHIT ROW. ONLY A PENDING HIT TAKES A DECISION; A       *
      * DECISION ON A DECIDED OR UNKNOWN HIT, WITHOUT THE OFFICER OR  *
      * WITHOUT THE NOTE IS REJECTED AND LISTED. THE REPORT ENDS WITH *
      * THE HITS STILL PENDING.                                       *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANDEC  ASSIGN TO DDSANDEC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SANDEC-FS.

           SELECT SANRCU  ASSIGN TO DDSANRCU
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SANRCU-FS.

           SELECT SANRLN  ASSIGN TO DDSANRLN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SANRLN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SANDEC.
       01 SANDEC-RECORD.
           02  DEC-HIT-NO                 PIC 9(09).
           02  DEC-CODE                   PIC X(01).
      *        'F' = FALSE POSITIVE, CLEARED   'C' = CONFIRMED MATCH
           02  DEC-OFFICER                PIC X(08).
           02  DEC-NOTE                   PIC X(60).
           02  FILLER                     PIC X(02).

       FD SANRCU.
       COPY CUSTTRAN.

       FD SANRLN.
       COPY LOANTRAN.

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE SANCHIT
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SANDEC-FS          PIC XX.
             88 END-OF-SANDEC         VALUE '10'.
          05 WS-SANRCU-FS          PIC XX.
          05 WS-SANRLN-FS          PIC XX.

       01 WS-COUNTERS.
          05 WS-DECISIONS-READ             PIC 9(07) VALUE ZERO.
          05 WS-CLEARED                    PIC 9(07) VALUE ZERO.
          05 WS-CONFIRMED                  PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-CUST              PIC 9(07) VALUE ZERO.
          05 WS-RELEASED-LOAN              PIC 9(07) VALUE ZERO.
          05 WS-DROPPED                    PIC 9(07) VALUE ZERO.
          05 WS-DECISIONS-REJECTED         PIC 9(07) VALUE ZERO.
          05 WS-STILL-PENDING              PIC 9(07) VALUE ZERO.

       01 WS-PENDING-COUNT                 PIC S9(9)     COMP.
       01 WS-REJECT-REASON                 PIC X(30).
       01 WS-HASH-RELEASED                 PIC 9(15) VALUE ZERO.

      * REGISTRY ENVELOPE OF THE RELEASED LOAN FILE: THE TRANSACTION
      * CHAIN ONLY ACCEPTS INPUT THAT PASSES THE PGBFREG FILE
      * REGISTRY
       01 WS-ENV-HDR.
          05 FILLER                PIC X(03)       VALUE 'HDR'.
          05 WS-ENV-ORIGIN         PIC X(08)       VALUE 'SANCREL'.
          05 WS-ENV-CRDATE         PIC 9(08).
          05 WS-ENV-CRTIME         PIC 9(06).
          05 FILLER                PIC X(55)       VALUE SPACES.
       01 WS-ENV-TRL.
          05 FILLER                PIC X(03)       VALUE 'TRL'.
          05 WS-ENV-COUNT          PIC 9(07).
          05 WS-ENV-HASH           PIC 9(15).
          05 FILLER                PIC X(55)       VALUE SPACES.
      * ACCEPT FROM TIME RETURNS HHMMSSCC: THE FULL EIGHT DIGITS
      * LAND HERE AND THE HHMMSS PART FEEDS THE ENVELOPE
       01 WS-ENV-TIME8.
          05 WS-ENV-HHMMSS         PIC 9(06).
          05 FILLER                PIC 9(02).

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

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-COUNTERS
            MOVE ZERO                   TO WS-HASH-RELEASED

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT  SANDEC
            DISPLAY 'SANDEC FILE STATUS -',WS-SANDEC-FS
            OPEN OUTPUT SANRCU
            DISPLAY 'SANRCU FILE STATUS -',WS-SANRCU-FS
            OPEN OUTPUT SANRLN
            DISPLAY 'SANRLN FILE STATUS -',WS-SANRLN-FS
            ACCEPT WS-ENV-CRDATE FROM DATE YYYYMMDD
            ACCEPT WS-ENV-TIME8 FROM TIME
            MOVE WS-ENV-HHMMSS          TO WS-ENV-CRTIME
            WRITE LOANIN-RECORD FROM WS-ENV-HDR

            PERFORM R1000-READ-DECISION-PARA
               THRU R1000-EXIT
            PERFORM A2000-ONE-DECISION-PARA
               THRU A2000-EXIT
               UNTIL END-OF-SANDEC

            MOVE WS-RELEASED-LOAN       TO WS-ENV-COUNT
            MOVE WS-HASH-RELEASED       TO WS-ENV-HASH
            WRITE LOANIN-RECORD FROM WS-ENV-TRL

            CLOSE SANDEC
                  SANRCU
                  SANRLN

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       R1000-READ-DECISION-PARA.
            READ SANDEC
            END-READ

            EVALUATE TRUE
            WHEN WS-SANDEC-FS = '00'
                 ADD 1                    TO WS-DECISIONS-READ
            WHEN WS-SANDEC-FS = '10'
                 SET END-OF-SANDEC TO TRUE
            WHEN OTHER
                 SET END-OF-SANDEC TO TRUE
                 DISPLAY 'PGBSANDC DECISION FILE ERROR -',WS-SANDEC-FS
            END-EVALUATE.
       R1000-EXIT.
             EXIT.
       A2000-ONE-DECISION-PARA.
             MOVE SPACES                 TO WS-REJECT-REASON

             EVALUATE TRUE
             WHEN DEC-HIT-NO NOT NUMERIC
             OR   DEC-HIT-NO = ZERO
                  MOVE 'HIT NUMBER INVALID'
                                         TO WS-REJECT-REASON
             WHEN DEC-CODE NOT = 'F' AND DEC-CODE NOT = 'C'
                  MOVE 'DECISION NOT F OR C'
                                         TO WS-REJECT-REASON
             WHEN DEC-OFFICER = SPACES
                  MOVE 'OFFICER MISSING' TO WS-REJECT-REASON
             WHEN DEC-NOTE = SPACES
                  MOVE 'REASONING NOTE MISSING'
                                         TO WS-REJECT-REASON
             WHEN OTHER
                  CONTINUE
             END-EVALUATE

             IF WS-REJECT-REASON NOT = SPACES
                PERFORM W1000-REJECT-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             MOVE DEC-HIT-NO             TO TSANCHIT-NO

             EXEC SQL
                 SELECT TSANCHIT_ST, TSANCHIT_ORIGIN,
                        TSANCHIT_CUST_NO, TSANCHIT_TXN_SRC,
                        TSANCHIT_TXN
                   INTO :TSANCHIT-ST, :TSANCHIT-ORIGIN,
                        :TSANCHIT-CUST-NO, :TSANCHIT-TXN-SRC,
                        :TSANCHIT-TXN
                   FROM SANCHIT
                  WHERE TSANCHIT_NO = :TSANCHIT-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF TSANCHIT-ST NOT = 'P'
                     MOVE 'HIT ALREADY DECIDED'
                                         TO WS-REJECT-REASON
                  END-IF
             WHEN SQLCODE = 100
                  MOVE 'HIT NOT ON FILE' TO WS-REJECT-REASON
             WHEN OTHER
                  DISPLAY 'PGBSANDC HIT READ SQLCODE -',SQLCODE
                  MOVE 'HIT NOT READABLE'
                                         TO WS-REJECT-REASON
             END-EVALUATE

             IF WS-REJECT-REASON NOT = SPACES
                PERFORM W1000-REJECT-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             MOVE DEC-CODE               TO TSANCHIT-ST
             MOVE WS-CURR-DATE           TO TSANCHIT-DEC-DATE
             MOVE DEC-OFFICER            TO TSANCHIT-DEC-BY
             MOVE DEC-NOTE               TO TSANCHIT-DEC-NOTE

             EXEC SQL
                 UPDATE SANCHIT
                    SET TSANCHIT_ST       = :TSANCHIT-ST,
                        TSANCHIT_DEC_DATE = :TSANCHIT-DEC-DATE,
                        TSANCHIT_DEC_BY   = :TSANCHIT-DEC-BY,
                        TSANCHIT_DEC_NOTE = :TSANCHIT-DEC-NOTE
                  WHERE TSANCHIT_NO = :TSANCHIT-NO
                    AND TSANCHIT_ST = 'P'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANDC HIT UPDATE SQLCODE -',SQLCODE,
                   ' HIT ',DEC-HIT-NO
                MOVE 'HIT NOT UPDATED'   TO WS-REJECT-REASON
                PERFORM W1000-REJECT-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             IF DEC-CODE = 'C'
                PERFORM A2200-CONFIRMED-PARA
                   THRU A2200-EXIT
             ELSE
                PERFORM A2100-CLEARED-PARA
                   THRU A2100-EXIT
             END-IF.

       A2090-NEXT.
             PERFORM R1000-READ-DECISION-PARA
                THRU R1000-EXIT.
       A2000-EXIT.
             EXIT.
       A2100-CLEARED-PARA.
      *      THE PARKED TRANSACTION GOES BACK TO THE CHAIN AS IT WAS
      *      SUBMITTED; SCREENED AGAIN, IT NO LONGER HITS THE
      *      CLEARED LIST ENTRY
             ADD 1                       TO WS-CLEARED

             EVALUATE TSANCHIT-TXN-SRC
             WHEN 'C'
                  MOVE TSANCHIT-TXN      TO CUSTIN-RECORD
                  WRITE CUSTIN-RECORD
                  ADD 1                  TO WS-RELEASED-CUST
                  DISPLAY 'PGBSANDC HIT ',DEC-HIT-NO,
                     ' CLEARED - CUSTOMER REQUEST ',CUSTIN-REQ-TYPE,
                     ' RELEASED'
             WHEN 'L'
                  MOVE TSANCHIT-TXN      TO LOANIN-RECORD
                  WRITE LOANIN-RECORD
                  ADD 1                  TO WS-RELEASED-LOAN
                  IF LOANIN-LLOANM-MAX-AMT NUMERIC
                     ADD LOANIN-LLOANM-MAX-AMT TO WS-HASH-RELEASED
                  END-IF
                  DISPLAY 'PGBSANDC HIT ',DEC-HIT-NO,
                     ' CLEARED - LOAN REQUEST ',LOANIN-REQ-TYPE,
                     ' LOAN ',LOANIN-LLOANM-NO,' RELEASED'
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-CONFIRMED-PARA.
             ADD 1                       TO WS-CONFIRMED

             IF TSANCHIT-TXN-SRC NOT = SPACE
                ADD 1                    TO WS-DROPPED
                DISPLAY 'PGBSANDC HIT ',DEC-HIT-NO,
                   ' CONFIRMED - PARKED TRANSACTION DROPPED'
             END-IF

             IF TSANCHIT-CUST-NO > ZERO
                DISPLAY 'PGBSANDC HIT ',DEC-HIT-NO,
                   ' CONFIRMED - CUSTOMER ',TSANCHIT-CUST-NO,
                   ' FROZEN FOR DISBURSEMENTS AND REFUNDS'
             END-IF.
       A2200-EXIT.
             EXIT.
       W1000-REJECT-PARA.
             ADD 1                       TO WS-DECISIONS-REJECTED
             DISPLAY 'PGBSANDC REJECTED HIT ',DEC-HIT-NO,
                ' DECISION ',DEC-CODE,
                ' BY ',DEC-OFFICER,' - ',WS-REJECT-REASON.
       W1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            MOVE ZERO                   TO WS-PENDING-COUNT

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PENDING-COUNT
                  FROM SANCHIT
                 WHERE TSANCHIT_ST = 'P'
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBSANDC PENDING HIT COUNT SQLCODE -',SQLCODE
               MOVE ZERO                TO WS-PENDING-COUNT
            END-IF
            MOVE WS-PENDING-COUNT       TO WS-STILL-PENDING

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSANDC - SANCTIONS/PEP HIT DECISIONS ',
               WS-CURR-DATE
            DISPLAY 'DECISIONS READ ...............: ',
               WS-DECISIONS-READ
            DISPLAY 'CLEARED, FALSE POSITIVE ......: ',
               WS-CLEARED
            DISPLAY 'CONFIRMED, CUSTOMER FROZEN ...: ',
               WS-CONFIRMED
            DISPLAY 'CUSTOMER REQUESTS RELEASED ...: ',
               WS-RELEASED-CUST
            DISPLAY 'LOAN REQUESTS RELEASED .......: ',
               WS-RELEASED-LOAN
            DISPLAY 'PARKED REQUESTS DROPPED ......: ',
               WS-DROPPED
            DISPLAY 'REJECTED (LISTED ABOVE) ......: ',
               WS-DECISIONS-REJECTED
            DISPLAY 'HITS STILL PENDING ...........: ',
               WS-STILL-PENDING
            DISPLAY '-------------------------------------------'

            IF WS-DECISIONS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBSANDC.
