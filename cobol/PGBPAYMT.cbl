      * ONE EXISTING PATH INSTEAD OF A SECOND COPY OF IT. UNMATCHED   *
      * AND AMBIGUOUS CREDITS GO TO THE DDSUSPNS SUSPENSE FILE WITH   *
      * A REASON CODE AND ARE LISTED ON THE OPERATOR WORKLIST.        *
      * EVERY MATCHED CREDIT IS ALSO COPIED TO DDPAYMON WITH THE      *
      * PAYER IBAN, THE LOAN AND THE WAY IT WAS MATCHED, FOR THE      *
      * NIGHTLY AML TRANSACTION MONITORING (PGBAMLMN).                *
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SUSPNS-FS.

           SELECT PAYMON  ASSIGN TO DDPAYMON
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PAYMON-FS.

       DATA DIVISION.
       FILE SECTION.
       FD BNKSTM.
           02  SUS-REFERENCE              PIC X(16).
           02  FILLER                     PIC X(06).

       FD PAYMON.
       01 PAYMON-RECORD.
           02  MON-VALUE-DATE             PIC X(10).
           02  MON-AMOUNT                 PIC 9(10).
           02  MON-PAYER-IBAN             PIC X(34).
           02  MON-REFERENCE              PIC X(16).
           02  MON-LOAN-NO                PIC 9(09).
           02  MON-MATCH-HOW              PIC X(01).
      *        'R' = BY LOAN REFERENCE   'I' = BY PAYER IBAN
           02  MON-REQ-TYPE               PIC X(02).
           02  FILLER                     PIC X(18).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
             88 END-OF-BNKSTM         VALUE '10'.
          05 WS-PAYTRN-FS          PIC XX.
          05 WS-SUSPNS-FS          PIC XX.
          05 WS-PAYMON-FS          PIC XX.

       01 WS-COUNTERS.
          05 WS-CREDITS-READ               PIC 9(05) VALUE ZERO.
            WRITE LOANIN-RECORD FROM WS-ENV-HDR
            OPEN OUTPUT SUSPNS
            DISPLAY 'SUSPNS FILE STATUS -',WS-SUSPNS-FS
            OPEN OUTPUT PAYMON
            DISPLAY 'PAYMON FILE STATUS -',WS-PAYMON-FS

            PERFORM R1000-READ-CREDIT-PARA
               THRU R1000-EXIT
            CLOSE BNKSTM
                  PAYTRN
                  SUSPNS
                  PAYMON

            PERFORM A4000-PRINT-WORKLIST-PARA
               THRU A4000-EXIT.

             WRITE LOANIN-RECORD

             ADD STM-AMOUNT              TO WS-HASH-MATCHED

      *      THE SAME CREDIT, WITH ITS PAYER, FOR THE AML SCREENING
             MOVE SPACES                 TO PAYMON-RECORD
             MOVE STM-VALUE-DATE         TO MON-VALUE-DATE
             MOVE STM-AMOUNT             TO MON-AMOUNT
             MOVE STM-PAYER-IBAN         TO MON-PAYER-IBAN
             MOVE STM-REFERENCE          TO MON-REFERENCE
             MOVE WS-MATCH-LOAN          TO MON-LOAN-NO
             MOVE WS-MATCH-HOW           TO MON-MATCH-HOW
             MOVE LOANIN-REQ-TYPE        TO MON-REQ-TYPE
             WRITE PAYMON-RECORD.
       B3000-EXIT.
             EXIT.
       B3100-FIND-OUTSTANDING-PARA.
