       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBOUTBN.
      ******************************************************************
      * OUTPUT-CONSOLIDATION BATCH. THE PRODUCERS (PGBLNSTM           *
      * STATEMENTS, PGBLNDUN LETTERS, PGBLNNOT PRE-DUE PAYMENT        *
      * NOTICES, PGBTXCRT INTEREST CERTIFICATES, PGBLNREL RELEASE AND *
      * PORTABILITY CLOSURE LETTERS, PGBLNAPP PRE-CONTRACT            *
      * INFORMATION SHEETS, PGBSICEX CREDIT-BUREAU PRE-NOTICES)       *
      * APPEND ADDRESSED LOGICAL DOCUMENTS TO THE COMMON QUEUE        *
      * DDOUTQUE; THIS BATCH SORTS THEM BY DELIVERY CHANNEL, CAP AND  *
      * CUSTOMER, GROUPS THE DOCUMENTS OF ONE CUSTOMER INTO ONE       *
      * BUNDLE (ONE ENVELOPE), EMITS THE FINAL PRINT STREAM IN CAP    *
      * ORDER FOR THE POSTAL DISCOUNTS, AND WRITES THE MAILING        *
      * MANIFEST WITH THE PAGE COUNT OF EVERY BUNDLE. POSTAGE AND     *
      * ENVELOPE HANDLING STOP PAYING FOR THE SAME CUSTOMER SEVERAL   *
      * TIMES A WEEK. EVERY STATEMENT DELIVERED ON PAPER POSTS THE    *
      * PAPER-STATEMENT FEE OF THE FEE CATALOG TO THE LOAN NAMED ON   *
      * THE DOCUMENT (PGBCHARG, EVENT 'STMT'). THE POSTAL BUNDLES OF  *
      * A CUSTOMER WHOSE ADDRESS THE RETURNED MAIL (PGBRTMIN) HAS     *
      * MARKED UNDELIVERABLE GO TO THE HELD STREAM DDHLDSTR INSTEAD,  *
      * OFF THE MANIFEST AND WITHOUT THE PAPER-STATEMENT FEE, UNTIL   *
      * CUSTOMER MAINTENANCE CORRECTS THE ADDRESS. THE DOCUMENTS ON   *
      * THE ELECTRONIC CHANNEL ARE NOT BUNDLED: EACH ONE GOES TO THE  *
      * MAIL GATEWAY ON THE DISPATCH FILE DDEDISPT UNDER A MESSAGE ID *
      * AND IS LOGGED IN CUSTEDLV ('S' SENT), WHERE PGBEDRCP LOADS    *
      * THE GATEWAY'S DELIVERY RECEIPTS. A DOCUMENT FOR A THIRD PARTY *
      * (OUTQ-ADDRESSEE 'T', SUCH AS THE MAV SLIPS OF NPW34B TO THE   *
      * DEBTORS OF PRESENTED DOCUMENTS) HAS NO CUSTOMER NUMBER: IT    *
      * TRAVELS ALONE IN ITS OWN ENVELOPE, IN CAP ORDER, AND IS NEVER *
      * HELD ON THE CUSTOMER MASTER'S UNDELIVERABLE FLAG.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MANIFS-FS.

           SELECT HLDSTR  ASSIGN TO DDHLDSTR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HLDSTR-FS.

           SELECT EDISPT  ASSIGN TO DDEDISPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EDISPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTQUE.
           02  SRT-CUST-ADDR              PIC X(60).
           02  SRT-PAGES                  PIC 9(03).
           02  SRT-DOC-REF                PIC X(20).
           02  SRT-CERTIFIED              PIC X(01).
           02  SRT-ADDRESSEE              PIC X(01).
               88  SRT-THIRD-PARTY        VALUE 'T'.
           02  FILLER                     PIC X(06).

       FD PRTSTR.
       01 PRTSTR-RECORD                   PIC X(132).
           02  MAN-PAGES                  PIC 9(05).
           02  FILLER                     PIC X(17).

      * POSTAL BUNDLES HELD FOR AN UNDELIVERABLE ADDRESS, SAME
      * LAYOUT AS THE PRINT STREAM
       FD HLDSTR.
       01 HLDSTR-RECORD                   PIC X(132).

       FD EDISPT.
       COPY EDISPREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *        INCLUDE CUSTM_TABLE
           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTEDLV
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-OUTQUE-FS          PIC XX.
          05 WS-PRTSTR-FS          PIC XX.
          05 WS-MANIFS-FS          PIC XX.
          05 WS-HLDSTR-FS          PIC XX.
          05 WS-EDISPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-SORT-FLAG                  PIC X(01).
          05 WS-DOCS-READ                  PIC 9(07) VALUE ZERO.
          05 WS-BUNDLES-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-PAGES-TOTAL                PIC 9(07) VALUE ZERO.
          05 WS-FEES-POSTED                PIC 9(07) VALUE ZERO.
          05 WS-BUNDLES-HELD               PIC 9(07) VALUE ZERO.
          05 WS-DOCS-HELD                  PIC 9(07) VALUE ZERO.
          05 WS-EDOCS-SENT                 PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.

       01 WS-BUNDLE-WORK.
          05  WS-BDL-CHANNEL         PIC X(01).
          05  WS-BDL-DOCS            PIC 9(03).
          05  WS-BDL-PAGES           PIC 9(05).
          05  WS-BDL-OPEN            PIC X(01).
          05  WS-BDL-ADDRESSEE       PIC X(01).
          05  WS-BDL-HELD            PIC X(01).
              88  BUNDLE-HELD        VALUE 'Y'.

       01 WS-PRT-LINE                      PIC X(132).
       01 WS-FEE-LOAN-NO                   PIC 9(09).

      *    MESSAGE ID OF THE ELECTRONIC DISPATCH: RUN DATE AND TIME
      *    PLUS A SEQUENCE WITHIN THE RUN
       01 WS-MSG-ID.
          05  WS-MSG-CC              PIC X(02) VALUE '20'.
          05  WS-MSG-YYMMDD          PIC 9(06).
          05  WS-MSG-HHMMSS          PIC 9(06).
          05  WS-MSG-SEQ             PIC 9(06).

       01 WS-TEMP-TIME.
          05  WS-TEMP-TIME-HHMMSS    PIC 9(06).
          05  WS-TEMP-TIME-HS        PIC 9(02).

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
       01 WS-TEMP-DATE-NUM REDEFINES WS-TEMP-DATE
                                   PIC 9(06).

      *    CHARGE-POSTING ROUTINE ON THE FEE CATALOG (LOANFEEC)
       01 WS-CHG-MODULE                    PIC X(08) VALUE 'PGBCHARG'.
           COPY PGBCHGRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            DISPLAY 'PRTSTR FILE STATUS -',WS-PRTSTR-FS
            OPEN OUTPUT MANIFST
            DISPLAY 'MANIFS FILE STATUS -',WS-MANIFS-FS
            OPEN OUTPUT HLDSTR
            DISPLAY 'HLDSTR FILE STATUS -',WS-HLDSTR-FS
            OPEN OUTPUT EDISPT
            DISPLAY 'EDISPT FILE STATUS -',WS-EDISPT-FS

            ACCEPT WS-TEMP-DATE FROM DATE
            ACCEPT WS-TEMP-TIME FROM TIME
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY
            MOVE WS-TEMP-DATE-NUM       TO WS-MSG-YYMMDD
            MOVE WS-TEMP-TIME-HHMMSS    TO WS-MSG-HHMMSS
            MOVE ZERO                   TO WS-MSG-SEQ

      *     CHANNEL FIRST, THEN CAP FOR THE POSTAL ORDER, THEN
      *     CUSTOMER SO A CUSTOMER'S DOCUMENTS ARRIVE TOGETHER
               OUTPUT PROCEDURE IS A2000-BUNDLE-PARA
                             THRU A2000-EXIT

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       B1000-ONE-DOC-PARA.
             ADD 1                       TO WS-DOCS-READ

      *      AN ELECTRONIC DOCUMENT GOES STRAIGHT TO THE GATEWAY
             IF SRT-CHANNEL = 'E'
                PERFORM B4000-DISPATCH-PARA
                   THRU B4000-EXIT
                GO TO B1090-NEXT
             END-IF

      *      A THIRD-PARTY DOCUMENT NEVER SHARES AN ENVELOPE
             IF WS-BDL-OPEN = 'Y'
             AND (SRT-CHANNEL NOT = WS-BDL-CHANNEL
                  OR SRT-CUST-NO NOT = WS-BDL-CUST
                  OR SRT-THIRD-PARTY
                  OR WS-BDL-ADDRESSEE = 'T')
                PERFORM B3000-CLOSE-BUNDLE-PARA
                   THRU B3000-EXIT
             END-IF

             ADD 1                       TO WS-BDL-DOCS
             ADD SRT-PAGES               TO WS-BDL-PAGES

             MOVE SPACES                 TO WS-PRT-LINE
             STRING '   DOCUMENT '       DELIMITED BY SIZE
                    ' REF '              DELIMITED BY SIZE
                    SRT-DOC-REF          DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             PERFORM W1000-WRITE-STREAM-PARA
                THRU W1000-EXIT

             IF BUNDLE-HELD
                ADD 1                    TO WS-DOCS-HELD
                GO TO B1090-NEXT
             END-IF
             ADD SRT-PAGES               TO WS-PAGES-TOTAL

             IF SRT-CHANNEL = 'P'
             AND SRT-DOC-TYPE = 'STMT'
                PERFORM B1500-STATEMENT-FEE-PARA
                   THRU B1500-EXIT
             END-IF.

       B1090-NEXT.
             PERFORM R1000-RETURN-DOC-PARA
                THRU R1000-EXIT.
       B1000-EXIT.
             EXIT.
       B1500-STATEMENT-FEE-PARA.
      *      PAPER-STATEMENT FEE ON THE LOAN NAMED BY PGBLNSTM,
      *      COLLECTED WITH ITS NEXT INSTALLMENT
             IF SRT-DOC-REF (11:9) NOT NUMERIC
                GO TO B1500-EXIT
             END-IF
             MOVE SRT-DOC-REF (11:9)     TO WS-FEE-LOAN-NO
             IF WS-FEE-LOAN-NO = ZERO
                GO TO B1500-EXIT
             END-IF

             MOVE SPACES                 TO PGBCHGRC
             MOVE 'P'                    TO CHG-FUNZI
             MOVE WS-FEE-LOAN-NO         TO CHG-LOAN-NO
             MOVE 'STMT'                 TO CHG-EVENT
             MOVE ZERO                   TO CHG-BASE-AMT

             CALL WS-CHG-MODULE USING PGBCHGRC

             EVALUATE CHG-RCODE
             WHEN SPACES
                  ADD 1                  TO WS-FEES-POSTED
             WHEN 'NF'
             WHEN 'DU'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBOUTBN FEE NOT POSTED RCODE ',CHG-RCODE,
                     ' LOAN ',WS-FEE-LOAN-NO
             END-EVALUATE.
       B1500-EXIT.
             EXIT.
       B2000-OPEN-BUNDLE-PARA.
             MOVE 'Y'                    TO WS-BDL-OPEN
             MOVE SRT-CHANNEL            TO WS-BDL-CHANNEL
             MOVE SRT-CAP                TO WS-BDL-CAP
             MOVE SRT-CUST-NO            TO WS-BDL-CUST
             MOVE SRT-CUST-NAME          TO WS-BDL-NAME
             MOVE SRT-ADDRESSEE          TO WS-BDL-ADDRESSEE
             MOVE ZERO                   TO WS-BDL-DOCS
                                            WS-BDL-PAGES

      *      A POSTAL BUNDLE FOR AN ADDRESS KNOWN TO BE WRONG IS HELD
             MOVE 'N'                    TO WS-BDL-HELD
             IF SRT-CHANNEL = 'P'
             AND NOT SRT-THIRD-PARTY
                PERFORM B2100-CHECK-ADDRESS-PARA
                   THRU B2100-EXIT
             END-IF

             MOVE SPACES                 TO WS-PRT-LINE
             STRING '*** BUNDLE FOR '    DELIMITED BY SIZE
                    SRT-CUST-NAME        DELIMITED BY '  '
                    SRT-CAP              DELIMITED BY SIZE
                    ' ***'               DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             PERFORM W1000-WRITE-STREAM-PARA
                THRU W1000-EXIT
             MOVE SRT-CUST-ADDR          TO WS-PRT-LINE
             PERFORM W1000-WRITE-STREAM-PARA
                THRU W1000-EXIT.
       B2000-EXIT.
             EXIT.
       B2100-CHECK-ADDRESS-PARA.
      *      A CUSTOMER NOT ON FILE OR A READ ERROR DOES NOT STOP
      *      THE MAIL
             MOVE SRT-CUST-NO            TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_ADDR_UNDLV
                   INTO :ACN-CUSTM-ADDR-UNDLV
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF ACN-CUSTM-ADDR-UNDLV = 'Y'
                     SET BUNDLE-HELD TO TRUE
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBOUTBN ADDRESS CHECK SQLCODE -',SQLCODE,
                     ' CUSTOMER ',SRT-CUST-NO
             END-EVALUATE.
       B2100-EXIT.
             EXIT.
       B3000-CLOSE-BUNDLE-PARA.
             MOVE SPACES                 TO WS-PRT-LINE
             MOVE '   END OF BUNDLE'     TO WS-PRT-LINE
             MOVE WS-BDL-PAGES           TO WS-PRT-LINE (20:5)
             PERFORM W1000-WRITE-STREAM-PARA
                THRU W1000-EXIT
             MOVE SPACES                 TO WS-PRT-LINE
             PERFORM W1000-WRITE-STREAM-PARA
                THRU W1000-EXIT

      *      A HELD BUNDLE IS NOT MAILED: NOT ON THE MANIFEST
             IF BUNDLE-HELD
                ADD 1                    TO WS-BUNDLES-HELD
                MOVE ' '                 TO WS-BDL-OPEN
                GO TO B3000-EXIT
             END-IF

             ADD 1                       TO WS-BUNDLES-WRITTEN

             MOVE SPACES                 TO MANIFST-RECORD
             MOVE WS-BDL-CHANNEL         TO MAN-CHANNEL
             MOVE ' '                    TO WS-BDL-OPEN.
       B3000-EXIT.
             EXIT.
       B4000-DISPATCH-PARA.
             ADD 1                       TO WS-MSG-SEQ

             MOVE SPACES                 TO EDSP-RECORD
             MOVE WS-MSG-ID              TO EDSP-MSG-ID
             MOVE SRT-CUST-NO            TO EDSP-CUST-NO
             MOVE SRT-CERTIFIED          TO EDSP-CERTIFIED
             IF EDSP-CERTIFIED NOT = 'Y'
                MOVE 'N'                 TO EDSP-CERTIFIED
             END-IF
             MOVE SRT-CUST-ADDR          TO EDSP-EADDR
             MOVE SRT-CUST-NAME          TO EDSP-CUST-NAME
             MOVE SRT-DOC-TYPE           TO EDSP-DOC-TYPE
             MOVE SRT-DOC-REF            TO EDSP-DOC-REF
             MOVE SRT-PAGES              TO EDSP-PAGES
             WRITE EDSP-RECORD
             ADD 1                       TO WS-EDOCS-SENT

      *      DELIVERY LOG: THE RECEIPTS OF THE GATEWAY COME BACK ON
      *      THE MESSAGE ID
             MOVE EDSP-MSG-ID            TO EDCUSTED-MSG-ID
             MOVE EDSP-CUST-NO           TO EDCUSTED-CUST-NO
             MOVE EDSP-DOC-TYPE          TO EDCUSTED-DOC-TYPE
             MOVE EDSP-DOC-REF           TO EDCUSTED-DOC-REF
             MOVE EDSP-CERTIFIED         TO EDCUSTED-CERTIFIED
             MOVE EDSP-EADDR             TO EDCUSTED-EADDR
             MOVE EDSP-PAGES             TO EDCUSTED-PAGES
             MOVE WS-CURR-DATE           TO EDCUSTED-SENT-DATE
             MOVE 'S'                    TO EDCUSTED-ST
             MOVE SPACES                 TO EDCUSTED-EVT-DATE
                                            EDCUSTED-EVT-TIME
                                            EDCUSTED-RECEIPT-ID
                                            EDCUSTED-FAIL-REASON
                                            EDCUSTED-FALLBACK-DATE

             EXEC SQL
                INSERT INTO CUSTEDLV VALUES
                (:EDCUSTED-MSG-ID, :EDCUSTED-CUST-NO,
                 :EDCUSTED-DOC-TYPE, :EDCUSTED-DOC-REF,
                 :EDCUSTED-CERTIFIED, :EDCUSTED-EADDR,
                 :EDCUSTED-PAGES, :EDCUSTED-SENT-DATE,
                 :EDCUSTED-ST, :EDCUSTED-EVT-DATE,
                 :EDCUSTED-EVT-TIME, :EDCUSTED-RECEIPT-ID,
                 :EDCUSTED-FAIL-REASON, :EDCUSTED-FALLBACK-DATE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBOUTBN CUSTEDLV INSERT SQLCODE -',SQLCODE,
                   ' MESSAGE ',EDSP-MSG-ID
                ADD 1                    TO WS-DB-ERRORS
             END-IF.
       B4000-EXIT.
             EXIT.
       W1000-WRITE-STREAM-PARA.
             IF BUNDLE-HELD
                WRITE HLDSTR-RECORD FROM WS-PRT-LINE
             ELSE
                WRITE PRTSTR-RECORD FROM WS-PRT-LINE
             END-IF.
       W1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBOUTBN - OUTPUT BUNDLING'
               WS-BUNDLES-WRITTEN
            DISPLAY 'PAGES TOTAL ..................: ',
               WS-PAGES-TOTAL
            DISPLAY 'PAPER-STATEMENT FEES POSTED ..: ',
               WS-FEES-POSTED
            DISPLAY 'BUNDLES HELD (BAD ADDRESS) ...: ',
               WS-BUNDLES-HELD
            DISPLAY 'DOCUMENTS HELD ...............: ',
               WS-DOCS-HELD
            DISPLAY 'ELECTRONIC DOCUMENTS SENT ....: ',
               WS-EDOCS-SENT
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE PRTSTR
                  MANIFST
                  HLDSTR
                  EDISPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBOUTBN.
