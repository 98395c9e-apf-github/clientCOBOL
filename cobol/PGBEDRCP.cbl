       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBEDRCP.
      ******************************************************************
      * DELIVERY-RECEIPT LOAD OF THE ELECTRONIC CUSTOMER OUTPUT. THE  *
      * MAIL GATEWAY RETURNS ON DDEDRCPT ONE RECEIPT PER EVENT ON THE *
      * MESSAGES PGBOUTBN DISPATCHED (ACCEPTANCE, DELIVERY, FAILURE)  *
      * AND THIS BATCH RECORDS THEM ON THE DELIVERY LOG CUSTEDLV:     *
      *  - ACCEPTANCE AND DELIVERY STORE THE DATE, TIME AND RECEIPT   *
      *    ID OF THE PROVIDER ('A', 'D'); THE DELIVERY RECEIPT OF A   *
      *    PEC MESSAGE IS THE LEGAL PROOF THAT A FORMAL NOTICE        *
      *    REACHED THE CUSTOMER;                                      *
      *  - A FAILED DELIVERY FALLS BACK TO PAPER: THE DOCUMENT GOES   *
      *    BACK ON THE OUTPUT QUEUE DDOUTQUE ON THE POSTAL CHANNEL,   *
      *    TO THE ADDRESS ON FILE, FOR THE NEXT PGBOUTBN RUN ('P').   *
      * A MESSAGE STILL WITHOUT A DELIVERY RECEIPT AFTER THE WAITING  *
      * DAYS OF THE DDEDRPAR CARD (3 WHEN NOT GIVEN) FALLS BACK TO    *
      * PAPER THE SAME WAY. A STATEMENT SENT ON PAPER THIS WAY DOES   *
      * NOT BEAR THE PAPER-STATEMENT FEE. THE DDEDRRPT REPORT LISTS   *
      * EVERY RECEIPT AND FALLBACK; THE STEP ENDS WITH RETURN CODE 4  *
      * WHEN A RECEIPT CANNOT BE MATCHED OR A DATABASE ERROR OCCURS.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDRPAR  ASSIGN TO DDEDRPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EDRPAR-FS.

           SELECT EDRCPT  ASSIGN TO DDEDRCPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EDRCPT-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

           SELECT EDRRPT  ASSIGN TO DDEDRRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-EDRRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EDRPAR.
       01 EDRPAR-RECORD.
           02  PAR-WAIT-DAYS              PIC 9(03).
           02  FILLER                     PIC X(77).

       FD EDRCPT.
       COPY EDRCPREC.

       FD OUTQUE.
       COPY OUTQREC.

       FD EDRRPT.
       01 EDRRPT-RECORD                   PIC X(132).

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

           EXEC SQL
               DECLARE CUR-EDLVOPEN CURSOR FOR
               SELECT EDCUSTED_MSG_ID, EDCUSTED_CUST_NO,
                      EDCUSTED_DOC_TYPE, EDCUSTED_DOC_REF,
                      EDCUSTED_CERTIFIED, EDCUSTED_PAGES,
                      EDCUSTED_SENT_DATE, EDCUSTED_ST
               FROM CUSTEDLV
               WHERE EDCUSTED_ST IN ('S', 'A')
               ORDER BY EDCUSTED_MSG_ID
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-EDRPAR-FS          PIC XX.
          05 WS-EDRCPT-FS          PIC XX.
             88 END-OF-RECEIPTS        VALUE '10'.
          05 WS-OUTQUE-FS          PIC XX.
          05 WS-EDRRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-EDLV-FLAG                  PIC X(01).
             88  END-OF-EDLV               VALUE '1'.

       01 WS-COUNTERS.
          05 WS-RCPT-READ                  PIC 9(07) VALUE ZERO.
          05 WS-RCPT-ACCEPTED              PIC 9(07) VALUE ZERO.
          05 WS-RCPT-DELIVERED             PIC 9(07) VALUE ZERO.
          05 WS-RCPT-FAILED                PIC 9(07) VALUE ZERO.
          05 WS-RCPT-IGNORED               PIC 9(07) VALUE ZERO.
          05 WS-RCPT-UNMATCHED             PIC 9(07) VALUE ZERO.
          05 WS-OPEN-READ                  PIC 9(07) VALUE ZERO.
          05 WS-OPEN-EXPIRED               PIC 9(07) VALUE ZERO.
          05 WS-FALLBACKS                  PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.

       01 WS-WAIT-DAYS                     PIC 9(03).
       01 WS-LINE-NOTE                     PIC X(30).
       01 WS-LINE-DETAIL                   PIC X(30).

      *    DAY-COUNT ROUTINE (CALENDAR DAYS SINCE THE DISPATCH)
       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

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

       01 WS-CMP-WORK.
          05 WS-CMP-DATE                   PIC X(10).
          05 WS-CMP-DATE-NUM REDEFINES WS-CMP-DATE.
             10 WS-CMPN-MM                 PIC 99.
             10 FILLER                     PIC X(01).
             10 WS-CMPN-DD                 PIC 99.
             10 FILLER                     PIC X(01).
             10 WS-CMPN-CCYY               PIC 9(04).
          05 WS-CMP-VALUE                  PIC 9(08).
          05 WS-CMP-TODAY                  PIC 9(08).

       01 WS-CAP-WORK.
          05 WS-CAP-IX                     PIC 9(02).
          05 WS-CAP-FOUND                  PIC X(05).

       01 WS-PRT-LINE                      PIC X(132).

       01 WS-HEAD-LINE.
          05  FILLER                 PIC X(36)  VALUE
              'MESSAGE ID           CUSTOMER  TYPE '.
          05  FILLER                 PIC X(38)  VALUE
              'DOCUMENT REFERENCE   E EVT DATE   PEC '.
          05  FILLER                 PIC X(50)  VALUE
              'OUTCOME                        RECEIPT ID / REASON'.

       01 WS-EDLV-LINE.
          05  WS-EL-MSG-ID           PIC X(20).
          05  FILLER                 PIC X(01).
          05  WS-EL-CUST             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-EL-DOC-TYPE         PIC X(04).
          05  FILLER                 PIC X(01).
          05  WS-EL-DOC-REF          PIC X(20).
          05  FILLER                 PIC X(01).
          05  WS-EL-EVENT            PIC X(01).
          05  FILLER                 PIC X(01).
          05  WS-EL-DATE             PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-EL-CERTIFIED        PIC X(01).
          05  FILLER                 PIC X(03).
          05  WS-EL-NOTE             PIC X(30).
          05  FILLER                 PIC X(01).
          05  WS-EL-DETAIL           PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-LOAD-RECEIPTS-PARA
               THRU A2000-EXIT

            PERFORM A3000-EXPIRED-PARA
               THRU A3000-EXIT

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            MOVE WS-CURR-DATE           TO WS-CMP-DATE
            PERFORM X1000-DATE-VALUE-PARA
               THRU X1000-EXIT
            MOVE WS-CMP-VALUE           TO WS-CMP-TODAY

            MOVE 3                      TO WS-WAIT-DAYS
            OPEN INPUT EDRPAR
            IF WS-EDRPAR-FS = '00'
               READ EDRPAR
               END-READ
               IF WS-EDRPAR-FS = '00'
                  IF PAR-WAIT-DAYS NUMERIC
                  AND PAR-WAIT-DAYS > ZERO
                     MOVE PAR-WAIT-DAYS   TO WS-WAIT-DAYS
                  END-IF
               END-IF
               CLOSE EDRPAR
            END-IF

            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS
            OPEN OUTPUT EDRRPT
            DISPLAY 'EDRRPT FILE STATUS -',WS-EDRRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBEDRCP - ELECTRONIC DELIVERY RECEIPTS - RUN '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE EDRRPT-RECORD FROM WS-PRT-LINE
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE EDRRPT-RECORD FROM WS-PRT-LINE
            WRITE EDRRPT-RECORD FROM WS-HEAD-LINE.
       A1000-EXIT.
             EXIT.
       A2000-LOAD-RECEIPTS-PARA.
      *      NO RECEIPT FILE IS NOT AN ERROR: THE GATEWAY MAY HAVE
      *      NOTHING TO REPORT
            OPEN INPUT EDRCPT
            IF WS-EDRCPT-FS NOT = '00'
               DISPLAY 'EDRCPT FILE STATUS -',WS-EDRCPT-FS
               GO TO A2000-EXIT
            END-IF

            PERFORM R1000-READ-RECEIPT-PARA
               THRU R1000-EXIT
            PERFORM A2100-ONE-RECEIPT-PARA
               THRU A2100-EXIT
               UNTIL END-OF-RECEIPTS

            CLOSE EDRCPT.
       A2000-EXIT.
             EXIT.
       R1000-READ-RECEIPT-PARA.
            READ EDRCPT
            END-READ

            IF WS-EDRCPT-FS = '00'
               ADD 1                    TO WS-RCPT-READ
            ELSE
               SET END-OF-RECEIPTS TO TRUE
            END-IF.
       R1000-EXIT.
             EXIT.
       A2100-ONE-RECEIPT-PARA.
            MOVE ERCP-MSG-ID             TO EDCUSTED-MSG-ID
            MOVE SPACES                  TO WS-LINE-DETAIL

            EXEC SQL
                SELECT EDCUSTED_CUST_NO, EDCUSTED_DOC_TYPE,
                       EDCUSTED_DOC_REF, EDCUSTED_CERTIFIED,
                       EDCUSTED_PAGES, EDCUSTED_SENT_DATE,
                       EDCUSTED_ST
                  INTO :EDCUSTED-CUST-NO, :EDCUSTED-DOC-TYPE,
                       :EDCUSTED-DOC-REF, :EDCUSTED-CERTIFIED,
                       :EDCUSTED-PAGES, :EDCUSTED-SENT-DATE,
                       :EDCUSTED-ST
                  FROM CUSTEDLV
                 WHERE EDCUSTED_MSG_ID = :EDCUSTED-MSG-ID
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 ADD 1                    TO WS-RCPT-UNMATCHED
                 MOVE ZERO                TO EDCUSTED-CUST-NO
                 MOVE SPACES              TO EDCUSTED-DOC-TYPE
                                             EDCUSTED-DOC-REF
                                             EDCUSTED-CERTIFIED
                 MOVE 'UNKNOWN MESSAGE'   TO WS-LINE-NOTE
                 GO TO A2180-PRINT
            WHEN OTHER
                 DISPLAY 'PGBEDRCP CUSTEDLV SQLCODE -',SQLCODE,
                    ' MESSAGE ',ERCP-MSG-ID
                 ADD 1                    TO WS-DB-ERRORS
                 GO TO A2190-NEXT
            END-EVALUATE

      *      A RECEIPT ON A MESSAGE ALREADY DELIVERED OR ALREADY SENT
      *      ON PAPER CHANGES NOTHING
            IF EDCUSTED-ST NOT = 'S' AND 'A'
               ADD 1                      TO WS-RCPT-IGNORED
               MOVE 'NO CHANGE - STATUS '  TO WS-LINE-NOTE
               MOVE EDCUSTED-ST           TO WS-LINE-NOTE (20:1)
               GO TO A2180-PRINT
            END-IF

            MOVE ERCP-DATE                TO EDCUSTED-EVT-DATE
            MOVE ERCP-TIME                TO EDCUSTED-EVT-TIME
            MOVE ERCP-RECEIPT-ID          TO EDCUSTED-RECEIPT-ID

            EVALUATE ERCP-EVENT
            WHEN 'A'
                 IF EDCUSTED-ST = 'A'
                    ADD 1                 TO WS-RCPT-IGNORED
                    MOVE 'NO CHANGE - STATUS A'
                                          TO WS-LINE-NOTE
                    GO TO A2180-PRINT
                 END-IF
                 MOVE 'A'                 TO EDCUSTED-ST
                 PERFORM B1000-UPDATE-RECEIPT-PARA
                    THRU B1000-EXIT
                 ADD 1                    TO WS-RCPT-ACCEPTED
                 MOVE 'ACCEPTED'          TO WS-LINE-NOTE
                 MOVE ERCP-RECEIPT-ID     TO WS-LINE-DETAIL
            WHEN 'D'
                 MOVE 'D'                 TO EDCUSTED-ST
                 PERFORM B1000-UPDATE-RECEIPT-PARA
                    THRU B1000-EXIT
                 ADD 1                    TO WS-RCPT-DELIVERED
                 MOVE 'DELIVERED'         TO WS-LINE-NOTE
                 MOVE ERCP-RECEIPT-ID     TO WS-LINE-DETAIL
            WHEN 'F'
                 ADD 1                    TO WS-RCPT-FAILED
                 MOVE ERCP-FAIL-REASON    TO EDCUSTED-FAIL-REASON
                 PERFORM B2000-FALLBACK-PARA
                    THRU B2000-EXIT
                 MOVE 'FAILED - SENT ON PAPER'
                                          TO WS-LINE-NOTE
                 MOVE ERCP-FAIL-REASON    TO WS-LINE-DETAIL
            WHEN OTHER
                 ADD 1                    TO WS-RCPT-UNMATCHED
                 MOVE 'INVALID EVENT'     TO WS-LINE-NOTE
            END-EVALUATE.

       A2180-PRINT.
            MOVE ERCP-EVENT               TO WS-EL-EVENT
            MOVE ERCP-DATE                TO WS-EL-DATE
            PERFORM W1000-WRITE-LINE-PARA
               THRU W1000-EXIT.

       A2190-NEXT.
            PERFORM R1000-READ-RECEIPT-PARA
               THRU R1000-EXIT.
       A2100-EXIT.
             EXIT.
       A3000-EXPIRED-PARA.
      *      MESSAGES STILL WITHOUT A DELIVERY RECEIPT AFTER THE
      *      WAITING DAYS GO ON PAPER
            INITIALIZE WS-EDLV-FLAG
            EXEC SQL
                OPEN CUR-EDLVOPEN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBEDRCP OPEN CUR-EDLVOPEN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A3000-EXIT
            END-IF

            PERFORM A3100-FETCH-EDLV-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-EDLV-PARA
               THRU A3200-EXIT
               UNTIL END-OF-EDLV

            EXEC SQL
                CLOSE CUR-EDLVOPEN
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-EDLV-PARA.
            EXEC SQL
                FETCH CUR-EDLVOPEN
                INTO :EDCUSTED-MSG-ID, :EDCUSTED-CUST-NO,
                     :EDCUSTED-DOC-TYPE, :EDCUSTED-DOC-REF,
                     :EDCUSTED-CERTIFIED, :EDCUSTED-PAGES,
                     :EDCUSTED-SENT-DATE, :EDCUSTED-ST
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-OPEN-READ
            WHEN SQLCODE = 100
                 SET END-OF-EDLV TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBEDRCP FETCH CUR-EDLVOPEN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-EDLV TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-EDLV-PARA.
            MOVE SPACES                   TO PGBDCCRC
            MOVE EDCUSTED-SENT-DATE       TO WS-CMP-DATE
            PERFORM X1000-DATE-VALUE-PARA
               THRU X1000-EXIT
            IF WS-CMP-VALUE = ZERO
               GO TO A3290-NEXT
            END-IF

            MOVE 'P'                      TO DCC-FUNZI
            MOVE 'F'                      TO DCC-CONV
            MOVE WS-CMP-VALUE             TO DCC-FROM-DATE
            MOVE WS-CMP-TODAY             TO DCC-TO-DATE

            CALL WS-DCC-MODULE USING PGBDCCRC

            IF DCC-RCODE NOT = SPACES
            OR DCC-DAYS NOT > WS-WAIT-DAYS
               GO TO A3290-NEXT
            END-IF

            ADD 1                         TO WS-OPEN-EXPIRED
            MOVE WS-CURR-DATE             TO EDCUSTED-EVT-DATE
            MOVE SPACES                   TO EDCUSTED-EVT-TIME
                                             EDCUSTED-RECEIPT-ID
            MOVE 'NO DELIVERY RECEIPT'    TO EDCUSTED-FAIL-REASON
            PERFORM B2000-FALLBACK-PARA
               THRU B2000-EXIT

            MOVE SPACES                   TO WS-EL-EVENT
            MOVE EDCUSTED-SENT-DATE       TO WS-EL-DATE
            MOVE 'NO RECEIPT - SENT ON PAPER'
                                          TO WS-LINE-NOTE
            MOVE EDCUSTED-FAIL-REASON     TO WS-LINE-DETAIL
            PERFORM W1000-WRITE-LINE-PARA
               THRU W1000-EXIT.

       A3290-NEXT.
            PERFORM A3100-FETCH-EDLV-PARA
               THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-UPDATE-RECEIPT-PARA.
            EXEC SQL
                UPDATE CUSTEDLV
                SET EDCUSTED_ST         = :EDCUSTED-ST,
                    EDCUSTED_EVT_DATE   = :EDCUSTED-EVT-DATE,
                    EDCUSTED_EVT_TIME   = :EDCUSTED-EVT-TIME,
                    EDCUSTED_RECEIPT_ID = :EDCUSTED-RECEIPT-ID
                WHERE EDCUSTED_MSG_ID = :EDCUSTED-MSG-ID
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBEDRCP CUSTEDLV UPDATE SQLCODE -',SQLCODE,
                  ' MESSAGE ',EDCUSTED-MSG-ID
               ADD 1                      TO WS-DB-ERRORS
            END-IF.
       B1000-EXIT.
             EXIT.
       B2000-FALLBACK-PARA.
      *      THE DOCUMENT GOES BACK ON THE QUEUE ON THE POSTAL
      *      CHANNEL, TO THE NAME AND ADDRESS ON FILE
            MOVE EDCUSTED-CUST-NO         TO ACN-CUSTM-NO
            EXEC SQL
                SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                       CUSTM_ADDR
                  INTO :ACN-CUSTM-NAME-FRSTNM,
                       :ACN-CUSTM-NAME-LASTNM,
                       :ACN-CUSTM-ADDR
                  FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBEDRCP CUSTM_TABLE SQLCODE -',SQLCODE,
                  ' CUSTOMER ',EDCUSTED-CUST-NO
               ADD 1                      TO WS-DB-ERRORS
               GO TO B2000-EXIT
            END-IF

            MOVE SPACES                   TO OUTQ-RECORD
            MOVE 'P'                      TO OUTQ-CHANNEL
            MOVE 'N'                      TO OUTQ-CERTIFIED
            MOVE EDCUSTED-CUST-NO         TO OUTQ-CUST-NO
            MOVE EDCUSTED-DOC-TYPE        TO OUTQ-DOC-TYPE
            STRING ACN-CUSTM-NAME-FRSTNM  DELIMITED BY '  '
                   ' '                    DELIMITED BY SIZE
                   ACN-CUSTM-NAME-LASTNM  DELIMITED BY '  '
                   INTO OUTQ-CUST-NAME
            MOVE ACN-CUSTM-ADDR           TO OUTQ-CUST-ADDR
            MOVE EDCUSTED-PAGES           TO OUTQ-PAGES
            MOVE EDCUSTED-DOC-REF         TO OUTQ-DOC-REF

      *      THE CUSTOMER DID NOT CHOOSE PAPER: NO PAPER-STATEMENT FEE
            IF OUTQ-DOC-TYPE = 'STMT'
               MOVE ZERO                  TO OUTQ-DOC-REF (11:9)
            END-IF

      *      CAP FOR THE POSTAL ORDER: THE FIRST RUN OF FIVE DIGITS
      *      FOUND IN THE FREE-TEXT ADDRESS
            MOVE '00000'                  TO WS-CAP-FOUND
            PERFORM B2100-FIND-CAP-PARA
               THRU B2100-EXIT
               VARYING WS-CAP-IX FROM 1 BY 1
               UNTIL WS-CAP-IX > 56
                  OR WS-CAP-FOUND NOT = '00000'
            MOVE WS-CAP-FOUND             TO OUTQ-CAP

            WRITE OUTQ-RECORD
            ADD 1                         TO WS-FALLBACKS

            MOVE 'P'                      TO EDCUSTED-ST
            MOVE WS-CURR-DATE             TO EDCUSTED-FALLBACK-DATE

            EXEC SQL
                UPDATE CUSTEDLV
                SET EDCUSTED_ST            = :EDCUSTED-ST,
                    EDCUSTED_EVT_DATE      = :EDCUSTED-EVT-DATE,
                    EDCUSTED_EVT_TIME      = :EDCUSTED-EVT-TIME,
                    EDCUSTED_RECEIPT_ID    = :EDCUSTED-RECEIPT-ID,
                    EDCUSTED_FAIL_REASON   = :EDCUSTED-FAIL-REASON,
                    EDCUSTED_FALLBACK_DATE = :EDCUSTED-FALLBACK-DATE
                WHERE EDCUSTED_MSG_ID = :EDCUSTED-MSG-ID
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBEDRCP CUSTEDLV UPDATE SQLCODE -',SQLCODE,
                  ' MESSAGE ',EDCUSTED-MSG-ID
               ADD 1                      TO WS-DB-ERRORS
            END-IF.
       B2000-EXIT.
             EXIT.
       B2100-FIND-CAP-PARA.
            IF ACN-CUSTM-ADDR (WS-CAP-IX:5) NUMERIC
               MOVE ACN-CUSTM-ADDR (WS-CAP-IX:5)
                                          TO WS-CAP-FOUND
            END-IF.
       B2100-EXIT.
             EXIT.
       W1000-WRITE-LINE-PARA.
            MOVE EDCUSTED-MSG-ID          TO WS-EL-MSG-ID
            MOVE EDCUSTED-CUST-NO         TO WS-EL-CUST
            MOVE EDCUSTED-DOC-TYPE        TO WS-EL-DOC-TYPE
            MOVE EDCUSTED-DOC-REF         TO WS-EL-DOC-REF
            MOVE EDCUSTED-CERTIFIED       TO WS-EL-CERTIFIED
            MOVE WS-LINE-NOTE             TO WS-EL-NOTE
            MOVE WS-LINE-DETAIL           TO WS-EL-DETAIL
            WRITE EDRRPT-RECORD FROM WS-EDLV-LINE.
       W1000-EXIT.
             EXIT.
       X1000-DATE-VALUE-PARA.
      *      WS-CMP-DATE (MM/DD/CCYY) AS CCYYMMDD; ZERO WHEN THE
      *      DATE CANNOT BE READ
             IF WS-CMPN-MM NOT NUMERIC
             OR WS-CMPN-DD NOT NUMERIC
             OR WS-CMPN-CCYY NOT NUMERIC
                MOVE ZERO                 TO WS-CMP-VALUE
                GO TO X1000-EXIT
             END-IF

             COMPUTE WS-CMP-VALUE = WS-CMPN-CCYY * 10000
                                  + WS-CMPN-MM * 100
                                  + WS-CMPN-DD.
       X1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBEDRCP - ELECTRONIC DELIVERY RECEIPTS ',
                    WS-CURR-DATE
            DISPLAY 'RECEIPTS READ ................: ',
               WS-RCPT-READ
            DISPLAY '  ACCEPTED ...................: ',
               WS-RCPT-ACCEPTED
            DISPLAY '  DELIVERED ..................: ',
               WS-RCPT-DELIVERED
            DISPLAY '  FAILED .....................: ',
               WS-RCPT-FAILED
            DISPLAY '  NO CHANGE ..................: ',
               WS-RCPT-IGNORED
            DISPLAY '  UNMATCHED OR INVALID .......: ',
               WS-RCPT-UNMATCHED
            DISPLAY 'MESSAGES AWAITING DELIVERY ...: ',
               WS-OPEN-READ
            DISPLAY '  PAST THE WAITING DAYS ......: ',
               WS-OPEN-EXPIRED
            DISPLAY 'DOCUMENTS REQUEUED ON PAPER ..: ',
               WS-FALLBACKS
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-RCPT-UNMATCHED > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE OUTQUE
                  EDRRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBEDRCP.
