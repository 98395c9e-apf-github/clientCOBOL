       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBRTMIN.
      ******************************************************************
      * RETURNED-MAIL INTAKE. EVERY ENVELOPE THE POST SENDS BACK IS   *
      * KEYED ON DDRTMIN WITH THE DOCUMENT TYPE AND REFERENCE PRINTED *
      * ON IT (OUTQ-DOC-REF OF THE QUEUED DOCUMENT), THE RETURN       *
      * REASON AND, WHEN KNOWN, THE CUSTOMER. THE CUSTOMER IS FOUND   *
      * FROM THE LOAN OR APPLICATION OF THE REFERENCE WHEN NOT GIVEN. *
      * EACH RETURN IS LOGGED ON CUSTRTML; A RETURN THAT PROVES THE   *
      * ADDRESS WRONG MARKS IT UNDELIVERABLE ON CUSTM_TABLE, AND      *
      * PGBOUTBN HOLDS THE CUSTOMER'S POSTAL DOCUMENTS UNTIL THE      *
      * ADDRESS IS CORRECTED BY CUSTOMER MAINTENANCE ('02'), WHICH    *
      * ALSO CLOSES THE OPEN RETURNS. A REFUSED OR UNCLAIMED ENVELOPE *
      * IS LOGGED ONLY: THE ADDRESS IS RIGHT. THE DDRTMRPT REPORT     *
      * LISTS THE RETURNS NOT RECORDED AND THE BRANCH WORKLIST OF THE *
      * CUSTOMERS TO TRACE.                                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTMIN   ASSIGN TO DDRTMIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RTMIN-FS.

           SELECT RTMRPT  ASSIGN TO DDRTMRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RTMRPT-FS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RETURNED ENVELOPE
       FD RTMIN.
       01 RTMIN-RECORD.
           02  RTM-DOC-TYPE               PIC X(04).
           02  RTM-DOC-REF                PIC X(20).
      *        AS PRINTED: SEE OUTQ-DOC-TYPE / OUTQ-DOC-REF (OUTQREC)
           02  RTM-CUST-NO                PIC 9(09).
      *        ZERO = FIND THE CUSTOMER FROM THE REFERENCE
           02  RTM-REASON                 PIC X(02).
      *        'UN' = ADDRESSEE UNKNOWN    'MV' = MOVED AWAY
      *        'IA' = ADDRESS INSUFFICIENT 'NX' = ADDRESS NONEXISTENT
      *        'DE' = ADDRESSEE DECEASED   'OT' = OTHER
      *        'RF' = REFUSED              'NC' = NOT COLLECTED
      *        ('RF' AND 'NC' DO NOT MARK THE ADDRESS UNDELIVERABLE)
           02  RTM-DATE                   PIC X(10).
      *        DATE OF THE RETURN MM/DD/CCYY, BLANK = TODAY
           02  FILLER                     PIC X(35).

       FD RTMRPT.
       01 RTMRPT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *        INCLUDE CUSTM_TABLE
           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANGDEM
           END-EXEC.

           EXEC SQL
               INCLUDE LOANAPPL
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTRTML
           END-EXEC.

           EXEC SQL
               DECLARE CUR-RTMOPEN CURSOR FOR
               SELECT R.RMCUSTRM_CUST_NO, R.RMCUSTRM_DOC_TYPE,
                      R.RMCUSTRM_DOC_REF, R.RMCUSTRM_RTN_DATE,
                      R.RMCUSTRM_REASON, R.RMCUSTRM_BRANCH,
                      C.CUSTM_NAME_FRSTNM, C.CUSTM_NAME_LASTNM,
                      C.CUSTM_ADDR
               FROM CUSTRTML R, CUSTM_TABLE C
               WHERE R.RMCUSTRM_ST      = 'O'
                 AND C.CUSTM_NO         = R.RMCUSTRM_CUST_NO
                 AND C.CUSTM_ADDR_UNDLV = 'Y'
               ORDER BY R.RMCUSTRM_BRANCH, R.RMCUSTRM_CUST_NO,
                        R.RMCUSTRM_RTN_DATE
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-RTMIN-FS           PIC XX.
             88 END-OF-RTMIN          VALUE '10'.
          05 WS-RTMRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-RTM-FLAG                   PIC X(01).
             88  END-OF-RETURNS            VALUE '1'.

       01 WS-COUNTERS.
          05 WS-RTN-READ                   PIC 9(07) VALUE ZERO.
          05 WS-RTN-LOGGED                 PIC 9(07) VALUE ZERO.
          05 WS-RTN-DUPLICATE              PIC 9(07) VALUE ZERO.
          05 WS-RTN-REJECTED               PIC 9(07) VALUE ZERO.
          05 WS-ADDR-MARKED                PIC 9(07) VALUE ZERO.
          05 WS-TRACE-LISTED               PIC 9(07) VALUE ZERO.
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

      *    RETURN UNDER WORK: LOAN OR APPLICATION OF THE REFERENCE,
      *    CUSTOMER FOUND AND REASON THE RETURN IS NOT RECORDED
       01 WS-RTN-WORK.
          05 WS-RTN-REF-NO                 PIC 9(09).
          05 WS-RTN-CUST-NO                PIC 9(09).
          05 WS-RTN-GUARS                  PIC S9(05) COMP-3.
          05 WS-RTN-REJECT                 PIC X(40).

       01 WS-PRT-LINE                      PIC X(132).

       01 WS-HEAD-LINE.
          05  FILLER                 PIC X(45)  VALUE
              'BRNCH  CUSTOMER NAME                         '.
          05  FILLER                 PIC X(41)  VALUE
              'CURRENT ADDRESS                          '.
          05  FILLER                 PIC X(39)  VALUE
              'DOC  REFERENCE            RETURNED   RS'.

       01 WS-TRACE-LINE.
          05  WS-TL-BRANCH           PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-TL-CUST             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-TL-NAME             PIC X(28).
          05  FILLER                 PIC X(01).
          05  WS-TL-ADDR             PIC X(40).
          05  FILLER                 PIC X(01).
          05  WS-TL-DOC-TYPE         PIC X(04).
          05  FILLER                 PIC X(01).
          05  WS-TL-DOC-REF          PIC X(20).
          05  FILLER                 PIC X(01).
          05  WS-TL-DATE             PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-TL-REASON           PIC X(02).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-INTAKE-PARA
               THRU A2000-EXIT

            EXEC SQL COMMIT END-EXEC

            PERFORM A3000-TRACE-LIST-PARA
               THRU A3000-EXIT

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

            OPEN OUTPUT RTMRPT
            DISPLAY 'RTMRPT FILE STATUS -',WS-RTMRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBRTMIN - RETURNED MAIL - RUN '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE RTMRPT-RECORD FROM WS-PRT-LINE
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE RTMRPT-RECORD FROM WS-PRT-LINE
            MOVE 'RETURNS NOT RECORDED'  TO WS-PRT-LINE
            WRITE RTMRPT-RECORD FROM WS-PRT-LINE.
       A1000-EXIT.
             EXIT.
       A2000-INTAKE-PARA.
      *     NO RETURNS ON THE DAY IS NOT AN ERROR
            OPEN INPUT RTMIN
            IF WS-RTMIN-FS NOT = '00'
               DISPLAY 'PGBRTMIN NO RETURNS - STATUS ',
                  WS-RTMIN-FS
               GO TO A2000-EXIT
            END-IF

            READ RTMIN
            END-READ
            PERFORM A2100-ONE-RETURN-PARA
               THRU A2100-EXIT
               UNTIL END-OF-RTMIN

            CLOSE RTMIN.
       A2000-EXIT.
             EXIT.
       A2100-ONE-RETURN-PARA.
             ADD 1                        TO WS-RTN-READ
             MOVE SPACES                  TO WS-RTN-REJECT
                                             RMCUSTRM-BRANCH
             MOVE ZERO                    TO WS-RTN-CUST-NO

             IF RTM-REASON NOT = 'UN' AND 'MV' AND 'IA' AND 'NX'
                             AND 'DE' AND 'OT' AND 'RF' AND 'NC'
                MOVE 'UNKNOWN RETURN REASON'
                                          TO WS-RTN-REJECT
                GO TO A2180-REJECT
             END-IF

             IF RTM-CUST-NO NOT NUMERIC
                MOVE 'INVALID CUSTOMER NUMBER'
                                          TO WS-RTN-REJECT
                GO TO A2180-REJECT
             END-IF

             PERFORM B1000-FIND-CUSTOMER-PARA
                THRU B1000-EXIT
             IF WS-RTN-REJECT NOT = SPACES
                GO TO A2180-REJECT
             END-IF

             PERFORM B2000-LOG-RETURN-PARA
                THRU B2000-EXIT
             GO TO A2190-NEXT.

       A2180-REJECT.
             ADD 1                        TO WS-RTN-REJECTED
             MOVE SPACES                  TO WS-PRT-LINE
             STRING RTM-DOC-TYPE          DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    RTM-DOC-REF           DELIMITED BY SIZE
                    ' CUSTOMER '          DELIMITED BY SIZE
                    RTM-CUST-NO           DELIMITED BY SIZE
                    ' REASON '            DELIMITED BY SIZE
                    RTM-REASON            DELIMITED BY SIZE
                    ' - '                 DELIMITED BY SIZE
                    WS-RTN-REJECT         DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE RTMRPT-RECORD FROM WS-PRT-LINE.

       A2190-NEXT.
             READ RTMIN
             END-READ.
       A2100-EXIT.
             EXIT.
       B1000-FIND-CUSTOMER-PARA.
      *      LOAN (OR APPLICATION) NAMED BY THE REFERENCE; ITS
      *      BORROWER (OR APPLICANT) UNLESS THE CUSTOMER IS GIVEN. A
      *      GUARANTOR LETTER NAMES THE LOAN ONLY: WITH MORE THAN ONE
      *      GUARANTOR CALLED THE CUSTOMER MUST BE GIVEN
             MOVE ZERO                    TO WS-RTN-REF-NO
             EVALUATE RTM-DOC-TYPE
             WHEN 'STMT'
                  IF RTM-DOC-REF (11:9) NUMERIC
                     MOVE RTM-DOC-REF (11:9)
                                          TO WS-RTN-REF-NO
                  END-IF
             WHEN 'DUNL'
             WHEN 'PNOT'
             WHEN 'TXCR'
             WHEN 'RLSE'
             WHEN 'PORT'
             WHEN 'SICN'
             WHEN 'GNOT'
             WHEN 'GDEM'
             WHEN 'SECC'
                  IF RTM-DOC-REF (1:9) NUMERIC
                     MOVE RTM-DOC-REF (1:9)
                                          TO WS-RTN-REF-NO
                  END-IF
             WHEN OTHER
                  MOVE 'UNKNOWN DOCUMENT TYPE'
                                          TO WS-RTN-REJECT
                  GO TO B1000-EXIT
             END-EVALUATE

             MOVE RTM-CUST-NO             TO WS-RTN-CUST-NO

             IF RTM-DOC-TYPE = 'SECC'
                IF WS-RTN-CUST-NO = ZERO
                AND WS-RTN-REF-NO NOT = ZERO
                   MOVE WS-RTN-REF-NO     TO QLOANAPP-NO
                   EXEC SQL
                       SELECT QLOANAPP_CUST_NO
                         INTO :QLOANAPP-CUST-NO
                         FROM LOANAPPL
                        WHERE QLOANAPP_NO = :QLOANAPP-NO
                   END-EXEC
                   IF SQLCODE = 0
                      MOVE QLOANAPP-CUST-NO
                                          TO WS-RTN-CUST-NO
                   END-IF
                END-IF
                GO TO B1500-CHECK-CUSTOMER
             END-IF

             IF WS-RTN-REF-NO NOT = ZERO
                MOVE WS-RTN-REF-NO        TO LLOANM-NO
                EXEC SQL
                    SELECT LOANM_CUST_NO, LOANM_BRANCH
                      INTO :LLOANM-CUST-NO, :LLOANM-BRANCH
                      FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
                END-EXEC
                IF SQLCODE = 0
                   MOVE LLOANM-BRANCH     TO RMCUSTRM-BRANCH
                ELSE
                   MOVE ZERO              TO WS-RTN-REF-NO
                END-IF
             END-IF

             IF WS-RTN-CUST-NO NOT = ZERO
             OR WS-RTN-REF-NO = ZERO
                GO TO B1500-CHECK-CUSTOMER
             END-IF

             IF RTM-DOC-TYPE NOT = 'GNOT' AND 'GDEM'
                MOVE LLOANM-CUST-NO       TO WS-RTN-CUST-NO
                GO TO B1500-CHECK-CUSTOMER
             END-IF

             MOVE WS-RTN-REF-NO           TO GDLOANGD-NO
             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-RTN-GUARS
                   FROM LOANGDEM
                  WHERE GDLOANGD_NO = :GDLOANGD-NO
             END-EXEC
             IF SQLCODE = 0
             AND WS-RTN-GUARS = 1
                EXEC SQL
                    SELECT GDLOANGD_CUST_NO
                      INTO :GDLOANGD-CUST-NO
                      FROM LOANGDEM
                     WHERE GDLOANGD_NO = :GDLOANGD-NO
                END-EXEC
                IF SQLCODE = 0
                   MOVE GDLOANGD-CUST-NO  TO WS-RTN-CUST-NO
                END-IF
             END-IF.

       B1500-CHECK-CUSTOMER.
             IF WS-RTN-CUST-NO = ZERO
                MOVE 'CUSTOMER NOT FOUND - GIVE CUSTOMER NO'
                                          TO WS-RTN-REJECT
                GO TO B1000-EXIT
             END-IF

             MOVE WS-RTN-CUST-NO          TO ACN-CUSTM-NO
             EXEC SQL
                 SELECT CUSTM_ADDR_UNDLV
                   INTO :ACN-CUSTM-ADDR-UNDLV
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE 'CUSTOMER NOT ON FILE'
                                          TO WS-RTN-REJECT
             WHEN OTHER
                  DISPLAY 'PGBRTMIN CUSTM_TABLE SQLCODE -',SQLCODE,
                     ' CUSTOMER ',WS-RTN-CUST-NO
                  ADD 1                   TO WS-DB-ERRORS
                  MOVE 'DATABASE ERROR'   TO WS-RTN-REJECT
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B2000-LOG-RETURN-PARA.
      *      ONE CUSTRTML ROW PER RETURNED DOCUMENT; THE SAME
      *      ENVELOPE KEYED TWICE IS COUNTED ONCE
             MOVE WS-RTN-CUST-NO          TO RMCUSTRM-CUST-NO
             MOVE RTM-DOC-TYPE            TO RMCUSTRM-DOC-TYPE
             MOVE RTM-DOC-REF             TO RMCUSTRM-DOC-REF
             MOVE RTM-REASON              TO RMCUSTRM-REASON
             MOVE RTM-DATE                TO RMCUSTRM-RTN-DATE
             IF RTM-DATE = SPACES
                MOVE WS-CURR-DATE         TO RMCUSTRM-RTN-DATE
             END-IF
             MOVE SPACES                  TO RMCUSTRM-CLOSE-DATE

      *      REFUSED OR UNCLAIMED: THE ADDRESS IS RIGHT, NOTHING TO
      *      TRACE
             IF RTM-REASON = 'RF' OR 'NC'
                MOVE 'C'                  TO RMCUSTRM-ST
                MOVE RMCUSTRM-RTN-DATE    TO RMCUSTRM-CLOSE-DATE
             ELSE
                MOVE 'O'                  TO RMCUSTRM-ST
             END-IF

             EXEC SQL
                 INSERT INTO CUSTRTML VALUES
                 (:RMCUSTRM-CUST-NO, :RMCUSTRM-DOC-TYPE,
                  :RMCUSTRM-DOC-REF, :RMCUSTRM-RTN-DATE,
                  :RMCUSTRM-REASON, :RMCUSTRM-BRANCH,
                  :RMCUSTRM-ST, :RMCUSTRM-CLOSE-DATE)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-RTN-LOGGED
             WHEN SQLCODE = -803
                  ADD 1                   TO WS-RTN-DUPLICATE
                  GO TO B2000-EXIT
             WHEN OTHER
                  DISPLAY 'PGBRTMIN CUSTRTML INSERT SQLCODE -',SQLCODE,
                     ' CUSTOMER ',WS-RTN-CUST-NO
                  ADD 1                   TO WS-DB-ERRORS
                  GO TO B2000-EXIT
             END-EVALUATE

             IF RMCUSTRM-ST = 'C'
             OR ACN-CUSTM-ADDR-UNDLV = 'Y'
                GO TO B2000-EXIT
             END-IF

             EXEC SQL
                 UPDATE CUSTM_TABLE
                    SET CUSTM_ADDR_UNDLV = 'Y'
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE = 0
                ADD 1                     TO WS-ADDR-MARKED
             ELSE
                DISPLAY 'PGBRTMIN CUSTM_TABLE UPDATE SQLCODE -',
                   SQLCODE,' CUSTOMER ',WS-RTN-CUST-NO
                ADD 1                     TO WS-DB-ERRORS
             END-IF.
       B2000-EXIT.
             EXIT.
       A3000-TRACE-LIST-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE RTMRPT-RECORD FROM WS-PRT-LINE
            MOVE 'CUSTOMERS TO TRACE - ADDRESS UNDELIVERABLE, POSTAL DOC
      -         'UMENTS HELD UNTIL CORRECTED'
                                        TO WS-PRT-LINE
            WRITE RTMRPT-RECORD FROM WS-PRT-LINE
            WRITE RTMRPT-RECORD FROM WS-HEAD-LINE

            INITIALIZE WS-RTM-FLAG
            EXEC SQL
                OPEN CUR-RTMOPEN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBRTMIN OPEN CUR-RTMOPEN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A3000-EXIT
            END-IF

            PERFORM A3100-FETCH-OPEN-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-OPEN-PARA
               THRU A3200-EXIT
               UNTIL END-OF-RETURNS

            EXEC SQL
                CLOSE CUR-RTMOPEN
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-OPEN-PARA.
            EXEC SQL
                FETCH CUR-RTMOPEN
                INTO :RMCUSTRM-CUST-NO, :RMCUSTRM-DOC-TYPE,
                     :RMCUSTRM-DOC-REF, :RMCUSTRM-RTN-DATE,
                     :RMCUSTRM-REASON, :RMCUSTRM-BRANCH,
                     :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-LASTNM,
                     :ACN-CUSTM-ADDR
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-RETURNS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBRTMIN FETCH CUR-RTMOPEN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-RETURNS TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-OPEN-PARA.
             ADD 1                        TO WS-TRACE-LISTED

             MOVE SPACES                  TO WS-TRACE-LINE
             MOVE RMCUSTRM-BRANCH         TO WS-TL-BRANCH
             IF WS-TL-BRANCH = SPACES
                MOVE '-----'              TO WS-TL-BRANCH
             END-IF
             MOVE RMCUSTRM-CUST-NO        TO WS-TL-CUST
             STRING ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    INTO WS-TL-NAME
             MOVE ACN-CUSTM-ADDR          TO WS-TL-ADDR
             MOVE RMCUSTRM-DOC-TYPE       TO WS-TL-DOC-TYPE
             MOVE RMCUSTRM-DOC-REF        TO WS-TL-DOC-REF
             MOVE RMCUSTRM-RTN-DATE       TO WS-TL-DATE
             MOVE RMCUSTRM-REASON         TO WS-TL-REASON
             WRITE RTMRPT-RECORD FROM WS-TRACE-LINE

             PERFORM A3100-FETCH-OPEN-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBRTMIN - RETURNED MAIL ',
                    WS-CURR-DATE
            DISPLAY 'RETURNS READ .................: ',
               WS-RTN-READ
            DISPLAY 'RETURNS LOGGED ...............: ',
               WS-RTN-LOGGED
            DISPLAY 'ALREADY LOGGED ...............: ',
               WS-RTN-DUPLICATE
            DISPLAY 'RETURNS NOT RECORDED .........: ',
               WS-RTN-REJECTED
            DISPLAY 'ADDRESSES MARKED UNDELIVERABLE: ',
               WS-ADDR-MARKED
            DISPLAY 'RETURNS TO TRACE (WORKLIST) ..: ',
               WS-TRACE-LISTED
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-RTN-REJECTED > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE RTMRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBRTMIN.
