       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBLNLSV.
      ******************************************************************
      * MONTHLY SURVEILLANCE OF THE MORTGAGE LIEN REGISTER (LOANLIEN, *
      * MAINTAINED BY THE '26' TRANSACTION). A LIEN LAPSES TWENTY     *
      * YEARS AFTER ITS REGISTRATION, OR AFTER ITS LAST RENEWAL,      *
      * UNLESS IT IS RENEWED BEFORE THEN. THE DDLSVRPT REPORT LISTS:  *
      *  - THE REGISTERED LIENS OF THE LOANS STILL OPEN (OR WRITTEN   *
      *    OFF, STILL UNDER RECOVERY) THAT LAPSE WITHIN THE MONTHS OF *
      *    THE DDLSVPAR CARD (12 WHEN NOT GIVEN), OR HAVE LAPSED;     *
      *  - THE LIENS STILL REGISTERED ON LOANS NO LONGER OURS: PAID   *
      *    OFF OR WITHDRAWN, WITH THE STATE OF THEIR PGBLNREL         *
      *    CANCELLATION NOTICE ON LOANRLSE, AND PORTED OUT OR         *
      *    TRANSFERRED, WHERE THE LIEN PASSED TO THE NEW CREDITOR AND *
      *    ONLY THE REGISTER IS TO BE CLOSED.                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LSVPAR  ASSIGN TO DDLSVPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LSVPAR-FS.

           SELECT LSVRPT  ASSIGN TO DDLSVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LSVRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LSVPAR.
       01 LSVPAR-RECORD.
           02  PAR-WARN-MONTHS            PIC 9(03).
           02  FILLER                     PIC X(77).

       FD LSVRPT.
       01 LSVRPT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANLIEN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANRLSE
           END-EXEC.

           EXEC SQL
               DECLARE CUR-LSVOPEN CURSOR FOR
               SELECT L.LILOANLN_NO, L.LILOANLN_SEQ,
                      L.LILOANLN_OFFICE, L.LILOANLN_REG_NO,
                      L.LILOANLN_REG_DATE, L.LILOANLN_RANK,
                      L.LILOANLN_AMT, L.LILOANLN_RENEW_DATE,
                      M.LOANM_ST, M.LOANM_BRANCH
               FROM LOANLIEN L, LOANMSTR M
               WHERE L.LILOANLN_ST = 'R'
                 AND M.LOANM_NO    = L.LILOANLN_NO
                 AND M.LOANM_ST IN ('O', 'W')
               ORDER BY M.LOANM_BRANCH, L.LILOANLN_NO, L.LILOANLN_SEQ
           END-EXEC.

           EXEC SQL
               DECLARE CUR-LSVCLSD CURSOR FOR
               SELECT L.LILOANLN_NO, L.LILOANLN_SEQ,
                      L.LILOANLN_OFFICE, L.LILOANLN_REG_NO,
                      L.LILOANLN_REG_DATE, L.LILOANLN_RANK,
                      L.LILOANLN_AMT, L.LILOANLN_RENEW_DATE,
                      M.LOANM_ST, M.LOANM_BRANCH
               FROM LOANLIEN L, LOANMSTR M
               WHERE L.LILOANLN_ST = 'R'
                 AND M.LOANM_NO    = L.LILOANLN_NO
                 AND M.LOANM_ST NOT IN ('O', 'W')
               ORDER BY M.LOANM_BRANCH, L.LILOANLN_NO, L.LILOANLN_SEQ
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-LSVPAR-FS          PIC XX.
          05 WS-LSVRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-LIEN-FLAG                  PIC X(01).
             88  END-OF-LIENS              VALUE '1'.

       01 WS-COUNTERS.
          05 WS-OPEN-READ                  PIC 9(07) VALUE ZERO.
          05 WS-OPEN-DUE                   PIC 9(07) VALUE ZERO.
          05 WS-OPEN-LAPSED                PIC 9(07) VALUE ZERO.
          05 WS-OPEN-BAD-DATE              PIC 9(07) VALUE ZERO.
          05 WS-CLSD-LISTED                PIC 9(07) VALUE ZERO.
          05 WS-CLSD-NO-NOTICE             PIC 9(07) VALUE ZERO.
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

       01 WS-WARN-MONTHS                   PIC 9(03).
       01 WS-TODAY-SORT                    PIC 9(08).
       01 WS-LIMIT-SORT                    PIC 9(08).
       01 WS-LAPSE-SORT                    PIC 9(08).
       01 WS-MONTH-WORK                    PIC 9(06).

      * DATE THE TWENTY YEARS RUN FROM (MM/DD/CCYY) AND LAPSE DATE
       01 WS-BASE-DATE.
           10  WS-BASE-MM          PIC 99.
           10  FILLER              PIC X(01).
           10  WS-BASE-DD          PIC 99.
           10  FILLER              PIC X(01).
           10  WS-BASE-CCYY        PIC 9(04).
       01 WS-LAPSE-DATE.
           10  WS-LAPSE-MM         PIC 99.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-LAPSE-DD         PIC 99.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-LAPSE-CCYY       PIC 9(04).

       01 WS-LINE-NOTE                     PIC X(38).
       01 WS-PRT-LINE                      PIC X(132).

       01 WS-HEAD-LINE.
          05  FILLER                 PIC X(50)  VALUE
              'BRNCH      LOAN  SQ OFFICE     REG NO     REG DATE'.
          05  FILLER                 PIC X(49)  VALUE
              '   RK REGISTERED AMT RENEWED    LAPSES ON  ACTION'.

       01 WS-LIEN-LINE.
          05  WS-LN-BRANCH           PIC X(05).
          05  FILLER                 PIC X(01).
          05  WS-LN-LOAN             PIC Z(8)9.
          05  FILLER                 PIC X(01).
          05  WS-LN-SEQ              PIC ZZ9.
          05  FILLER                 PIC X(01).
          05  WS-LN-OFFICE           PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-LN-REG-NO           PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-LN-REG-DATE         PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-LN-RANK             PIC Z9.
          05  FILLER                 PIC X(01).
          05  WS-LN-AMT              PIC ZZZ,ZZZ,ZZ9.99.
          05  FILLER                 PIC X(01).
          05  WS-LN-RENEW            PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-LN-LAPSE            PIC X(10).
          05  FILLER                 PIC X(01).
          05  WS-LN-NOTE             PIC X(38).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-OPEN-LIENS-PARA
               THRU A2000-EXIT

            PERFORM A3000-CLOSED-LOANS-PARA
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

            MOVE 12                     TO WS-WARN-MONTHS
            OPEN INPUT LSVPAR
            IF WS-LSVPAR-FS = '00'
               READ LSVPAR
               END-READ
               IF WS-LSVPAR-FS = '00'
               AND PAR-WARN-MONTHS NUMERIC
               AND PAR-WARN-MONTHS > ZERO
                  MOVE PAR-WARN-MONTHS  TO WS-WARN-MONTHS
               END-IF
               CLOSE LSVPAR
            END-IF

      *     WARNING LIMIT = TODAY PLUS THE MONTHS OF THE CARD, AS
      *     CCYYMMDD (THE DAY IS KEPT: ONLY THE ORDER MATTERS)
            COMPUTE WS-TODAY-SORT =
               WS-CURT-DATE-CCYY * 10000
             + WS-CURT-DATE-MM * 100
             + WS-CURT-DATE-DD
            COMPUTE WS-MONTH-WORK =
               WS-CURT-DATE-CCYY * 12 + WS-CURT-DATE-MM - 1
             + WS-WARN-MONTHS
            COMPUTE WS-LIMIT-SORT =
               (WS-MONTH-WORK / 12) * 10000
             + (WS-MONTH-WORK - (WS-MONTH-WORK / 12) * 12 + 1) * 100
             + WS-CURT-DATE-DD

            OPEN OUTPUT LSVRPT
            DISPLAY 'LSVRPT FILE STATUS -',WS-LSVRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'PGBLNLSV - MORTGAGE LIEN SURVEILLANCE - RUN '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-PRT-LINE.
       A1000-EXIT.
             EXIT.
       A2000-OPEN-LIENS-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-PRT-LINE
            STRING 'LIENS OF LOANS IN PLACE LAPSING WITHIN '
                                        DELIMITED BY SIZE
                   WS-WARN-MONTHS       DELIMITED BY SIZE
                   ' MONTHS OR LAPSED - TO RENEW'
                                        DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-HEAD-LINE

            INITIALIZE WS-LIEN-FLAG
            EXEC SQL
                OPEN CUR-LSVOPEN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNLSV OPEN CUR-LSVOPEN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A2000-EXIT
            END-IF

            PERFORM A2100-FETCH-OPEN-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-OPEN-PARA
               THRU A2200-EXIT
               UNTIL END-OF-LIENS

            EXEC SQL
                CLOSE CUR-LSVOPEN
            END-EXEC.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-OPEN-PARA.
            EXEC SQL
                FETCH CUR-LSVOPEN
                INTO :LILOANLN-NO, :LILOANLN-SEQ, :LILOANLN-OFFICE,
                     :LILOANLN-REG-NO, :LILOANLN-REG-DATE,
                     :LILOANLN-RANK, :LILOANLN-AMT,
                     :LILOANLN-RENEW-DATE, :LLOANM-ST, :LLOANM-BRANCH
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-OPEN-READ
            WHEN SQLCODE = 100
                 SET END-OF-LIENS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNLSV FETCH CUR-LSVOPEN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LIENS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-OPEN-PARA.
             PERFORM B1000-LAPSE-DATE-PARA
                THRU B1000-EXIT

             EVALUATE TRUE
             WHEN WS-LAPSE-SORT = ZERO
                  ADD 1                   TO WS-OPEN-BAD-DATE
                  MOVE 'INVALID REGISTRATION/RENEWAL DATE'
                                          TO WS-LINE-NOTE
             WHEN WS-LAPSE-SORT < WS-TODAY-SORT
                  ADD 1                   TO WS-OPEN-LAPSED
                  MOVE 'LAPSED - REGISTER AGAIN'
                                          TO WS-LINE-NOTE
             WHEN WS-LAPSE-SORT NOT > WS-LIMIT-SORT
                  ADD 1                   TO WS-OPEN-DUE
                  MOVE 'RENEW BEFORE THE LAPSE DATE'
                                          TO WS-LINE-NOTE
             WHEN OTHER
                  GO TO A2290-NEXT
             END-EVALUATE

             PERFORM W1000-WRITE-LINE-PARA
                THRU W1000-EXIT.

       A2290-NEXT.
             PERFORM A2100-FETCH-OPEN-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       A3000-CLOSED-LOANS-PARA.
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-PRT-LINE
            MOVE 'LIENS STILL REGISTERED ON LOANS NO LONGER OURS - TO CA
      -         'NCEL OR CLOSE ON THE REGISTER'
                                        TO WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-PRT-LINE
            WRITE LSVRPT-RECORD FROM WS-HEAD-LINE

            INITIALIZE WS-LIEN-FLAG
            EXEC SQL
                OPEN CUR-LSVCLSD
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBLNLSV OPEN CUR-LSVCLSD SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               GO TO A3000-EXIT
            END-IF

            PERFORM A3100-FETCH-CLOSED-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-CLOSED-PARA
               THRU A3200-EXIT
               UNTIL END-OF-LIENS

            EXEC SQL
                CLOSE CUR-LSVCLSD
            END-EXEC.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-CLOSED-PARA.
            EXEC SQL
                FETCH CUR-LSVCLSD
                INTO :LILOANLN-NO, :LILOANLN-SEQ, :LILOANLN-OFFICE,
                     :LILOANLN-REG-NO, :LILOANLN-REG-DATE,
                     :LILOANLN-RANK, :LILOANLN-AMT,
                     :LILOANLN-RENEW-DATE, :LLOANM-ST, :LLOANM-BRANCH
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-LIENS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBLNLSV FETCH CUR-LSVCLSD SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LIENS TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-CLOSED-PARA.
             ADD 1                        TO WS-CLSD-LISTED
             PERFORM B1000-LAPSE-DATE-PARA
                THRU B1000-EXIT

      *      A PORTED OR TRANSFERRED LOAN TOOK ITS LIEN WITH IT
             IF LLOANM-ST = 'P' OR 'T'
                MOVE 'PASSED TO NEW CREDITOR - CLOSE ON REGISTER'
                                          TO WS-LINE-NOTE
                GO TO A3280-PRINT
             END-IF

             MOVE LILOANLN-NO             TO RLLOANRL-NO
             MOVE LILOANLN-SEQ            TO RLLOANRL-SEQ
             MOVE SPACES                  TO RLLOANRL-ST

             EXEC SQL
                 SELECT RLLOANRL_ST, RLLOANRL_DUE_DATE
                   INTO :RLLOANRL-ST, :RLLOANRL-DUE-DATE
                   FROM LOANRLSE
                  WHERE RLLOANRL_NO   = :RLLOANRL-NO
                    AND RLLOANRL_TYPE = 'LIEN'
                    AND RLLOANRL_SEQ  = :RLLOANRL-SEQ
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE SPACES             TO RLLOANRL-ST
             WHEN OTHER
                  DISPLAY 'PGBLNLSV LOANRLSE SQLCODE -',SQLCODE,
                     ' LOAN ',LILOANLN-NO
                  ADD 1                   TO WS-DB-ERRORS
                  MOVE SPACES             TO RLLOANRL-ST
             END-EVALUATE

             MOVE SPACES                  TO WS-LINE-NOTE
             EVALUATE RLLOANRL-ST
             WHEN 'S'
                  STRING 'CANCELLATION SENT - DUE '
                                          DELIMITED BY SIZE
                         RLLOANRL-DUE-DATE
                                          DELIMITED BY SIZE
                         INTO WS-LINE-NOTE
             WHEN 'C'
                  MOVE 'CANCELLATION CONFIRMED - CLOSE REGISTER'
                                          TO WS-LINE-NOTE
             WHEN OTHER
                  ADD 1                   TO WS-CLSD-NO-NOTICE
                  MOVE 'NO CANCELLATION NOTICE SENT'
                                          TO WS-LINE-NOTE
             END-EVALUATE.

       A3280-PRINT.
             PERFORM W1000-WRITE-LINE-PARA
                THRU W1000-EXIT

             PERFORM A3100-FETCH-CLOSED-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-LAPSE-DATE-PARA.
      *      TWENTY YEARS FROM THE LAST RENEWAL, OR FROM THE
      *      REGISTRATION; ZERO WHEN THE DATE IS NOT USABLE
             IF LILOANLN-RENEW-DATE NOT = SPACES
                MOVE LILOANLN-RENEW-DATE  TO WS-BASE-DATE
             ELSE
                MOVE LILOANLN-REG-DATE    TO WS-BASE-DATE
             END-IF

             IF WS-BASE-MM NOT NUMERIC
             OR WS-BASE-DD NOT NUMERIC
             OR WS-BASE-CCYY NOT NUMERIC
                MOVE ZERO                 TO WS-LAPSE-SORT
                MOVE SPACES               TO WS-LAPSE-DATE
                GO TO B1000-EXIT
             END-IF

             MOVE WS-BASE-MM              TO WS-LAPSE-MM
             MOVE WS-BASE-DD              TO WS-LAPSE-DD
             COMPUTE WS-LAPSE-CCYY = WS-BASE-CCYY + 20
             MOVE '/'                     TO WS-LAPSE-DATE (3:1)
                                             WS-LAPSE-DATE (6:1)
             COMPUTE WS-LAPSE-SORT =
                WS-LAPSE-CCYY * 10000
              + WS-LAPSE-MM * 100
              + WS-LAPSE-DD.
       B1000-EXIT.
             EXIT.
       W1000-WRITE-LINE-PARA.
             MOVE SPACES                  TO WS-LIEN-LINE
             MOVE LLOANM-BRANCH           TO WS-LN-BRANCH
             IF WS-LN-BRANCH = SPACES
                MOVE '-----'              TO WS-LN-BRANCH
             END-IF
             MOVE LILOANLN-NO             TO WS-LN-LOAN
             MOVE LILOANLN-SEQ            TO WS-LN-SEQ
             MOVE LILOANLN-OFFICE         TO WS-LN-OFFICE
             MOVE LILOANLN-REG-NO         TO WS-LN-REG-NO
             MOVE LILOANLN-REG-DATE       TO WS-LN-REG-DATE
             MOVE LILOANLN-RANK           TO WS-LN-RANK
             MOVE LILOANLN-AMT            TO WS-LN-AMT
             MOVE LILOANLN-RENEW-DATE     TO WS-LN-RENEW
             MOVE WS-LAPSE-DATE           TO WS-LN-LAPSE
             MOVE WS-LINE-NOTE            TO WS-LN-NOTE
             WRITE LSVRPT-RECORD FROM WS-LIEN-LINE.
       W1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNLSV - MORTGAGE LIEN SURVEILLANCE ',
                    WS-CURR-DATE
            DISPLAY 'LIENS OF LOANS IN PLACE ......: ',
               WS-OPEN-READ
            DISPLAY 'LAPSING WITHIN THE WINDOW ....: ',
               WS-OPEN-DUE
            DISPLAY 'ALREADY LAPSED ...............: ',
               WS-OPEN-LAPSED
            DISPLAY 'INVALID DATES ................: ',
               WS-OPEN-BAD-DATE
            DISPLAY 'LIENS ON LOANS NO LONGER OURS : ',
               WS-CLSD-LISTED
            DISPLAY '  WITHOUT CANCELLATION NOTICE : ',
               WS-CLSD-NO-NOTICE
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY '-------------------------------------------'

            IF WS-OPEN-DUE > ZERO
            OR WS-OPEN-LAPSED > ZERO
            OR WS-OPEN-BAD-DATE > ZERO
            OR WS-CLSD-LISTED > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE LSVRPT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBLNLSV.
