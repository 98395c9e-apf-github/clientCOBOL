      * ACCRUAL, DUNNING AND STATEMENT BATCHES ONLY PROCESS STATUS    *
      * 'O', SO A TRANSFERRED LOAN DROPS OUT OF THEM AT ONCE WHILE    *
      * ITS HISTORY REMAINS QUERYABLE. SIMULATION MODE ('S' ON THE    *
      * CARD) EXTRACTS WITHOUT FLAGGING. EVERY PARTY WRITTEN TO THE   *
      * TAPE IS ENTERED ON THE DISCLOSURE REGISTER (PGBDSCRG) WITH    *
      * THE CESSION REFERENCE AS RECIPIENT AND PURPOSE CESS; A        *
      * SIMULATION REGISTERS NOTHING.                                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
          05 WS-LOANS-EXAMINED             PIC 9(05) VALUE ZERO.
          05 WS-LOANS-CEDED                PIC 9(05) VALUE ZERO.
          05 WS-TAPE-RECORDS               PIC 9(07) VALUE ZERO.
          05 WS-DISCLOSURES                PIC 9(07) VALUE ZERO.

       01 WS-OUTSTANDING                   PIC S9(10)V99 COMP-3.
       01 WS-CEDED-TOTAL                   PIC S9(13)V99 COMP-3.
       01 WS-CUR-STATUS                    PIC X(01).
       01 WS-LAST-RPMT                     PIC X(10).
       01 WS-SELECT-OK                     PIC X(01).
       01 WS-RUN-DATE                      PIC 9(08).

       01 WS-DSC-MODULE                    PIC X(08) VALUE 'PGBDSCRG'.
       COPY PGBDSCRC.

       01 WS-TAPE-TERMS.
          05  WS-TRM-CAT             PIC X(02).
            INITIALIZE WS-FLAGS
                       WS-COUNTERS
            MOVE ZERO                   TO WS-CEDED-TOTAL
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            OPEN INPUT CESPAR
            READ CESPAR
                  MOVE WS-TAPE-DETAIL     TO TAP-DATA
                  WRITE CESTAP-RECORD
                  ADD 1                   TO WS-TAPE-RECORDS
                  IF NOT SIMULATION-MODE
                     PERFORM C2200-REGISTER-PARA
                        THRU C2200-EXIT
                  END-IF
             WHEN SQLCODE = 100
                  SET END-OF-PARTIES TO TRUE
             WHEN OTHER
             END-EVALUATE.
       C2100-EXIT.
             EXIT.
       C2200-REGISTER-PARA.
             MOVE SPACES                 TO PGBDSCRC
             MOVE PLOANCST-CUST-NO       TO DSC-CUST-NO
             MOVE 'CS'                   TO DSC-RECIP-TYPE
             MOVE PAR-CESSION-REF        TO DSC-RECIP
             STRING 'DDCESTAP '          DELIMITED BY SIZE
                    WS-RUN-DATE          DELIMITED BY SIZE
                    INTO DSC-FILE-REF
             MOVE LLOANM-NO              TO DSC-OBJ-LOAN
             MOVE 'CESS'                 TO DSC-PURPOSE
             MOVE 'PGBCESSN'             TO DSC-PGM

             CALL WS-DSC-MODULE USING PGBDSCRC

             IF DSC-RCODE = SPACES
                ADD 1                    TO WS-DISCLOSURES
             END-IF.
       C2200-EXIT.
             EXIT.
       C3000-WRITE-PLAN-PARA.
             INITIALIZE WS-PLAN-FLAG

               WS-LOANS-CEDED
            DISPLAY 'DATA-TAPE RECORDS WRITTEN ....: ',
               WS-TAPE-RECORDS
            DISPLAY 'DISCLOSURES REGISTERED .......: ',
               WS-DISCLOSURES
            DISPLAY 'OUTSTANDING CEDED ............: ',
               WS-CEDED-TOTAL
            DISPLAY '-------------------------------------------'
