      * DDAGYEXT FILE, GROUPED BY AGENCY: 'L' LOAN AND PLACEMENT      *
      * DATA, 'C' CUSTOMER IDENTITY AND ADDRESS, 'G' GUARANTORS       *
      * FROM LOANCUST, 'A' ARREARS DETAIL FROM THE LOANARRS LEDGER.   *
      * THE PHOTOCOPIES STOP HERE. EVERY CUSTOMER WRITTEN ('C' AND    *
      * 'G') IS ENTERED ON THE DISCLOSURE REGISTER (PGBDSCRG) WITH    *
      * THE AGENCY AS RECIPIENT AND PURPOSE COLL.                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01 WS-COUNTERS.
          05 WS-PLACEMENTS                 PIC 9(05) VALUE ZERO.
          05 WS-RECORDS-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-DISCLOSURES                PIC 9(07) VALUE ZERO.

       01 WS-RUN-DATE                      PIC 9(08).

       01 WS-DSC-MODULE                    PIC X(08) VALUE 'PGBDSCRG'.
       COPY PGBDSCRC.

       01 WS-T-LOAN.
          05  WS-TL-CAT              PIC X(02).
            INITIALIZE WS-FLAGS
                       WS-COUNTERS

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            OPEN OUTPUT AGYEXT
            DISPLAY 'AGYEXT FILE STATUS -',WS-AGYEXT-FS

               WS-PLACEMENTS
            DISPLAY 'EXTRACT RECORDS WRITTEN ......: ',
               WS-RECORDS-WRITTEN
            DISPLAY 'DISCLOSURES REGISTERED .......: ',
               WS-DISCLOSURES
            DISPLAY '-------------------------------------------'

            CLOSE AGYEXT.
             MOVE YLOANAGY-NO            TO AGE-LOAN-NO
             MOVE WS-T-CUST              TO AGE-DATA
             WRITE AGYEXT-RECORD
             ADD 1                       TO WS-RECORDS-WRITTEN

             PERFORM B1100-REGISTER-PARA
                THRU B1100-EXIT.
       B1000-EXIT.
             EXIT.
       B1100-REGISTER-PARA.
             MOVE SPACES                 TO PGBDSCRC
             MOVE ACN-CUSTM-NO           TO DSC-CUST-NO
             MOVE 'AG'                   TO DSC-RECIP-TYPE
             MOVE YLOANAGY-AGENCY        TO DSC-RECIP
             STRING 'DDAGYEXT '          DELIMITED BY SIZE
                    WS-RUN-DATE          DELIMITED BY SIZE
                    INTO DSC-FILE-REF
             MOVE YLOANAGY-NO            TO DSC-OBJ-LOAN
             MOVE 'COLL'                 TO DSC-PURPOSE
             MOVE 'PGBAGEXT'             TO DSC-PGM

             CALL WS-DSC-MODULE USING PGBDSCRC

             IF DSC-RCODE = SPACES
                ADD 1                    TO WS-DISCLOSURES
             END-IF.
       B1100-EXIT.
             EXIT.
       B2000-WRITE-GUAR-PARA.
             INITIALIZE WS-GUAR-FLAG

