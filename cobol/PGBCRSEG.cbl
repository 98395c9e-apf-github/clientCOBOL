      * WITH THE CUSTOMER'S FISCAL CODE; POSITIONS UNDER THE          *
      * THRESHOLD ARE COUNTED AS EXCLUDED. THE RECONCILIATION         *
      * STATEMENT PROVES EXTRACTED CASSA PLUS EXCLUSIONS EQUALS THE   *
      * PORTFOLIO TOTAL BEFORE THE FLOW IS RELEASED. EVERY PARTY IN   *
      * THE FLOW IS ENTERED ON THE DISCLOSURE REGISTER (PGBDSCRG)     *
      * WITH THE ABI AS RECIPIENT AND PURPOSE CRSG; AN UNBALANCED     *
      * FLOW IS NOT SENT, SO ITS REGISTER ENTRIES ARE ROLLED BACK.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
          05 WS-REC-CASSA                  PIC 9(07) VALUE ZERO.
          05 WS-REC-GARANZIE               PIC 9(07) VALUE ZERO.
          05 WS-REC-REALI                  PIC 9(07) VALUE ZERO.
          05 WS-DISCLOSURES                PIC 9(07) VALUE ZERO.

       01 WS-DSC-MODULE                    PIC X(08) VALUE 'PGBDSCRG'.
       COPY PGBDSCRC.

       01 WS-OUTSTANDING                   PIC S9(10)V99 COMP-3.

                ADD 1                     TO WS-REC-CASSA
             END-IF

             WRITE CRFLOW-RECORD

             PERFORM B3300-REGISTER-PARA
                THRU B3300-EXIT.
       B3100-EXIT.
             EXIT.
       B3300-REGISTER-PARA.
      *      COLLATERAL RECORDS GO OUT IN THE NAME OF A PARTY ALREADY
      *      REGISTERED HERE, SO B4200 NEEDS NO ENTRY OF ITS OWN
             MOVE SPACES                  TO PGBDSCRC
             MOVE WS-PTY-CUST (WS-PTY-IX) TO DSC-CUST-NO
             MOVE 'CR'                    TO DSC-RECIP-TYPE
             MOVE PAR-ABI                 TO DSC-RECIP
             STRING 'DDCRFLOW '           DELIMITED BY SIZE
                    PAR-PERIOD            DELIMITED BY SIZE
                    INTO DSC-FILE-REF
             MOVE LLOANM-NO               TO DSC-OBJ-LOAN
             MOVE 'CRSG'                  TO DSC-PURPOSE
             MOVE 'PGBCRSEG'              TO DSC-PGM

             CALL WS-DSC-MODULE USING PGBDSCRC

             IF DSC-RCODE = SPACES
                ADD 1                     TO WS-DISCLOSURES
             END-IF.
       B3300-EXIT.
             EXIT.
       B4000-COLLATERAL-PARA.
      *      ACTIVE REAL COLLATERAL SECURING THE REPORTED POSITION,
      *      REPORTED IN THE NAME OF THE PRIMARY BORROWER
               WS-REC-GARANZIE
            DISPLAY 'GARANZIE REALI RECORDS .......: ',
               WS-REC-REALI
            DISPLAY 'DISCLOSURES REGISTERED .......: ',
               WS-DISCLOSURES
            MOVE WS-TOT-PORTFOLIO       TO WS-ED-AMT
            DISPLAY 'PORTFOLIO OUTSTANDING ........: ',WS-ED-AMT
            MOVE WS-TOT-CASSA           TO WS-ED-AMT
               WS-TOT-CASSA + WS-TOT-EXCLUDED
               DISPLAY 'PGBCRSEG *** EXTRACTED PLUS EXCLUDED DOES '
                       'NOT EQUAL THE PORTFOLIO - DO NOT SEND ***'
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'PGBCRSEG DISCLOSURE REGISTER ENTRIES '
                       'ROLLED BACK'
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY 'PGBCRSEG RECONCILIATION BALANCED - FLOW '
