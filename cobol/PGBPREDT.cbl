      * APPLIES THE FORMAT AND BUSINESS EDITS (REQUEST-TYPE           *
      * VALIDITY, NUMERIC FIELDS, DATE PLAUSIBILITY, FISCAL-CODE      *
      * CHECK CHARACTER, KNOWN LOAN CATEGORY, REFERENCED CUSTOMER     *
      * EXISTS AND IS NOT LOGICALLY DELETED, AML PROFILE RISK CLASS   *
      * AND DATES, APPROVAL CODE ON WRITE-OFFS, PLAN CONDITIONS,      *
      * PARTY SHARES, PROPERTY PROVINCE) AND WRITES THE CLEAN FILES   *
      * DDCUSTOK/DDLOANOK FOR PGBPRTXN PLUS A REJECT FILE WITH        *
      * PER-RECORD REASON CODES. THE CONTROL REPORT CARRIES           *
      * INPUT/CLEAN/REJECT COUNTS AND AMOUNT HASH TOTALS SO THE RUN   *
      * BALANCES ARITHMETICALLY.                                      *
      ******************************************************************

       ENVIRONMENT DIVISION.

           COPY CFISTAB.

       01 WS-EADDR-WORK.
          05  WS-EADDR-EDIT          PIC X(50).
          05  WS-EADDR-ATS           PIC 9(02).
          05  WS-EADDR-LEAD          PIC 9(02).
          05  WS-EADDR-SPCS          PIC 9(02).

       01 WS-DOB-EDIT.
           10  WS-DOBE-MM          PIC 99.
           10  FILLER              PIC X(01).
             MOVE SPACES                 TO WS-REASON

             IF CUSTIN-REQ-TYPE NOT = '01' AND '02' AND '03'
                AND '04' AND '05' AND '06' AND '07'
                MOVE 'C001'              TO WS-REASON
             END-IF

             END-IF

             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE NOT = '03' AND '04' AND '05' AND '06'
                                 AND '07'
             AND (CUSTIN-CUSTM-NAME-FRSTNM = SPACES
                  OR CUSTIN-CUSTM-NAME-LASTNM = SPACES)
                MOVE 'C003'              TO WS-REASON
             END-IF

             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE NOT = '03' AND '04' AND '05' AND '06'
                                 AND '07'
                PERFORM A2100-EDIT-DOB-PARA
                   THRU A2100-EXIT
             END-IF

             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE NOT = '03' AND '04' AND '05' AND '06'
                                 AND '07'
             AND CUSTIN-CUSTM-FISCODE NOT = SPACES
                PERFORM A2200-EDIT-FISCODE-PARA
                   THRU A2200-EXIT
                END-IF
             END-IF

      *      AML PROFILE: A KNOWN RISK CLASS AND PLAUSIBLE DATES;
      *      BLANK FIELDS ARE ACCEPTED AND LEAVE THE PROFILE
      *      INCOMPLETE
             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE = '05'
                PERFORM A2300-EDIT-AML-PARA
                   THRU A2300-EXIT
             END-IF

      *      COMPLAINT: PROTOCOL REFERENCE, KNOWN ACTION, CHANNEL,
      *      REASON AND OUTCOME, NUMERIC AMOUNTS, PLAUSIBLE DATE
             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE = '06'
                PERFORM A2400-EDIT-COMPLAINT-PARA
                   THRU A2400-EXIT
             END-IF

      *      PREFERENCES: KNOWN CHANNEL, AN ELECTRONIC ADDRESS FOR
      *      'E', WELL-FORMED ADDRESSES, PLAUSIBLE CONSENT DATE
             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE = '07'
                PERFORM A2500-EDIT-PREFERENCE-PARA
                   THRU A2500-EXIT
             END-IF

             IF WS-REASON = SPACES
             AND CUSTIN-REQ-TYPE NOT = '01'
                MOVE CUSTIN-CUSTM-NO     TO ACN-CUSTM-NO
             END-IF.
       A2100-EXIT.
             EXIT.
       A2300-EDIT-AML-PARA.
             IF CUSTIN-AML-RISK NOT = SPACE AND 'L' AND 'M' AND 'H'
                MOVE 'C007'              TO WS-REASON
                GO TO A2300-EXIT
             END-IF

             IF CUSTIN-AML-DOC-EXP NOT = SPACES
                MOVE CUSTIN-AML-DOC-EXP  TO WS-DOB-EDIT
                IF WS-DOBE-MM NOT NUMERIC
                OR WS-DOBE-DD NOT NUMERIC
                OR WS-DOBE-CCYY NOT NUMERIC
                OR WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
                OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
                OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                   MOVE 'C008'           TO WS-REASON
                   GO TO A2300-EXIT
                END-IF
             END-IF

             IF CUSTIN-AML-REV-DATE NOT = SPACES
                MOVE CUSTIN-AML-REV-DATE TO WS-DOB-EDIT
                IF WS-DOBE-MM NOT NUMERIC
                OR WS-DOBE-DD NOT NUMERIC
                OR WS-DOBE-CCYY NOT NUMERIC
                OR WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
                OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
                OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                   MOVE 'C009'           TO WS-REASON
                END-IF
             END-IF.
       A2300-EXIT.
             EXIT.
       A2400-EDIT-COMPLAINT-PARA.
             IF CUSTIN-CMP-REF = SPACES
             OR CUSTIN-CMP-ACTION NOT = 'R' AND 'A' AND 'F'
             OR CUSTIN-CMP-AMT NOT NUMERIC
             OR CUSTIN-CMP-REFUND NOT NUMERIC
             OR CUSTIN-CMP-LOAN-NO NOT NUMERIC
                MOVE 'C010'              TO WS-REASON
                GO TO A2400-EXIT
             END-IF

             IF CUSTIN-CMP-DATE NOT = SPACES
                MOVE CUSTIN-CMP-DATE     TO WS-DOB-EDIT
                IF WS-DOBE-MM NOT NUMERIC
                OR WS-DOBE-DD NOT NUMERIC
                OR WS-DOBE-CCYY NOT NUMERIC
                OR WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
                OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
                OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                   MOVE 'C010'           TO WS-REASON
                   GO TO A2400-EXIT
                END-IF
             END-IF

             EVALUATE CUSTIN-CMP-ACTION
             WHEN 'R'
                  IF CUSTIN-CMP-CHANNEL NOT = 'L' AND 'P' AND 'C'
                                          AND 'E'
                  OR CUSTIN-CMP-REASON NOT = 'CO' AND 'PY' AND 'DC'
                                 AND 'EP' AND 'CR' AND 'CL' AND 'IN'
                                 AND 'OT'
                     MOVE 'C010'         TO WS-REASON
                  END-IF
             WHEN 'A'
                  IF CUSTIN-CMP-OUTCOME NOT = 'A' AND 'P' AND 'R'
                  OR CUSTIN-CMP-OUTCOME = 'R'
                     AND CUSTIN-CMP-REFUND > ZERO
                     MOVE 'C010'         TO WS-REASON
                  END-IF
             WHEN 'F'
                  IF CUSTIN-CMP-OUTCOME NOT = ' ' AND 'A' AND 'P'
                                          AND 'R'
                     MOVE 'C010'         TO WS-REASON
                  END-IF
             END-EVALUATE.
       A2400-EXIT.
             EXIT.
       A2500-EDIT-PREFERENCE-PARA.
             IF CUSTIN-PRF-CHANNEL NOT = 'P' AND 'E'
             OR CUSTIN-PRF-CHANNEL = 'E'
                AND CUSTIN-PRF-EMAIL = SPACES
                AND CUSTIN-PRF-PEC = SPACES
                MOVE 'C011'              TO WS-REASON
                GO TO A2500-EXIT
             END-IF

      *      AN ADDRESS GIVEN MUST CARRY EXACTLY ONE '@' WITH
      *      SOMETHING ON BOTH SIDES
             IF CUSTIN-PRF-EMAIL NOT = SPACES
                MOVE CUSTIN-PRF-EMAIL    TO WS-EADDR-EDIT
                PERFORM A2510-EDIT-EADDR-PARA
                   THRU A2510-EXIT
                IF WS-REASON NOT = SPACES
                   GO TO A2500-EXIT
                END-IF
             END-IF

             IF CUSTIN-PRF-PEC NOT = SPACES
                MOVE CUSTIN-PRF-PEC      TO WS-EADDR-EDIT
                PERFORM A2510-EDIT-EADDR-PARA
                   THRU A2510-EXIT
                IF WS-REASON NOT = SPACES
                   GO TO A2500-EXIT
                END-IF
             END-IF

             IF CUSTIN-PRF-CONS-DATE NOT = SPACES
                MOVE CUSTIN-PRF-CONS-DATE TO WS-DOB-EDIT
                IF WS-DOBE-MM NOT NUMERIC
                OR WS-DOBE-DD NOT NUMERIC
                OR WS-DOBE-CCYY NOT NUMERIC
                OR WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
                OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
                OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                   MOVE 'C011'           TO WS-REASON
                END-IF
             END-IF.
       A2500-EXIT.
             EXIT.
       A2510-EDIT-EADDR-PARA.
             MOVE ZERO                   TO WS-EADDR-ATS
                                            WS-EADDR-LEAD
                                            WS-EADDR-SPCS
             INSPECT WS-EADDR-EDIT TALLYING WS-EADDR-ATS FOR ALL '@'
             INSPECT WS-EADDR-EDIT TALLYING WS-EADDR-LEAD
                FOR CHARACTERS BEFORE INITIAL '@'
             INSPECT WS-EADDR-EDIT TALLYING WS-EADDR-SPCS
                FOR ALL SPACES BEFORE INITIAL '@'

             IF WS-EADDR-ATS NOT = 1
             OR WS-EADDR-LEAD = ZERO
             OR WS-EADDR-LEAD > 48
             OR WS-EADDR-SPCS NOT = ZERO
                MOVE 'C011'              TO WS-REASON
                GO TO A2510-EXIT
             END-IF

             IF WS-EADDR-EDIT (WS-EADDR-LEAD + 2:1) = SPACE
                MOVE 'C011'              TO WS-REASON
             END-IF.
       A2510-EXIT.
             EXIT.
       A2200-EDIT-FISCODE-PARA.
             MOVE 'Y'                    TO WS-CF-OK
             MOVE CUSTIN-CUSTM-FISCODE   TO WS-CF-CODE
             IF LOANIN-REQ-TYPE NOT = '04' AND '05' AND '06'
                AND '07' AND '08' AND '09' AND '10' AND '11'
                AND '12' AND '13' AND '14' AND '15' AND '16'
                AND '17' AND '18' AND '19' AND '20' AND '21'
                AND '22' AND '23' AND '24' AND '25' AND '26'
                MOVE 'L001'              TO WS-REASON
             END-IF

             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE NOT = '04' AND '25'
             AND (LOANIN-LLOANM-NO NOT NUMERIC
                  OR LOANIN-LLOANM-NO = ZERO)
                MOVE 'L002'              TO WS-REASON
             END-IF

             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '04' OR '06' OR '07' OR '20'
                  OR '24' OR '25')
             AND (LOANIN-LLOANM-MAX-AMT NOT NUMERIC
                  OR LOANIN-LLOANM-MAX-AMT = ZERO)
                MOVE 'L003'              TO WS-REASON
             END-IF

      *      A WITHDRAWAL STATES THE AMOUNT PAID BACK, EVEN IF ZERO
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '21'
             AND LOANIN-LLOANM-MAX-AMT NOT NUMERIC
                MOVE 'L003'              TO WS-REASON
             END-IF

             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '04' OR '06' OR '25')
             AND (LOANIN-LLOANM-TERM NOT NUMERIC
                  OR LOANIN-LLOANM-TERM = ZERO)
                MOVE 'L004'              TO WS-REASON
             END-IF

             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '04' OR '25')
                PERFORM B2100-EDIT-CATEGORY-PARA
                   THRU B2100-EXIT
             END-IF

             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '04' OR '08' OR '09' OR '22'
                  OR '25')
                MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO
                PERFORM Y1000-CUST-EXISTS-PARA
                   THRU Y1000-EXIT
             END-IF

             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '04' OR '08' OR '22' OR '25')
                MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO
                PERFORM Y2000-CUST-ALIVE-PARA
                   THRU Y2000-EXIT
                MOVE 'L007'              TO WS-REASON
             END-IF

      *      A RESTRUCTURE MUST CARRY A NEW TERM, RATE AND/OR PLAN
      *      CONDITIONS, AND THE CAPITALIZATION FLAG MUST BE BLANK,
      *      Y OR N
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '14'
                IF (LOANIN-LLOANM-TERM NOT NUMERIC
                    OR LOANIN-LLOANM-TERM = ZERO)
                AND (LOANIN-NEW-ROI NOT NUMERIC
                    OR LOANIN-NEW-ROI = ZERO)
                AND LOANIN-PLAN-AMORT = SPACE
                AND LOANIN-PLAN-FREQ = SPACE
                   MOVE 'L008'           TO WS-REASON
                END-IF
                IF WS-REASON = SPACES
                END-IF
             END-IF

      *      THE PLAN CONDITIONS, WHEN GIVEN, MUST BE A KNOWN
      *      AMORTIZATION METHOD AND REPAYMENT FREQUENCY
             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '04' OR '06' OR '14' OR '25')
                IF LOANIN-PLAN-AMORT NOT = ' ' AND 'L' AND 'F'
                OR LOANIN-PLAN-FREQ NOT = ' ' AND 'M' AND 'Q'
                                        AND 'S' AND 'A'
                   MOVE 'L015'           TO WS-REASON
                END-IF
             END-IF

      *      A MORATORIA MUST SUSPEND BETWEEN 1 AND 24 MONTHS AND
      *      STATE THE INTEREST TREATMENT
             IF WS-REASON = SPACES
                END-IF
             END-IF

      *      A DISBURSEMENT MUST NAME THE IBAN TO PAY AND A KNOWN
      *      BENEFICIARY ROLE; A BENEFICIARY OTHER THAN THE BORROWER
      *      MUST BE A LIVE CUSTOMER
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '20'
                IF LOANIN-DSB-IBAN = SPACES
                OR LOANIN-PARTY-ROLE NOT = ' ' AND 'B' AND 'N'
                                         AND 'S' AND 'O'
                   MOVE 'L016'           TO WS-REASON
                END-IF
                IF WS-REASON = SPACES
                AND LOANIN-LLOANM-CUST-NO NUMERIC
                AND LOANIN-LLOANM-CUST-NO NOT = ZERO
                   MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO
                   PERFORM Y1000-CUST-EXISTS-PARA
                      THRU Y1000-EXIT
                END-IF
             END-IF

      *      A PARTY SHARE, WHEN STATED, IS A PERCENTAGE OF A
      *      CO-BORROWER
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '08'
             AND LOANIN-PTY-PART (1:5) NOT = SPACES
                IF LOANIN-PTY-SHARE NOT NUMERIC
                OR LOANIN-PTY-SHARE > 100
                OR LOANIN-PARTY-ROLE = 'G'
                   MOVE 'L017'           TO WS-REASON
                END-IF
             END-IF

      *      AN ASSUMPTION EITHER KEEPS THE OUTGOING BORROWER AS
      *      GUARANTOR OR RELEASES IT
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '22'
             AND LOANIN-PARTY-ROLE NOT = ' ' AND 'G'
                MOVE 'L018'              TO WS-REASON
             END-IF

      *      A PORTABILITY REQUEST MUST NAME THE OTHER BANK AND,
      *      WHEN GIVEN, A PLAUSIBLE DATE OF THE REQUEST
             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '23' OR '25')
                IF LOANIN-PRT-BANK = SPACES
                   MOVE 'L019'           TO WS-REASON
                END-IF
                IF WS-REASON = SPACES
                AND LOANIN-PRT-REQ-DATE NOT = SPACES
                   MOVE LOANIN-PRT-REQ-DATE TO WS-DOB-EDIT
                   IF WS-DOBE-MM NOT NUMERIC
                   OR WS-DOBE-DD NOT NUMERIC
                   OR WS-DOBE-CCYY NOT NUMERIC
                   OR WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
                   OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
                   OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                      MOVE 'L019'        TO WS-REASON
                   END-IF
                END-IF
             END-IF

      *      THE PROVINCE OF A PROPERTY, WHEN GIVEN, IS A TWO-LETTER
      *      SIGLA
             IF WS-REASON = SPACES
             AND (LOANIN-REQ-TYPE = '10' OR '11')
             AND LOANIN-COLL-PROV NOT = SPACES
                IF LOANIN-COLL-PROV NOT ALPHABETIC
                OR LOANIN-COLL-PROV (1:1) = SPACE
                OR LOANIN-COLL-PROV (2:1) = SPACE
                   MOVE 'L020'           TO WS-REASON
                END-IF
             END-IF

      *      A LIEN NAMES ITS COLLATERAL AND A KNOWN ACTION; A
      *      REGISTRATION CARRIES OFFICE, NUMBER, DATE, RANK AND
      *      REGISTERED AMOUNT, A RENEWAL OR CANCELLATION AT MOST A
      *      PLAUSIBLE DATE
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '26'
                IF LOANIN-LIEN-COLL-TYPE = SPACES
                OR LOANIN-LIEN-ACTION NOT = 'R' AND 'N' AND 'C'
                   MOVE 'L021'           TO WS-REASON
                END-IF
                IF WS-REASON = SPACES
                AND LOANIN-LIEN-ACTION = 'R'
                   IF LOANIN-LIEN-OFFICE = SPACES
                   OR LOANIN-LIEN-REG-NO = SPACES
                   OR LOANIN-LIEN-DATE = SPACES
                   OR LOANIN-LIEN-RANK NOT NUMERIC
                   OR LOANIN-LIEN-RANK = ZERO
                   OR LOANIN-LLOANM-MAX-AMT NOT NUMERIC
                   OR LOANIN-LLOANM-MAX-AMT = ZERO
                      MOVE 'L021'        TO WS-REASON
                   END-IF
                END-IF
                IF WS-REASON = SPACES
                AND LOANIN-LIEN-DATE NOT = SPACES
                   MOVE LOANIN-LIEN-DATE TO WS-DOB-EDIT
                   IF WS-DOBE-MM NOT NUMERIC
                   OR WS-DOBE-DD NOT NUMERIC
                   OR WS-DOBE-CCYY NOT NUMERIC
                   OR WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
                   OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
                   OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                      MOVE 'L021'        TO WS-REASON
                   END-IF
                END-IF
             END-IF

      *      A PARTIAL REPAYMENT IS MADE BY THE BORROWERS OR, WITH
      *      PARTY-ROLE 'G', BY THE GUARANTOR NAMED IN CUST-NO
             IF WS-REASON = SPACES
             AND LOANIN-REQ-TYPE = '07'
                IF LOANIN-PARTY-ROLE NOT = ' ' AND 'G'
                   MOVE 'L022'           TO WS-REASON
                END-IF
                IF WS-REASON = SPACES
                AND LOANIN-PARTY-ROLE = 'G'
                   IF LOANIN-LLOANM-CUST-NO NOT NUMERIC
                   OR LOANIN-LLOANM-CUST-NO = ZERO
                      MOVE 'L022'        TO WS-REASON
                   ELSE
                      MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO
                      PERFORM Y1000-CUST-EXISTS-PARA
                         THRU Y1000-EXIT
                   END-IF
                END-IF
             END-IF

      *      AN INSURANCE REGISTRATION MUST NAME A POLICY AND A
      *      POSITIVE INSURED AMOUNT
             IF WS-REASON = SPACES
