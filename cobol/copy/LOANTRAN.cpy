      * LOANTRAN: LOAN TRANSACTION INPUT RECORD (DDLOANIN)             *
      *   REQ-TYPE '04' = NEW LOAN      '05' = FULL REPAYMENT          *
      *            '06' = MODIFY LOAN   '07' = PARTIAL REPAYMENT       *
      *                   (ON '07' PARTY-ROLE 'G' AND CUST-NO NAME THE *
      *                   GUARANTOR MAKING THE PAYMENT)                *
      *            '08' = ATTACH PARTY  '09' = DETACH PARTY            *
      *                   (ON '08' THE PARTY VIEW MAY CARRY THE        *
      *                   CO-BORROWER'S PERCENTAGE SHARE OF THE LOAN)  *
      *            '10' = REGISTER COLLATERAL                          *
      *            '11' = REVALUE COLLATERAL (A NEW APPRAISAL; THE     *
      *                   STATISTICAL INDEXATION OF PGBCLIDX RESTARTS  *
      *                   FROM IT). ON '10'/'11' THE COLLATERAL VIEW   *
      *                   MAY CARRY THE PROVINCE OF A PROPERTY         *
      *            '12' = RELEASE COLLATERAL                           *
      *            '13' = WRITE-OFF (APPROVAL CODE REQUIRED)           *
      *            '14' = RESTRUCTURE (NEW TERM AND/OR RATE, WITH      *
      *                   (AGENCY VIEW; THE PLACED AMOUNT IS THE       *
      *                   CURRENT OUTSTANDING AND DUNNING IS           *
      *                   SUSPENDED WHILE THE PLACEMENT IS ACTIVE)     *
      *            '20' = DISBURSEMENT: ONE RECORD PER BENEFICIARY     *
      *                   PAYMENT (DISBURSEMENT VIEW). MAX-AMT IS THE  *
      *                   AMOUNT PAID, TERM THE TRANCHE (WORK-PROGRESS *
      *                   MILESTONE) NUMBER, ZERO MEANING 1; CUST-NO   *
      *                   THE BENEFICIARY (ZERO = THE BORROWER) AND    *
      *                   PARTY-ROLE ITS ROLE ('B' BORROWER, 'N'       *
      *                   NOTARY, 'S' SELLER, 'O' OTHER). NOTARY AND   *
      *                   SELLER SPLITS ARE SEVERAL RECORDS OF THE     *
      *                   SAME TRANCHE                                 *
      *            '21' = WITHDRAWAL OF THE CONSUMER FROM THE LOAN     *
      *                   (RECESSO), WITHIN THE STATUTORY WINDOW FROM  *
      *                   ORIGINATION. MAX-AMT IS THE AMOUNT THE       *
      *                   BORROWER PAID BACK (ZERO WHEN NOTHING WAS    *
      *                   PAID OUT); THE LOAN CLOSES AS WITHDRAWN      *
      *            '22' = LOAN ASSUMPTION (ACCOLLO): CUST-NO IS THE    *
      *                   BUYER TAKING OVER THE LOAN AS PRIMARY        *
      *                   BORROWER; PARTY-ROLE 'G' KEEPS THE OUTGOING  *
      *                   BORROWER ON AS GUARANTOR, BLANK RELEASES IT  *
      *            '23' = PORTABILITY OUT (SURROGA): REQUEST OF THE    *
      *                   NEW BANK TO TAKE OVER THE LOAN (PORTABILITY  *
      *                   VIEW); THE PAYOFF FIGURE IS QUOTED BY        *
      *                   PGBLNPAY WITHOUT INDEMNITY                   *
      *            '24' = PORTABILITY OUT SETTLEMENT: MAX-AMT IS THE   *
      *                   AMOUNT RECEIVED FROM THE NEW BANK; THE LOAN  *
      *                   CLOSES AS PORTED OUT                         *
      *            '25' = PORTABILITY IN: NEW LOAN SUBROGATED IN THE   *
      *                   MORTGAGE OF ANOTHER BANK, MAX-AMT AND TERM   *
      *                   BEING THE RESIDUAL PRINCIPAL AND MONTHS OF   *
      *                   THE ORIGINAL CONTRACT; NO ORIGINATION FEES.  *
      *                   AS ON '04' THE FIRST TWELVE BYTES OF THE     *
      *                   VARIABLE PART ARE THE BRANCH AND PLAN VIEWS  *
      *            '26' = MORTGAGE LIEN OF A REAL-ESTATE COLLATERAL    *
      *                   (LIEN VIEW; THE COLLATERAL IS NAMED BY ITS   *
      *                   TYPE AS ON '11'/'12'): ACTION 'R' REGISTERS  *
      *                   OR CORRECTS THE LIEN, MAX-AMT BEING THE      *
      *                   REGISTERED AMOUNT; 'N' RECORDS ITS RENEWAL,  *
      *                   WHICH RESTARTS THE TWENTY YEARS OF VALIDITY; *
      *                   'C' ITS CANCELLATION                         *
      *   ON '04', '06' AND '14' THE PLAN VIEW MAY CARRY THE           *
      *   AMORTIZATION METHOD ('L' LEVEL PRINCIPAL, 'F' CONSTANT       *
      *   INSTALLMENT) AND THE REPAYMENT FREQUENCY ('M' MONTHLY,       *
      *   'Q' QUARTERLY, 'S' SEMI-ANNUAL, 'A' ANNUAL); BLANK KEEPS     *
      *   THE LOAN'S CURRENT CONDITIONS (THE CATEGORY DEFAULT ON A     *
      *   NEW LOAN). THE TERM IS ALWAYS EXPRESSED IN MONTHS            *
      ******************************************************************
       01  LOANIN-RECORD.
           02  LOANIN-REQ-TYPE            PIC X(02).
               03  LOANIN-NEW-ROI         PIC 9(02)V99.
               03  LOANIN-CAP-ARREARS     PIC X(01).
               03  FILLER                 PIC X(01).
      *    COLLATERAL VIEW OF THE VARIABLE PART ('10'/'11'): PROVINCE
      *    OF THE PROPERTY (SIGLA, SPACES = NOT STATED / UNCHANGED)
           02  LOANIN-COL-PART REDEFINES LOANIN-VARIABLE-PART.
               03  FILLER                 PIC X(32).
               03  LOANIN-COLL-PROV       PIC X(02).
               03  FILLER                 PIC X(10).
      *    INSURANCE VIEW OF THE VARIABLE PART (REQ-TYPE '15')
           02  LOANIN-INS-PART REDEFINES LOANIN-VARIABLE-PART.
               03  LOANIN-INS-COLL-TYPE   PIC X(02).
               03  LOANIN-BRN-ABIUT       PIC X(05).
               03  LOANIN-BRN-CFILI       PIC X(05).
               03  FILLER                 PIC X(34).
      *    PLAN VIEW OF THE VARIABLE PART ('04'/'06'/'14'): THE FIRST
      *    TEN BYTES ARE THE BRANCH OF A NEW LOAN, THE LAST SIX THE
      *    NEW RATE AND CAPITALIZATION FLAG OF A RESTRUCTURE
           02  LOANIN-PLAN-PART REDEFINES LOANIN-VARIABLE-PART.
               03  FILLER                 PIC X(10).
               03  LOANIN-PLAN-AMORT      PIC X(01).
               03  LOANIN-PLAN-FREQ       PIC X(01).
               03  FILLER                 PIC X(32).
      *    COLLECTION-AGENCY VIEW OF THE VARIABLE PART ('19')
           02  LOANIN-AGY-PART REDEFINES LOANIN-VARIABLE-PART.
               03  LOANIN-AGY-CODE        PIC X(04).
               03  FILLER                 PIC X(40).
      *    DISBURSEMENT VIEW OF THE VARIABLE PART ('20'): IBAN OF THE
      *    BENEFICIARY AND REQUESTED VALUE DATE (MM/DD/CCYY, SPACES =
      *    TODAY)
           02  LOANIN-DSB-PART REDEFINES LOANIN-VARIABLE-PART.
               03  LOANIN-DSB-IBAN        PIC X(34).
               03  LOANIN-DSB-VALUE-DATE  PIC X(10).
      *    PARTY VIEW OF THE VARIABLE PART ('08'): PERCENTAGE SHARE OF
      *    A CO-BORROWER IN THE LOAN, SPLITTING THE INTEREST ON THE
      *    TAX CERTIFICATE (SPACES = NOT STATED, EQUAL PARTS)
           02  LOANIN-PTY-PART REDEFINES LOANIN-VARIABLE-PART.
               03  LOANIN-PTY-SHARE       PIC 9(03)V99.
               03  FILLER                 PIC X(39).
      *    LIEN VIEW OF THE VARIABLE PART ('26'): LAND-REGISTRY
      *    OFFICE, REGISTRATION NUMBER (REGISTRO PARTICOLARE) AND
      *    RANK OF THE LIEN; THE DATE IS THAT OF THE REGISTRATION,
      *    RENEWAL OR CANCELLATION OF THE ACTION (MM/DD/CCYY, SPACES
      *    = TODAY ON 'N'/'C')
           02  LOANIN-LIEN-PART REDEFINES LOANIN-VARIABLE-PART.
               03  LOANIN-LIEN-COLL-TYPE  PIC X(02).
               03  LOANIN-LIEN-ACTION     PIC X(01).
               03  LOANIN-LIEN-OFFICE     PIC X(10).
               03  LOANIN-LIEN-REG-NO     PIC X(10).
               03  LOANIN-LIEN-DATE       PIC X(10).
               03  LOANIN-LIEN-RANK       PIC 9(02).
               03  FILLER                 PIC X(09).
      *    PORTABILITY VIEW OF THE VARIABLE PART ('23'/'25'): ABI
      *    CODE AND CONTRACT REFERENCE OF THE OTHER BANK, DATE OF THE
      *    REQUEST STARTING THE STATUTORY TERM (MM/DD/CCYY, SPACES =
      *    TODAY); THE FIRST TWELVE BYTES ARE LEFT TO THE BRANCH AND
      *    PLAN VIEWS OF THE NEW LOAN
           02  LOANIN-PRT-PART REDEFINES LOANIN-VARIABLE-PART.
               03  FILLER                 PIC X(12).
               03  LOANIN-PRT-BANK        PIC X(05).
               03  LOANIN-PRT-REF         PIC X(17).
               03  LOANIN-PRT-REQ-DATE    PIC X(10).
