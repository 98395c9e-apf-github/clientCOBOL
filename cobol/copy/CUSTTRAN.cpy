      *                   CUSTOMER IS CLOSED TO ORDINARY MAINTENANCE,  *
      *                   NEW LOANS AND DUNNING, AND ENTERS THE        *
      *                   ESTATE WORKLIST)                             *
      *            '05' = ANTI-MONEY-LAUNDERING PROFILE (AML VIEW OF   *
      *                   THE NAME/ADDRESS AREA; ADDS OR REPLACES THE  *
      *                   CUSTAML ROW OF THE CUSTOMER)                 *
      *            '06' = COMPLAINT (COMPLAINT VIEW; ONE CUSTCMPL ROW  *
      *                   PER CUSTOMER AND PROTOCOL REFERENCE): ACTION *
      *                   'R' RECEIVED, 'A' ANSWERED WITH OUTCOME AND  *
      *                   REFUND, 'F' RECOURSE TO THE BANKING          *
      *                   OMBUDSMAN (ABF): FILED WITH A BLANK OUTCOME, *
      *                   DECIDED WITH THE ABF OUTCOME AND REFUND      *
      *            '07' = COMMUNICATION PREFERENCES (PREFERENCE VIEW;  *
      *                   PREFERRED DELIVERY CHANNEL, E-MAIL AND PEC   *
      *                   ADDRESSES, CONSENT TO ELECTRONIC DELIVERY)   *
      ******************************************************************
       01  CUSTIN-RECORD.
           02  CUSTIN-REQ-TYPE            PIC X(02).
           02  CUSTIN-CUSTM-NO            PIC 9(09).
           02  CUSTIN-CUSTM-DATA.
               03  CUSTIN-CUSTM-NAME-FRSTNM   PIC X(20).
               03  CUSTIN-CUSTM-NAME-MDLNM    PIC X(20).
               03  CUSTIN-CUSTM-NAME-LASTNM   PIC X(20).
               03  CUSTIN-CUSTM-ADDR          PIC X(60).
      *    AML VIEW OF THE NAME/ADDRESS AREA ('05'). RISK CLASS 'L'
      *    LOW / 'M' MEDIUM / 'H' HIGH; DATES MM/DD/CCYY; A BLANK
      *    REVIEW DATE MEANS REVIEWED TODAY. FIELDS LEFT BLANK LEAVE
      *    THE PROFILE INCOMPLETE
           02  CUSTIN-AML-PART REDEFINES CUSTIN-CUSTM-DATA.
               03  CUSTIN-AML-RISK            PIC X(01).
               03  CUSTIN-AML-DOC-TYPE        PIC X(02).
               03  CUSTIN-AML-DOC-NO          PIC X(20).
               03  CUSTIN-AML-DOC-EXP         PIC X(10).
               03  CUSTIN-AML-PROF            PIC X(04).
               03  CUSTIN-AML-SECTOR          PIC X(04).
               03  CUSTIN-AML-BRANCH          PIC X(05).
               03  CUSTIN-AML-REV-DATE        PIC X(10).
               03  FILLER                     PIC X(64).
      *    COMPLAINT VIEW OF THE NAME/ADDRESS AREA ('06'). DATE OF
      *    THE EVENT MM/DD/CCYY (BLANK = TODAY). CHANNEL 'L' LETTER,
      *    'P' PEC, 'C' COUNTER, 'E' E-MAIL OR WEB. REASON 'CO'
      *    CONDITIONS AND RATES, 'PY' PAYMENTS AND INSTALLMENTS, 'DC'
      *    DOCUMENTS AND COMMUNICATIONS, 'EP' EARLY PAYOFF AND
      *    PORTABILITY, 'CR' CREDIT-BUREAU REPORTING, 'CL' DUNNING
      *    AND COLLECTION, 'IN' INSURANCE, 'OT' OTHER. OUTCOME 'A'
      *    ACCEPTED, 'P' PARTLY ACCEPTED, 'R' REJECTED. LOAN ZERO =
      *    NOT ABOUT A LOAN; BLANK BRANCH = THE BRANCH OF THE LOAN
           02  CUSTIN-CMP-PART REDEFINES CUSTIN-CUSTM-DATA.
               03  CUSTIN-CMP-REF             PIC X(12).
               03  CUSTIN-CMP-ACTION          PIC X(01).
               03  CUSTIN-CMP-DATE            PIC X(10).
               03  CUSTIN-CMP-CHANNEL         PIC X(01).
               03  CUSTIN-CMP-REASON          PIC X(02).
               03  CUSTIN-CMP-LOAN-NO         PIC 9(09).
               03  CUSTIN-CMP-AMT             PIC 9(08)V99.
               03  CUSTIN-CMP-OUTCOME         PIC X(01).
               03  CUSTIN-CMP-REFUND          PIC 9(08)V99.
               03  CUSTIN-CMP-BRANCH          PIC X(05).
               03  FILLER                     PIC X(59).
      *    PREFERENCE VIEW OF THE NAME/ADDRESS AREA ('07'). CHANNEL
      *    'P' PAPER, 'E' ELECTRONIC: 'E' NEEDS AN E-MAIL OR A PEC
      *    (CERTIFIED E-MAIL) ADDRESS AND RECORDS THE CONSENT ON THE
      *    CONSENT DATE MM/DD/CCYY (BLANK = TODAY); 'P' WITHDRAWS THE
      *    CONSENT. BLANK ADDRESSES CLEAR THE ADDRESS ON FILE
           02  CUSTIN-PRF-PART REDEFINES CUSTIN-CUSTM-DATA.
               03  CUSTIN-PRF-CHANNEL         PIC X(01).
               03  CUSTIN-PRF-EMAIL           PIC X(50).
               03  CUSTIN-PRF-PEC             PIC X(50).
               03  CUSTIN-PRF-CONS-DATE       PIC X(10).
               03  FILLER                     PIC X(09).
           02  CUSTIN-CUSTM-DOB           PIC X(10).
           02  CUSTIN-CUSTM-FISCODE       PIC X(16).
           02  CUSTIN-CUSTM-DOD           PIC X(10).
