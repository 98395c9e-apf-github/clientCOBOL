      ******************************************************************
      * OUTQREC: ADDRESSED LOGICAL DOCUMENT ON THE COMMON CUSTOMER     *
      *          OUTPUT QUEUE (DDOUTQUE). THE PRODUCERS (STATEMENTS,   *
      *          DUNNING LETTERS, PRE-DUE NOTICES, INTEREST            *
      *          CERTIFICATES, RELEASE AND PORTABILITY CLOSURE         *
      *          LETTERS, PRE-CONTRACT INFORMATION SHEETS, CREDIT-     *
      *          BUREAU PRE-NOTICES, GUARANTOR NOTICES AND DEMANDS,    *
      *          MAV PAYMENT SLIPS TO THE DEBTORS OF THE ANTICIPO      *
      *          DOCUMENTI PRODUCT)                                    *
      *          APPEND ONE RECORD PER DOCUMENT; THE BUNDLING BATCH    *
      *          PGBOUTBN GROUPS THEM PER CUSTOMER AND DELIVERY        *
      *          CHANNEL AND ORDERS THEM BY CAP FOR THE POSTAL         *
      *          DISCOUNTS. THE POSTAL DOCUMENTS OF A CUSTOMER WHOSE   *
      *          ADDRESS IS MARKED UNDELIVERABLE ARE HELD BACK; THE    *
      *          DOCUMENT REFERENCE PRINTED ON THE ENVELOPE KEYS THE   *
      *          RETURNED-MAIL INTAKE (PGBRTMIN). THE CHANNEL OF EVERY *
      *          DOCUMENT COMES FROM THE COMMUNICATION PREFERENCES OF  *
      *          THE CUSTOMER (PGBCHNSL); THE ELECTRONIC DOCUMENTS GO  *
      *          TO THE MAIL GATEWAY.                                  *
      ******************************************************************
       01  OUTQ-RECORD.
           02  OUTQ-CHANNEL               PIC X(01).
           02  OUTQ-CUST-NO               PIC 9(09).
           02  OUTQ-DOC-TYPE              PIC X(04).
      *        'STMT' = STATEMENT   'DUNL' = DUNNING LETTER
      *        'PNOT' = PRE-DUE PAYMENT NOTICE
      *        'TXCR' = INTEREST-PAID TAX CERTIFICATE
      *        'RLSE' = RELEASE LETTER OF A LOAN PAID OFF
      *        'PORT' = CLOSURE LETTER OF A LOAN PORTED OUT
      *        'SECC' = PRE-CONTRACT INFORMATION SHEET (SECCI)
      *        'SICN' = PRE-NOTICE OF A FIRST NEGATIVE CREDIT-BUREAU
      *                 REPORT
      *        'GNOT' = FORMAL NOTICE TO A GUARANTOR OF THE BORROWER'S
      *                 DEFAULT
      *        'GDEM' = PAYMENT DEMAND TO A GUARANTOR
      *        'MAVS' = MAV PAYMENT SLIP TO THE DEBTOR OF A PRESENTED
      *                 DOCUMENT (NPW34B)
           02  OUTQ-CUST-NAME             PIC X(40).
           02  OUTQ-CUST-ADDR             PIC X(60).
      *        POSTAL ADDRESS FOR 'P', E-MAIL OR PEC ADDRESS FOR 'E'
           02  OUTQ-PAGES                 PIC 9(03).
           02  OUTQ-DOC-REF               PIC X(20).
      *        'STMT': PERIOD START (1:10) AND THE LOAN CHARGED WITH
      *                THE PAPER-STATEMENT FEE (11:9, ZERO = NONE)
      *        'DUNL': LOAN NUMBER (1:9)
      *        'PNOT': LOAN NUMBER (1:9) AND INSTALLMENT (10:3)
      *        'TXCR': LOAN NUMBER (1:9) AND FISCAL YEAR (10:4)
      *        'RLSE': LOAN NUMBER (1:9)
      *        'PORT': LOAN NUMBER (1:9)
      *        'SECC': APPLICATION NUMBER (1:9)
      *        'SICN': LOAN NUMBER (1:9) AND CONTRIBUTION PERIOD
      *                CCYYMM (10:6)
      *        'GNOT': LOAN NUMBER (1:9)
      *        'GDEM': LOAN NUMBER (1:9)
      *        'MAVS': ABI (1:5) AND OPERATION NUMBER (6:15) OF THE
      *                DOCUMENT ON THE PRESENTATION REGISTER NPREGT
           02  OUTQ-CERTIFIED             PIC X(01).
      *        'Y' = ELECTRONIC DELIVERY BY PEC (CERTIFIED E-MAIL)
           02  OUTQ-ADDRESSEE             PIC X(01).
      *        SPACE = CUSTOMER OF THE BANK (OUTQ-CUST-NO)
      *        'T'   = THIRD PARTY, NOT A CUSTOMER (OUTQ-CUST-NO ZERO):
      *                ALWAYS POSTAL, ONE ENVELOPE PER DOCUMENT, NO
      *                CUSTOMER-MASTER ADDRESS CHECK
           02  FILLER                     PIC X(06).
