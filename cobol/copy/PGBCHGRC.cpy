      ******************************************************************
      * PGBCHGRC: COMMAREA OF THE LOAN CHARGE-POSTING ROUTINE          *
      *           (PGBCHARG). PRICES AN EVENT ON THE FEE CATALOG       *
      *           LOANFEEC AND POSTS THE CHARGE TO THE PER-LOAN        *
      *           LEDGER LOANCHRG.                                     *
      ******************************************************************
       01  PGBCHGRC.
           02  CHG-FUNZI                  PIC X(01).
      *        'P' = PRICE AND POST THE CHARGE OF THE EVENT
      *        'Q' = QUOTE ONLY: PRICE THE EVENT FOR CHG-CAT, POST
      *              NOTHING (NO LOAN NEEDED)
           02  CHG-LOAN-NO                PIC 9(09).
           02  CHG-CAT                    PIC X(02).
      *        CATEGORY OF THE LOAN; SPACES = READ FROM LOANMSTR
      *        (MANDATORY FOR 'Q')
           02  CHG-EVENT                  PIC X(04).
      *        'ORIG' = ORIGINATION          'INST' = INSTALLMENT
      *                                               COLLECTION
      *        'STMT' = PAPER STATEMENT      'DUNL' = DUNNING LETTER
      *        'RSTR' = RESTRUCTURE          'MRTM' = MORATORIA
           02  CHG-DATE                   PIC X(10).
      *        MM/DD/CCYY OF THE EVENT; SPACES = TODAY. THE CATALOG
      *        ROW IN FORCE ON THIS DATE PRICES THE CHARGE
           02  CHG-BASE-AMT               PIC S9(11)V99.
      *        AMOUNT THE PERCENTAGE PART OF THE FEE APPLIES TO
           02  CHG-RCODE                  PIC X(02).
      *        SPACES = POSTED ('Q': PRICED)
      *        'NF' = NO FEE IN FORCE FOR CATEGORY/EVENT (NOTHING DUE)
      *        'DU' = ALREADY POSTED FOR THE LOAN, EVENT AND DAY
      *        'LN' = LOAN NOT FOUND      'DB' = DATABASE ERROR
           02  CHG-AMT                    PIC S9(09)V99.
      *        AMOUNT POSTED ('Q': AMOUNT QUOTED)
