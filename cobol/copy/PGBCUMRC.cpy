      ******************************************************************
      * PGBCUMRC: COMMAREA OF THE ONLINE CUSTOMER MAINTENANCE          *
      *           (PGBCUMNT). SAME EDITS AS THE BATCH CUSTOMER INPUT;  *
      *           THE OPERATOR MUST HOLD THE A95 ENABLEMENT FOR THE    *
      *           FUNCTION AND IS RECORDED ON EVERY CHANGE.            *
      ******************************************************************
       01  PGBCUMRC.
           02  CUM-FUNZI                  PIC X(01).
      *        'I' = INQUIRY (CURRENT DATA FOR THE SCREEN)
      *        'A' = ADD              'M' = MODIFY
      *        'D' = DELETE (LOGICAL) 'X' = DEATH NOTIFICATION
           02  CUM-OPER                   PIC X(08).
           02  CUM-CUST-NO                PIC 9(09).
      *        RETURNED BY THE ADD
           02  CUM-CUST-DATA.
               03  CUM-FRSTNM             PIC X(20).
               03  CUM-MDLNM              PIC X(20).
               03  CUM-LASTNM             PIC X(20).
               03  CUM-ADDR               PIC X(60).
               03  CUM-DOB                PIC X(10).
               03  CUM-FISCODE            PIC X(16).
               03  CUM-DOD                PIC X(10).
      *            MM/DD/CCYY; DATE OF DEATH FOR 'X' ONLY
           02  CUM-RCODE                  PIC X(02).
      *        SPACES = OK           'NA' = OPERATOR NOT ENABLED
      *        'NF' = NOT FOUND      'FN' = UNKNOWN FUNCTION
      *        'NM' = NAME MISSING   'DT' = DATE OF BIRTH NOT VALID
      *        'CF' = FISCAL CODE NOT VALID OR NOT CONSISTENT
      *        'DU' = LIKELY DUPLICATE CUSTOMER
      *        'DC' = CUSTOMER DECEASED, CLOSED TO MAINTENANCE
      *        'DD' = DATE OF DEATH NOT VALID
      *        'SH' = SANCTIONS/PEP POTENTIAL HIT OR LIST NOT
      *               READABLE: THE CHANGE GOES THROUGH THE BATCH
      *               INPUT, WHERE COMPLIANCE REVIEWS IT
      *        'KO' = DATABASE ERROR; THE CALLING TRANSACTION BACKS
      *               OUT ITS UNIT OF WORK
           02  CUM-DECEASED               PIC X(01).
      *        'Y' = CUSTOMER DECEASED (RETURNED BY THE INQUIRY)
