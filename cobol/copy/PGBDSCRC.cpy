      ******************************************************************
      * PGBDSCRC: COMMAREA OF THE DISCLOSURE-REGISTER ROUTINE          *
      *           (PGBDSCRG). EVERY PROGRAM THAT SENDS CUSTOMER DATA   *
      *           OUT OF THE BANK REGISTERS, FOR EACH CUSTOMER IN THE  *
      *           FILE, THE RECIPIENT, THE FILE, THE OBJECT AND THE    *
      *           PURPOSE ON THE CUSTDSCL REGISTER.                    *
      ******************************************************************
       01  PGBDSCRC.
           02  DSC-CUST-NO                PIC 9(09).
      *        CUSTM_NO OF THE CUSTOMER, ZERO WHEN THE SUBJECT IS
      *        KNOWN ONLY BY ITS COUNTERPARTY CODE
           02  DSC-CPTY                   PIC X(11).
      *        COUNTERPARTY CODE OF THE RISK SUBSYSTEM (RVFC007)
           02  DSC-RECIP-TYPE             PIC X(02).
      *        'AG' = COLLECTION AGENCY     'CS' = CESSION BUYER
      *        'CR' = CENTRALE DEI RISCHI   'WH' = RISK WAREHOUSE
      *        'TS' = TEST REGION           'SI' = CREDIT BUREAU (SIC)
      *        'AT' = TAX REGISTRY (ANAGRAFE DEI RAPPORTI)
           02  DSC-RECIP                  PIC X(10).
      *        AGENCY CODE, CESSION REFERENCE, REPORTING ABI, ...
           02  DSC-FILE-REF               PIC X(20).
      *        DD NAME OF THE FILE AND ITS RUN DATE OR PERIOD
           02  DSC-OBJ-REF                PIC X(12).
      *        LOAN NUMBER OR CONTRACT CODE THE DATA BELONGS TO
           02  DSC-OBJ-LOAN-R REDEFINES DSC-OBJ-REF.
               03  DSC-OBJ-LOAN           PIC 9(09).
               03  FILLER                 PIC X(03).
           02  DSC-PURPOSE                PIC X(04).
      *        PURPOSE CODE, SEE DSCPURP
           02  DSC-PGM                    PIC X(08).
           02  DSC-RCODE                  PIC X(02).
      *        SPACES = REGISTERED   'DP' = ALREADY ON THE REGISTER
      *        'DB' = DATABASE ERROR
