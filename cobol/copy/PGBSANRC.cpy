      ******************************************************************
      * PGBSANRC: COMMAREA OF THE SANCTIONS AND PEP SCREENING ROUTINE  *
      *           (PGBSANCK). MATCHES A NAME AND DATE OF BIRTH ON THE  *
      *           DAILY LIST SANCLIST (EU AND UN SANCTIONS, PEP) BY    *
      *           PHONETIC NAME KEYS.                                  *
      ******************************************************************
       01  PGBSANRC.
           02  SAN-FUNZI                  PIC X(01).
      *        'S' = SCREEN THE PERSON ON SANCLIST
      *        'K' = BUILD THE NAME KEYS ONLY (LIST LOAD)
           02  SAN-CUST-NO                PIC 9(09).
      *        CUSTOMER SCREENED; ZERO = NOT YET REGISTERED (ADD)
           02  SAN-FISCODE                PIC X(16).
           02  SAN-LASTNM                 PIC X(30).
           02  SAN-FRSTNM                 PIC X(30).
           02  SAN-DOB                    PIC X(10).
      *        MM/DD/CCYY; SPACES = NOT KNOWN. A LIST DATE MAY GIVE
      *        THE YEAR ONLY (00/00/CCYY)
           02  SAN-LKEY                   PIC X(12).
           02  SAN-FKEY                   PIC X(12).
      *        NAME KEYS OF SAN-LASTNM / SAN-FRSTNM, RETURNED BY BOTH
      *        FUNCTIONS
           02  SAN-RCODE                  PIC X(02).
      *        SPACES = NO POTENTIAL HIT     'HT' = POTENTIAL HIT
      *        'DB' = DATABASE ERROR, THE LIST COULD NOT BE READ
           02  SAN-HIT.
      *        BEST-SCORING LIST ENTRY WHEN SAN-RCODE = 'HT'
               03  SAN-HIT-ID             PIC X(12).
               03  SAN-HIT-SRC            PIC X(02).
      *            'EU' / 'UN' = SANCTIONS   'PP' = POLITICALLY
      *                                             EXPOSED PERSON
               03  SAN-HIT-LASTNM         PIC X(30).
               03  SAN-HIT-FRSTNM         PIC X(30).
               03  SAN-HIT-DOB            PIC X(10).
               03  SAN-HIT-SCORE          PIC 9(03).
      *            60 = NAME KEYS MATCH   80 = NAMES MATCH EXACTLY
      *            +40 SAME DATE OF BIRTH  +10 SAME YEAR OF BIRTH
           02  SAN-HIT-COUNT              PIC 9(03).
      *        LIST ENTRIES MATCHED (NOT CLEARED) FOR THE PERSON
