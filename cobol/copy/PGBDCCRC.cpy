      ******************************************************************
      * PGBDCCRC: COMMAREA OF THE LOAN DAY-COUNT ROUTINE (PGBDAYCT).   *
      *           DAYS AND YEAR FRACTION OF AN INTEREST PERIOD UNDER   *
      *           THE DAY-COUNT CONVENTION OF THE LOAN CATEGORY.       *
      ******************************************************************
       01  PGBDCCRC.
           02  DCC-FUNZI                  PIC X(01).
      *        'P' = PERIOD FROM DCC-FROM-DATE TO DCC-TO-DATE
      *        'G' = THE SINGLE DAY ENDING ON DCC-TO-DATE (DAILY
      *              ACCRUAL)
           02  DCC-CAT                    PIC X(02).
      *        CATEGORY WHOSE LOANCAT_DCC APPLIES; SPACES = THE
      *        CONVENTION ALREADY IN DCC-CONV
           02  DCC-CONV                   PIC X(01).
      *        'F' = ACT/365 FIXED       'M' = ACT/360
      *        'T' = 30/360 (DAY 31 COUNTS AS 30)
      *        'A' = ACT/ACT (DAYS OF A LEAP YEAR OVER 366)
      *        ' ' = NOT CONFIGURED: ACT/365 ARITHMETIC, AND THE
      *              SCHEDULES KEEP THE MONTHS OF THE PERIOD
      *        RETURNED AS APPLIED
           02  DCC-FROM-DATE              PIC 9(08).
           02  DCC-TO-DATE                PIC 9(08).
      *        SSAAMMGG. A DAY THE MONTH DOES NOT HAVE IS TAKEN AS
      *        THE LAST DAY OF THAT MONTH
           02  DCC-RCODE                  PIC X(02).
      *        SPACES = OK   'DT' = DATE REFUSED BY THE CALENDAR OR
      *        PERIOD ENDING BEFORE IT STARTS
           02  DCC-DAYS                   PIC S9(07).
      *        DAYS OF THE PERIOD AS THE CONVENTION COUNTS THEM
           02  DCC-YEAR-FRAC              PIC S9(03)V9(09).
      *        INTEREST = AMOUNT * RATE / 100 * DCC-YEAR-FRAC
