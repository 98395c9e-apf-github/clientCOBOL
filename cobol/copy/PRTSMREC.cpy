      ******************************************************************
      * PRTSMREC: SUMMARY EXTRACT OF ONE PARTITION OF A NIGHTLY LOAN   *
      *           BATCH (DDPRTSUM). THE HEADER IS WRITTEN WHEN THE     *
      *           PARTITION STARTS, THE COUNTERS, CATEGORY/BUCKET      *
      *           LINES AND THE TRAILER ONLY AT ITS CLEAN END, SO A    *
      *           HEADER WITHOUT TRAILER IS A PARTITION THAT DID NOT   *
      *           COMPLETE. PGBPTMRG ADDS THE PARTITIONS UP INTO THE   *
      *           REPORT THE SINGLE-JOB RUN PRINTS.                    *
      ******************************************************************
       01  PSM-RECORD.
           02  PSM-PGM                    PIC X(08).
           02  PSM-PART                   PIC 9(02).
           02  PSM-TYPE                   PIC X(01).
      *        'H' = HEADER            'N' = RUN COUNTER
      *        'K' = CATEGORY OR DELINQUENCY-BUCKET LINE
      *        'Y' = YEAR-TO-DATE AMOUNT OF A CATEGORY OVER THE RANGE
      *        'T' = TRAILER, PARTITION COMPLETED
           02  PSM-DATA                   PIC X(69).
           02  PSM-H-DATA REDEFINES PSM-DATA.
               03  PSM-H-RUN-DATE         PIC X(10).
      *            MM/DD/CCYY AS PRINTED ON THE REPORT
               03  PSM-H-CKP-DATE         PIC 9(08).
      *            CCYYMMDD OF THE NPCKPT RESTART KEY
               03  PSM-H-LOAN-FROM        PIC 9(09).
               03  PSM-H-LOAN-TO          PIC 9(09).
               03  PSM-H-RESTART          PIC X(01).
      *            'Y' = RESTARTED FROM ITS CHECKPOINT
               03  PSM-H-RESTART-LOAN     PIC 9(09).
               03  FILLER                 PIC X(23).
           02  PSM-N-DATA REDEFINES PSM-DATA.
               03  PSM-N-ID               PIC 9(02).
      *            COUNTER NUMBER, IN THE ORDER OF THE PROGRAM REPORT
               03  PSM-N-COUNT            PIC 9(09).
               03  PSM-N-AMT              PIC S9(13)V99.
               03  FILLER                 PIC X(43).
           02  PSM-K-DATA REDEFINES PSM-DATA.
               03  PSM-K-CODE             PIC X(02).
               03  PSM-K-DAYS             PIC 9(03).
      *            LOWER BOUNDARY OF A DELINQUENCY BUCKET
               03  PSM-K-COUNT            PIC 9(09).
               03  PSM-K-AMT              PIC S9(13)V99.
               03  FILLER                 PIC X(40).
           02  PSM-T-DATA REDEFINES PSM-DATA.
               03  PSM-T-RECORDS          PIC 9(09).
      *            RECORDS OF THE PARTITION BEFORE THE TRAILER
               03  FILLER                 PIC X(60).
