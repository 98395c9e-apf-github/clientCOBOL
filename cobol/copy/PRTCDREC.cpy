      ******************************************************************
      * PRTCDREC: PARTITION CARD OF THE NIGHTLY LOAN BATCHES           *
      *           (DDPRTCRD). EACH PARALLEL STEP OF PGBLNARL,          *
      *           PGBLNCLS, PGBLNACR AND PGBLNPRV READS ITS OWN CARD   *
      *           AND WORKS ONLY THE OPEN LOANS OF ITS LOAN-NUMBER     *
      *           RANGE; WITHOUT A CARD THE STEP IS PARTITION 00 OVER  *
      *           THE WHOLE PORTFOLIO. THE MERGE STEP PGBPTMRG READS   *
      *           ALL THE CARDS OF THE RUN TO KNOW WHICH PARTITIONS    *
      *           MUST HAVE COMPLETED.                                 *
      ******************************************************************
       01  PCD-RECORD.
           02  PCD-PART                   PIC 9(02).
      *        PARTITION NUMBER 01-99, ALSO THE SUFFIX OF THE NPCKPT
      *        RESTART KEY (PGB + PROGRAM TAG + PARTITION)
           02  PCD-LOAN-FROM              PIC 9(09).
           02  PCD-LOAN-TO                PIC 9(09).
      *        LOAN-NUMBER RANGE, BOTH ENDS INCLUDED
           02  PCD-COMMIT-INT             PIC 9(05).
      *        LOANS BETWEEN TWO COMMIT/CHECKPOINT POINTS;
      *        ZERO OR NOT NUMERIC = 500
           02  FILLER                     PIC X(55).
