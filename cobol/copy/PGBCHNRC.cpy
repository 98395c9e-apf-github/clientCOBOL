      ******************************************************************
      * PGBCHNRC: COMMAREA OF THE DELIVERY-CHANNEL ROUTINE (PGBCHNSL). *
      *           GIVES THE PRODUCERS OF THE OUTPUT QUEUE THE CHANNEL  *
      *           AND THE ELECTRONIC ADDRESS OF A DOCUMENT FROM THE    *
      *           COMMUNICATION PREFERENCES OF THE CUSTOMER.           *
      ******************************************************************
       01  PGBCHNRC.
           02  CHN-CUST-NO                PIC 9(09).
           02  CHN-DOC-TYPE               PIC X(04).
      *        DOCUMENT TYPE AS ON OUTQ-DOC-TYPE
           02  CHN-CHANNEL                PIC X(01).
      *        'P' = POSTAL   'E' = ELECTRONIC
           02  CHN-CERTIFIED              PIC X(01).
      *        'Y' = ELECTRONIC DELIVERY BY PEC (CERTIFIED E-MAIL)
           02  CHN-EADDR                  PIC X(60).
      *        E-MAIL OR PEC ADDRESS FOR 'E', SPACES FOR 'P'
           02  CHN-RCODE                  PIC X(02).
      *        SPACES = CHANNEL FROM THE PREFERENCES
      *        'NF' = CUSTOMER NOT FOUND  'DB' = DATABASE ERROR
      *        (BOTH ANSWER 'P')
