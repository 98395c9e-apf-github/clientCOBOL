      ******************************************************************
      * EDISPREC: DISPATCH RECORD OF AN ELECTRONIC DOCUMENT FOR THE    *
      *           MAIL GATEWAY (DDEDISPT). WRITTEN BY PGBOUTBN FOR     *
      *           EVERY DOCUMENT OF THE OUTPUT QUEUE ON CHANNEL 'E'    *
      *           AND LOGGED IN CUSTEDLV UNDER THE MESSAGE ID; THE     *
      *           GATEWAY RETURNS THE SAME ID ON ITS DELIVERY          *
      *           RECEIPTS (EDRCPREC, LOADED BY PGBEDRCP).             *
      ******************************************************************
       01  EDSP-RECORD.
           02  EDSP-MSG-ID                PIC X(20).
      *        DISPATCH DATE CCYYMMDD, TIME HHMMSS AND A RUN SEQUENCE
           02  EDSP-CUST-NO               PIC 9(09).
           02  EDSP-CERTIFIED             PIC X(01).
      *        'Y' = SEND BY PEC (CERTIFIED E-MAIL), 'N' = E-MAIL
           02  EDSP-EADDR                 PIC X(60).
           02  EDSP-CUST-NAME             PIC X(40).
           02  EDSP-DOC-TYPE              PIC X(04).
           02  EDSP-DOC-REF               PIC X(20).
      *        AS ON OUTQ-DOC-TYPE AND OUTQ-DOC-REF
           02  EDSP-PAGES                 PIC 9(03).
           02  FILLER                     PIC X(23).
