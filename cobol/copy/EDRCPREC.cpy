      ******************************************************************
      * EDRCPREC: DELIVERY RECEIPT OF THE MAIL GATEWAY (DDEDRCPT),     *
      *           ONE RECORD PER EVENT ON A MESSAGE DISPATCHED BY      *
      *           PGBOUTBN. LOADED BY PGBEDRCP INTO CUSTEDLV; THE      *
      *           RECEIPT ID OF A PEC DELIVERY IS THE LEGAL PROOF OF   *
      *           DELIVERY OF A FORMAL NOTICE.                         *
      ******************************************************************
       01  ERCP-RECORD.
           02  ERCP-MSG-ID                PIC X(20).
      *        AS ON EDSP-MSG-ID
           02  ERCP-EVENT                 PIC X(01).
      *        'A' = ACCEPTED BY THE PROVIDER (PEC ACCEPTANCE)
      *        'D' = DELIVERED TO THE MAILBOX (PEC DELIVERY RECEIPT)
      *        'F' = NOT DELIVERED (BOUNCE, FULL OR INVALID MAILBOX)
           02  ERCP-DATE                  PIC X(10).
      *        MM/DD/CCYY OF THE EVENT
           02  ERCP-TIME                  PIC X(08).
      *        HH:MM:SS OF THE EVENT
           02  ERCP-RECEIPT-ID            PIC X(30).
      *        IDENTIFIER OF THE RECEIPT AT THE PROVIDER
           02  ERCP-FAIL-REASON           PIC X(30).
      *        REASON GIVEN BY THE PROVIDER FOR 'F'
           02  FILLER                     PIC X(21).
