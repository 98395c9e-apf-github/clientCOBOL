      ******************************************************************
      * RVFC009: RISK OFFICER ACTION ON A UTILIZATION ALERT - INPUT    *
      *          RECORD OF RV3C0600 (I1DQ0006). TYPE 'A' ACKNOWLEDGES  *
      *          WITH A JUSTIFICATION, 'P' RECORDS THE ACTION AGREED,  *
      *          'C' CLOSES THE ALERT WITH A NOTE                      *
      ******************************************************************
       01  RVFC009.
           05  F009-COD-ABI             PIC X(05).
           05  F009-COD-CONTR           PIC X(12).
           05  F009-TYP-ACTION          PIC X(01).
               88  F009-ACKNOWLEDGE                 VALUE 'A'.
               88  F009-ACTION-AGREED               VALUE 'P'.
               88  F009-CLOSE                       VALUE 'C'.
           05  F009-COD-USER            PIC X(08).
           05  F009-DT-ACTION           PIC 9(08).
           05  F009-TXT-ACTION          PIC X(40).
           05  FILLER                   PIC X(26).
