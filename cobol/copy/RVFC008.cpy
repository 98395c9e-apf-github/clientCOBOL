           05  F008-DT-ESTRAZ           PIC 9(08).
           05  F008-COD-CURR            PIC X(03).
           05  F008-AMT-ORIG            PIC S9(13)V99 COMP-3.
      * USO128: CONSECUTIVE OVERDRAFT DAYS AND PAST-DUE FLAG
           05  F008-GG-SCONF            PIC 9(05).
           05  F008-FLG-PD90            PIC X(01).
      * USO129: CONTRACT UNDER AN OPEN UTILIZATION ALERT AND ITS
      * REGISTER STATUS (N/A/P)
           05  F008-FLG-ALERT           PIC X(01).
           05  F008-STA-ALERT           PIC X(01).
           05  FILLER                   PIC X(39).
