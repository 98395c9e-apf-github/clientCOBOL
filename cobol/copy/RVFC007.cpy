           05  F007-AMT-ORIG            PIC S9(13)V99 COMP-3.
           05  F007-COD-CONTR           PIC X(12).
           05  F007-COD-CPTY            PIC X(11).
      * USO128: CONSECUTIVE OVERDRAFT DAYS AND PAST-DUE FLAG, SET BY
      * RV3C0100 FROM THE NPDATT B03 COUNTER OF THE CONTRACT
           05  F007-GG-SCONF            PIC 9(05).
           05  F007-FLG-PD90            PIC X(01).
               88  F007-PAST-DUE-90                 VALUE 'S'.
           05  FILLER                   PIC X(648).
