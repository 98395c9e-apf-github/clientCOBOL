           02 JRN-SEQ         PIC 9(07).
           02 JRN-COMMIT-PT   PIC 9(05).
           02 JRN-DATA        PIC X(200).
           02 JRN-CHN-PROGR   PIC 9(09).
           02 JRN-CHN-HASH    PIC X(18).

       FD CUSTRP.
       01 CUSTRP-RECORD                   PIC X(200).
