USO040     05 ASSEGN                PIC X(02)         VALUE '08'.
USO040     05 CARTA                 PIC X(02)         VALUE '09'.
           05 DOCUMENTI            PIC X(02)         VALUE '10'.
USO119     05 RICHIAMI              PIC X(02)         VALUE '11'.
USO119     05 PROROGHE              PIC X(02)         VALUE '12'.
       01  WRK-ID140-TAB.
           05 FILLER               PIC X(02)         VALUE '01'.
           05 FILLER               PIC X(02)         VALUE '02'.
