           05  A79-FREVO           PIC X(001).
               88  A79-REVOCATO        VALUE 'S'.
           05  A79-DESCR           PIC X(040).
USO117     05  A79-PCANT           PIC 9(03)V9(02).
USO117*        PERCENTUALE DI ANTICIPO DEL CLIENTE (NON NUMERICA O
USO117*        ZERO = PERCENTUALE DI ISTITUTO DELLA SCHEDA NPW28B)
USO117     05  FILLER              PIC X(123).
