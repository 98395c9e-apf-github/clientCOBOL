      *---------------------------------------------------------------*
      *  NPA89TC   LAYOUT RIGA NPDATT CODIT='A89' (TARIFFE IMPOSTA DI  *
      *            BOLLO SUI DOCUMENTI PRESENTATI): PER ISTITUTO (ABI  *
      *            99999 = TARIFFA GENERALE), TIPO PRESENTAZIONE E     *
      *            DATA DI DECORRENZA, FINO A 5 FASCE DI IMPORTO CON   *
      *            L'IMPOSTA PER DOCUMENTO E LA CATEGORIA DELLA        *
      *            DICHIARAZIONE DEL BOLLO VIRTUALE. LA FASCIA VALE    *
      *            PER GLI IMPORTI FINO AL LIMITE COMPRESO; LIMITE A   *
      *            ZERO = FASCIA NON USATA                             *
      *---------------------------------------------------------------*
       01  NPA89TC.
           05  A89-KEY.
               10  A89-CODIT       PIC X(003).
               10  A89-ABIUT       PIC X(005).
               10  A89-FTPRE       PIC X(002).
               10  A89-DTVIG       PIC 9(008).
               10  FILLER          PIC X(017).
           05  A89-DESCR           PIC X(030).
           05  A89-FASCIA          OCCURS 5.
               10  A89-IMLIM       PIC 9(13)V9(02).
               10  A89-IMBOL       PIC 9(05)V9(02).
               10  A89-CTBOL       PIC X(003).
           05  FILLER              PIC X(045).
