      *---------------------------------------------------------------*
      *  NPW34FC   TRACCIATO BOLLETTINO MAV AL DEBITORE (PRODOTTO DA   *
      *            NPW34B, UN RECORD PER BOLLETTINO, PER LA STAMPA     *
      *            DEL MODULO DA IMBUSTARE CON LA CODA DDOUTQUE)       *
      *---------------------------------------------------------------*
       01  NPW34FC.
           05  BOL-TIPO            PIC X(001).
      *        'E' = PRIMA EMISSIONE    'R' = RISTAMPA
           05  BOL-ABIUT           PIC X(005).
           05  BOL-NOPER           PIC 9(015).
           05  BOL-CDMAV           PIC X(017).
      *        CODICE MAV: NUMERO OPERAZIONE + 2 CIFRE DI CONTROLLO
      *        (ISO 7064 MODULO 97-10)
           05  BOL-IMPOR           PIC 9(013)V9(02).
           05  BOL-SCADE           PIC 9(008).
           05  BOL-DSDEB           PIC X(030).
           05  BOL-CFDEB           PIC X(016).
           05  BOL-INDEB           PIC X(030).
           05  BOL-CAPDB           PIC X(005).
           05  BOL-LOCDB           PIC X(025).
           05  BOL-PRVDB           PIC X(002).
           05  BOL-DSCRE           PIC X(040).
      *        CREDITORE: DESCRIZIONE DEL CLIENTE PRESENTATORE (A79)
           05  BOL-CDDEB           PIC X(011).
           05  BOL-RIFCLI          PIC X(016).
           05  BOL-DTEMI           PIC 9(008).
      *        DATA DI EMISSIONE DEL BOLLETTINO (REG_DTBOL)
           05  FILLER              PIC X(006).
