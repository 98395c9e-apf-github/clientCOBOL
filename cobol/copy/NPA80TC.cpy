      *---------------------------------------------------------------*
      *  NPA80TC   LAYOUT RIGA NPDATT CODIT='A80' (CONDIZIONI AL       *
      *            CLIENTE DEL PRODOTTO ANTICIPO: TASSO O SPREAD SUGLI *
      *            ANTICIPI, COMMISSIONE DI INCASSO PER TIPO           *
      *            PRESENTAZIONE, SPESA PER INSOLUTO E CATEGORIA DI    *
      *            SOGLIA USURA). CLIENTE A SPAZI = CONDIZIONI DI      *
      *            ISTITUTO, CHE PORTANO IL TASSO DI RIFERIMENTO       *
      *---------------------------------------------------------------*
       01  NPA80TC.
           05  A80-KEY.
               10  A80-CODIT       PIC X(003).
               10  A80-ABIUT       PIC X(005).
               10  A80-CDDEB       PIC X(011).
               10  FILLER          PIC X(016).
           05  A80-DTVIG           PIC 9(008).
           05  A80-TPTAS           PIC X(001).
               88  A80-TASSO-FISSO     VALUE 'F'.
               88  A80-TASSO-SPREAD    VALUE 'S'.
           05  A80-TSRIF           PIC 9(03)V9(03).
      *        TASSO DI RIFERIMENTO ANNUO (SOLO RIGA DI ISTITUTO)
           05  A80-TASSO           PIC 9(03)V9(03).
      *        TASSO ANNUO ('F') O SPREAD SUL RIFERIMENTO ('S')
           05  A80-COMDO           PIC 9(05)V9(02) OCCURS 9.
      *        COMMISSIONE PER DOCUMENTO, UNA PER TIPO PRESENTAZIONE
      *        DA '01' A '09' (VEDI WRK-FTPRE IN NPG03RC)
           05  A80-COINS           PIC 9(05)V9(02).
      *        SPESA PER OGNI INSOLUTO
           05  A80-CTUSU           PIC X(010).
      *        CATEGORIA DELLA SOGLIA USURA (RIGHE T37 'SOGLIEUSURA')
           05  FILLER              PIC X(099).
