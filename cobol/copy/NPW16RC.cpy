      *        SPAZI = OK   'NF' = NON TROVATO   'DP' = GIA' PRESENTE
      *        'DT' = DATI ERRATI   'NA' = OPERATORE NON ABILITATO
      *        'KO' = ERRORE DI ACCESSO
USO117     05  W16-PCANT           PIC 9(03)V9(02).
USO117*        PERCENTUALE DI ANTICIPO DEL CLIENTE (ZERO = QUELLA DI
USO117*        ISTITUTO DELLA SCHEDA PARAMETRO DI NPW28B)
