      *---------------------------------------------------------------*
      *  NPW35FC   TRACCIATO ESTRATTO DI LIQUIDAZIONE TRIMESTRALE AL   *
      *            CLIENTE (PRODOTTO DA NPW35B): PER OGNI CLIENTE UNA  *
      *            TESTA 'T', UN DETTAGLIO 'D' PER DOCUMENTO CON       *
      *            INTERESSI, COMMISSIONE O SPESA INSOLUTO E UNA       *
      *            SINTESI 'S' CON I TOTALI E L'ESITO DEL CONTROLLO    *
      *            SOGLIA USURA                                        *
      *---------------------------------------------------------------*
       01  NPW35FC.
           05  LIQ-TPREC           PIC X(001).
           05  LIQ-ABIUT           PIC X(005).
           05  LIQ-CDDEB           PIC X(011).
           05  LIQ-DTINI           PIC 9(008).
           05  LIQ-DTFIN           PIC 9(008).
           05  LIQ-DATI            PIC X(167).
      *---------------------------------------------------------------*
      *    TESTA DEL CLIENTE                                          *
      *---------------------------------------------------------------*
           05  LIQ-REC-T REDEFINES LIQ-DATI.
               10  LIQ-T-DESCR     PIC X(040).
               10  LIQ-T-TPTAS     PIC X(001).
               10  LIQ-T-TASSO     PIC 9(03)V9(03).
      *            TASSO ANNUO APPLICATO (SPREAD GIA' SOMMATO)
               10  LIQ-T-CTUSU     PIC X(010).
               10  LIQ-T-DTELA     PIC 9(008).
               10  FILLER          PIC X(102).
      *---------------------------------------------------------------*
      *    DETTAGLIO DEL DOCUMENTO                                    *
      *---------------------------------------------------------------*
           05  LIQ-REC-D REDEFINES LIQ-DATI.
               10  LIQ-D-NOPER     PIC 9(015).
               10  LIQ-D-FTPRE     PIC X(002).
               10  LIQ-D-RIFCLI    PIC X(016).
               10  LIQ-D-IMANT     PIC 9(13)V9(02).
               10  LIQ-D-DTDAL     PIC 9(008).
               10  LIQ-D-DTAL      PIC 9(008).
      *            PERIODO DI INTERESSI NEL TRIMESTRE (ZERO = NESSUNO)
               10  LIQ-D-GIORNI    PIC 9(005).
               10  LIQ-D-NUMERI    PIC 9(16)V9(02).
               10  LIQ-D-COMMI     PIC 9(05)V9(02).
               10  LIQ-D-SPINS     PIC 9(05)V9(02).
               10  FILLER          PIC X(066).
      *---------------------------------------------------------------*
      *    SINTESI DEL CLIENTE                                        *
      *---------------------------------------------------------------*
           05  LIQ-REC-S REDEFINES LIQ-DATI.
               10  LIQ-S-NUMERI    PIC 9(16)V9(02).
               10  LIQ-S-TASSO     PIC 9(03)V9(03).
               10  LIQ-S-INTER     PIC 9(13)V9(02).
               10  LIQ-S-NRDOC     PIC 9(007).
               10  LIQ-S-COMMI     PIC 9(13)V9(02).
               10  LIQ-S-NRINS     PIC 9(007).
               10  LIQ-S-SPINS     PIC 9(13)V9(02).
               10  LIQ-S-TOTAL     PIC 9(13)V9(02).
               10  LIQ-S-TEG       PIC 9(03)V9(02).
               10  LIQ-S-SOGLIA    PIC 9(03)V9(02).
               10  LIQ-S-ESITO     PIC X(001).
      *            SPAZIO = ENTRO SOGLIA     'V' = OLTRE IL 90 PER
      *            CENTO DELLA SOGLIA        'U' = SOPRA SOGLIA, NON
      *            ADDEBITATO                'N' = SOGLIA ASSENTE
               10  FILLER          PIC X(058).
