      *---------------------------------------------------------------*
      *  NPW37FC   TRACCIATO DICHIARAZIONE TRIMESTRALE DEL BOLLO       *
      *            VIRTUALE (PRODOTTO DA NPW37B): PER OGNI ISTITUTO UN *
      *            RECORD 'C' PER CATEGORIA CON DOCUMENTI E IMPOSTA E  *
      *            UNA SINTESI 'S' CON ACCONTO, IMPOSTA DA VERSARE,    *
      *            RESIDUO RIPORTATO E QUADRATURA VERSO NPCTRT         *
      *---------------------------------------------------------------*
       01  NPW37FC.
           05  DIC-TPREC           PIC X(001).
           05  DIC-ABIUT           PIC X(005).
           05  DIC-ANNO            PIC 9(004).
           05  DIC-TRIME           PIC 9(001).
           05  DIC-DATI            PIC X(189).
      *---------------------------------------------------------------*
      *    CATEGORIA DEL BOLLO VIRTUALE                               *
      *---------------------------------------------------------------*
           05  DIC-REC-C REDEFINES DIC-DATI.
               10  DIC-C-CTBOL     PIC X(003).
               10  DIC-C-NRDOC     PIC 9(007).
               10  DIC-C-IMBOL     PIC 9(13)V9(02).
               10  FILLER          PIC X(164).
      *---------------------------------------------------------------*
      *    SINTESI DELL'ISTITUTO                                      *
      *---------------------------------------------------------------*
           05  DIC-REC-S REDEFINES DIC-DATI.
               10  DIC-S-DTINI     PIC 9(008).
               10  DIC-S-DTFIN     PIC 9(008).
               10  DIC-S-NRDOC     PIC 9(007).
               10  DIC-S-IMBOL     PIC 9(13)V9(02).
               10  DIC-S-ACCON     PIC 9(13)V9(02).
      *            ACCONTO VERSATO PER L'ANNO (RIGA A91)
               10  DIC-S-RESPR     PIC 9(13)V9(02).
      *            RESIDUO DELL'ACCONTO A INIZIO TRIMESTRE
               10  DIC-S-DOVUT     PIC 9(13)V9(02).
      *            IMPOSTA DA VERSARE AL NETTO DELL'ACCONTO
               10  DIC-S-RESAC     PIC 9(13)V9(02).
      *            RESIDUO DELL'ACCONTO RIPORTATO AL TRIMESTRE DOPO
               10  DIC-S-NRREG     PIC 9(009).
               10  DIC-S-IMREG     PIC 9(13)V9(02).
      *            PROGRESSIVI DEI DOCUMENTI CON BOLLO A REGISTRO NPREGT
               10  DIC-S-NRCTR     PIC 9(009).
               10  DIC-S-IMCTR     PIC 9(13)V9(02).
      *            PROGRESSIVI DEI CONTATORI NPCTRT (TUTTE LE FILIALI)
               10  DIC-S-QUADR     PIC X(001).
      *            'S' = REGISTRO E CONTATORI QUADRANO   'N' = NO
               10  DIC-S-DTELA     PIC 9(008).
               10  FILLER          PIC X(034).
