           05  A95-ABILI           PIC X(001).
               88  A95-ABILITATO       VALUE 'S'.
           05  A95-DESCR           PIC X(030).
USO116     05  A95-CDRES           PIC X(008).
USO116*        RESPONSABILE CHE RICERTIFICA L'ABILITAZIONE
USO116     05  A95-DTCER           PIC 9(008).
USO116     05  A95-CDCER           PIC X(008).
USO116     05  A95-ESCER           PIC X(001).
USO116*        ULTIMA RICERTIFICAZIONE (AAAAMMGG, RESPONSABILE CHE
USO116*        HA RISPOSTO, ESITO 'A' CONFERMATA / 'R' REVOCATA):
USO116*        VALORIZZATI DA NPW27B
           05  FILLER              PIC X(144).
