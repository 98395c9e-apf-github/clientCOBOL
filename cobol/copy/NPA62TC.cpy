           05  A62-KEYGE-PAT       PIC X(032).
           05  A62-PRIMA           PIC X(020).
           05  A62-DOPO            PIC X(020).
USO116     05  A62-CDOPE           PIC X(008).
USO116*        OPERATORE CHE HA RESO EFFETTIVA LA MODIFICA (PER LE
USO116*        PATCH U1/U2 L'APPROVATORE V1)
USO116     05  A62-CDOPE-PROP      PIC X(008).
USO116*        OPERATORE PROPONENTE DELLA PATCH (SOLO U1/U2)
           05  FILLER              PIC X(099).
