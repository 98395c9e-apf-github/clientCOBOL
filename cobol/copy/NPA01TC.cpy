USO098     05  A01-DTCES           PIC 9(008).
USO098*        DATA EFFICACIA CESSAZIONE (AAAAMMGG), VALORIZZATA
USO098*        DA NPW20B QUANDO A01-TESTA = 'C'
USO126     05  A01-PIVA            PIC X(011).
USO126     05  A01-CFISC           PIC X(016).
USO126     05  A01-CDDES           PIC X(007).
USO126*        CODICE DESTINATARIO SDI ('0000000' = RECAPITO PEC)
USO126     05  A01-PECDS           PIC X(040).
USO126     05  A01-INDIR           PIC X(035).
USO126     05  A01-CAP             PIC X(005).
USO126     05  A01-COMUN           PIC X(025).
USO126     05  A01-PROV            PIC X(002).
USO126*        DATI FISCALI DELL'ISTITUTO PER LA FATTURA ELETTRONICA
USO126*        DEL SERVIZIO (NPW39B)
USO126     05  FILLER              PIC X(008).
