      *        'IS' = REGISTRA UN DOCUMENTO
      *        'RN' = LETTURA PER NUMERO OPERAZIONE
      *        'PU' = PURGA FINO ALLA DATA X52-DTINS (RITENZIONE)
USO117*        'UT' = UTILIZZO DEL CASTELLETTO DEL CLIENTE X52-CDDEB:
USO118*               SOMMA IN X52-IMANT DEGLI ANTICIPI (STATO
USO118*               ANTICIPO 'A') SU DOCUMENTI ANCORA IN ESSERE
USO118*               (STATO DOCUMENTO 'P' O 'O')
USO117*        'ES' = ESITO ANTICIPO DEL DOCUMENTO (X52-STANT,
USO117*               X52-IMANT, X52-DTANT)
USO118*        'ST' = CAMBIO DI STATO DEL DOCUMENTO (X52-STATO ALLA
USO118*               DATA X52-DTSTA; PER 'O' LA NUOVA SCADENZA E'
USO118*               IN X52-SCADE)
USO119*               L'OPERATORE DEL CAMBIO VA IN X52-CDOPE (SPAZI =
USO119*               OPERATORE DELL'AREA ERRORI, SPAZI IN BATCH)
USO120*        'FL' = DOCUMENTO INVIATO NEL FLUSSO RIBA X52-NRFLU
USO120*               (SOLO SE NON GIA' INVIATO, ALTRIMENTI 'NF')
USO121*        'BO' = BOLLETTINO MAV EMESSO AL DEBITORE (CODICE
USO121*               X52-CDMAV ALLA DATA X52-DTBOL; SOLO SE NON GIA'
USO121*               EMESSO, ALTRIMENTI 'NF')
           05  X52-ABIUT           PIC X(005).
           05  X52-NOPER           PIC 9(015).
           05  X52-FTPRE           PIC X(002).
           05  X52-DTINS           PIC 9(008).
           05  X52-RCODE           PIC X(002).
      *        SPAZI = OK   'NF' = NON TROVATO   'KO' = ERRORE
USO118*        'TS' = CAMBIO DI STATO NON AMMESSO
USO117     05  X52-CDDEB           PIC X(011).
USO117*        CLIENTE PRESENTATORE (CHIAVE DEL CASTELLETTO A79)
USO117     05  X52-STANT           PIC X(001).
USO117*        SPAZIO = DA LAVORARE             'A' = ANTICIPATO
USO118*        'N' = PRESENTATO NON ANTICIPATO
USO117     05  X52-IMANT           PIC S9(13)V9(02) COMP-3.
USO117     05  X52-DTANT           PIC 9(008).
USO118     05  X52-STATO           PIC X(001).
USO118*        'P' = IN ESSERE           'S' = PAGATO SALVO BUON FINE
USO118*        'I' = INSOLUTO            'R' = RICHIAMATO
USO118*        'O' = PROROGATO (IN ESSERE CON NUOVA SCADENZA)
USO118     05  X52-DTSTA           PIC 9(008).
USO119     05  X52-CDOPE           PIC X(008).
USO120     05  X52-IBAN            PIC X(034).
USO120     05  X52-ABIDB           PIC X(005).
USO120     05  X52-CABDB           PIC X(005).
USO120*        BANCA DEL DEBITORE (DALL'IBAN VALIDATO CON NPW11R)
USO120     05  X52-DSDEB           PIC X(030).
USO120     05  X52-CFDEB           PIC X(016).
USO120     05  X52-INDEB           PIC X(030).
USO120     05  X52-CAPDB           PIC X(005).
USO120     05  X52-LOCDB           PIC X(025).
USO120     05  X52-PRVDB           PIC X(002).
USO120     05  X52-NRFLU           PIC 9(007).
USO120*        FLUSSO RIBA IN USCITA (ZERO = NON ANCORA INVIATO)
USO121     05  X52-CDMAV           PIC X(017).
USO121*        CODICE MAV: NUMERO OPERAZIONE + 2 CIFRE DI CONTROLLO
USO121     05  X52-DTBOL           PIC 9(008).
USO121*        EMISSIONE DEL BOLLETTINO MAV (ZERO = NON EMESSO)
USO124     05  X52-CTBOL           PIC X(003).
USO124*        CATEGORIA DEL BOLLO VIRTUALE (SPAZI = NON SOGGETTO)
USO124     05  X52-IMBOL           PIC S9(05)V9(02) COMP-3.
USO124*        IMPOSTA DI BOLLO CALCOLATA ALLA PRESENTAZIONE
