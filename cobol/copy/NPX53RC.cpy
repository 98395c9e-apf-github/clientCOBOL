      *---------------------------------------------------------------*
      *  NPX53RC   COMMAREA ROUTINE CATENA DI INTEGRITA' (NPX53P):    *
      *            OGNI RIGA DI AUDIT PORTA UN HASH CONCATENATO A     *
      *            QUELLO DELLA RIGA PRECEDENTE DELLA STESSA TRACCIA  *
      *---------------------------------------------------------------*
       01  NPX53RC.
           05  X53-FUNZI           PIC X(002).
      *        'HA' = SOLO CALCOLO (PROGR E HASH-PRE FORNITI)
      *        'HD' = SOLO HASH DELL'ANELLO (DIGEST FORNITO)
      *        'CA' = AGGANCIO ALLA TESTA A87 SENZA RIGA ANELLO
      *        'CL' = AGGANCIO ALLA TESTA A87 CON RIGA ANELLO A87
           05  X53-TRACC           PIC X(003).
      *        'A62' 'A63' 'A64' 'A65' 'A66' = RIGHE NPDATT
      *        'CHS' = CUSTHIST   'JRN' = GIORNALE DDJRNL
           05  X53-LUNGH           PIC 9(003).
           05  X53-IMMAG           PIC X(800).
           05  X53-RIFER           PIC X(035).
           05  X53-PROGR           PIC 9(009).
           05  X53-HASH-PRE        PIC X(018).
           05  X53-DIGEST          PIC X(018).
           05  X53-HASH            PIC X(018).
           05  X53-PGMNM           PIC X(008).
           05  X53-RCODE           PIC X(002).
      *        SPAZI = OK   'KO' = ERRORE
