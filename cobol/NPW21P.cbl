      *----------         M O D I F I C H E        -------------------*
USO099* 010926 PRIMA STESURA - MANUTENZIONE GUIDATA DAL DIZIONARIO    *
      *---------------------------------------------------------------*
USO116* 151026 LA RIGA A62 PORTA L'OPERATORE CHE HA FATTO LA MODIFICA *
USO116*        (RICERTIFICAZIONE DELLE ABILITAZIONI, NPW26B)          *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           MOVE W21-KEYGE           TO A62-KEYGE-PAT.
           MOVE WKS-VAL-PRIMA       TO A62-PRIMA.
           MOVE W21-VALORE          TO A62-DOPO.
USO116     MOVE G01-CDOPE           TO A62-CDOPE.
           MOVE SPACES              TO NPW01RC.
           MOVE NPA62TC             TO W01-NPDATT.
           MOVE 'IS'                TO W01-FUNZI.
