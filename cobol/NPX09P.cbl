USO104*        COSI' LA VERIFICA SEQUENZE (NPX09C) DISTINGUE UN       *
USO104*        BLOCCO RESO DA UN BUCO VERO                            *
      *---------------------------------------------------------------*
USO117* 151026 AGGIUNTA FUNZIONE UK - ACCUMULO ANTICIPI EROGATI       *
USO117*        (NUMERO CTR_NRANT E IMPORTO CTR_IMANT PER FILIALE),    *
USO117*        APPLICATA UNA SOLA VOLTA CON I VALORI SOMMATI ANCHE    *
USO117*        DENTRO IL PACCHETTO UT                                 *
      *---------------------------------------------------------------*
USO119* 151026 AGGIUNTA FUNZIONE UV - VARIAZIONI SU DOCUMENTI GIA'    *
USO119*        PRESENTATI, PER TIPO PRESENTAZIONE: RICHIAMI (TIPO 11, *
USO119*        CTR_NRRIC/CTR_IMRIC) E PROROGHE (TIPO 12, CTR_NRPRO/   *
USO119*        CTR_IMPRO); ANCHE DENTRO IL PACCHETTO UT, SOMMATA      *
      *---------------------------------------------------------------*
USO124* 151026 AGGIUNTA FUNZIONE UO - ACCUMULO IMPOSTA DI BOLLO SUI   *
USO124*        DOCUMENTI PRESENTATI (NUMERO CTR_NRBOL E IMPOSTA       *
USO124*        CTR_IMBOL PER FILIALE), ANCHE DENTRO IL PACCHETTO UT,  *
USO124*        SOMMATA; QUADRATA DALLA DICHIARAZIONE NPW37B           *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
USO015        X09-FUNZI EQUAL 'F1' OR
USO015        X09-FUNZI EQUAL 'C1' OR
USO017        X09-FUNZI EQUAL 'UH' OR
USO117        X09-FUNZI EQUAL 'UK' OR
USO119        X09-FUNZI EQUAL 'UV' OR
USO124        X09-FUNZI EQUAL 'UO' OR
USO048        X09-FUNZI EQUAL 'RP' OR
USO070        X09-FUNZI EQUAL 'UT'
              NEXT SENTENCE
USO017     IF X09-FUNZI EQUAL 'UH'
USO017        IF X09-IMPOR      NOT NUMERIC
USO017           MOVE 'X09-IMPOR'      TO WKS-CAMPO.
USO117     IF X09-FUNZI EQUAL 'UK'
USO117        IF X09-IMPOR      NOT NUMERIC
USO117           MOVE 'X09-IMPOR'      TO WKS-CAMPO.
USO119     IF X09-FUNZI EQUAL 'UV'
USO119        IF X09-IMPOR      NOT NUMERIC
USO119           MOVE 'X09-IMPOR'      TO WKS-CAMPO.
USO124     IF X09-FUNZI EQUAL 'UO'
USO124        IF X09-IMPOR      NOT NUMERIC
USO124           MOVE 'X09-IMPOR'      TO WKS-CAMPO.
           IF WKS-CAMPO NOT EQUAL SPACES
              MOVE 'KO'                         TO X09-RCODE
              MOVE 'S'                          TO G01-TPERR
USO017        PERFORM A0015-CONTR-NUM           THRU A0015-END
USO017        IF X09-RCODE EQUAL SPACES
USO017           PERFORM A0545-UPDATE-IMPORTO   THRU A0545-END.
USO117     IF X09-FUNZI EQUAL 'UK'
USO117        PERFORM A0050-CONTR-OBBL          THRU A0050-END
USO117        PERFORM A0015-CONTR-NUM           THRU A0015-END
USO117        IF X09-RCODE EQUAL SPACES
USO117           PERFORM A0547-UPDATE-ANTICIPI  THRU A0547-END.
USO119     IF X09-FUNZI EQUAL 'UV'
USO119        PERFORM A0050-CONTR-OBBL          THRU A0050-END
USO119        PERFORM A0015-CONTR-NUM           THRU A0015-END
USO119        IF X09-RCODE EQUAL SPACES
USO119           PERFORM A0548-UPDATE-VARIAZIONI THRU A0548-END.
USO124     IF X09-FUNZI EQUAL 'UO'
USO124        PERFORM A0050-CONTR-OBBL          THRU A0050-END
USO124        PERFORM A0015-CONTR-NUM           THRU A0015-END
USO124        IF X09-RCODE EQUAL SPACES
USO124           PERFORM A0549-UPDATE-BOLLO     THRU A0549-END.
USO048     IF X09-FUNZI EQUAL 'RP'
USO048        PERFORM A0750-STAMPA-FOPTB        THRU A0750-END.
SEQUEN     IF X09-FUNZI EQUAL 'NV'
USO070     MOVE WKS-BLK-FOPTB (WKS-BLK-IX) TO X09-FOPTB.
USO070     MOVE WKS-BLK-FTPRE (WKS-BLK-IX) TO X09-FTPRE.
USO070     IF X09-FUNZI EQUAL 'US' OR X09-FUNZI EQUAL 'UH'
USO117                             OR X09-FUNZI EQUAL 'UK'
USO119                             OR X09-FUNZI EQUAL 'UV'
USO124                             OR X09-FUNZI EQUAL 'UO'
USO070        MOVE WKS-BLK-QUANT (WKS-BLK-IX) TO X09-QUANT
USO070        MOVE WKS-BLK-IMPOR (WKS-BLK-IX) TO X09-IMPOR
USO070        PERFORM B0150-ESEGUI-FUNZIONE THRU B0150-END
USO070        PERFORM A0600-UPDATE-PRLDI THRU A0600-END.
USO070     IF X09-FUNZI EQUAL 'UH'
USO070        PERFORM A0545-UPDATE-IMPORTO THRU A0545-END.
USO117     IF X09-FUNZI EQUAL 'UK'
USO117        PERFORM A0547-UPDATE-ANTICIPI THRU A0547-END.
USO119     IF X09-FUNZI EQUAL 'UV'
USO119        PERFORM A0548-UPDATE-VARIAZIONI THRU A0548-END.
USO124     IF X09-FUNZI EQUAL 'UO'
USO124        PERFORM A0549-UPDATE-BOLLO THRU A0549-END.
USO070 B0150-END.
USO070     EXIT.
      *****************************************************************
USO017        MOVE NPCTRT                TO X09-NPCTRT.
USO017 A0545-END.
USO017     EXIT.
USO117*****************************************************************
USO117**   ACCUMULO ANTICIPI EROGATI CTR-NRANT/CTR-IMANT -BATCH-     **
USO117*****************************************************************
USO117 A0547-UPDATE-ANTICIPI.
USO117     MOVE X09-NPCTRT            TO NPCTRT.
USO117     PERFORM Z0069-UPDATE-IMANT THRU Z0069-END.
USO117     IF X09-RCODE EQUAL SPACES
USO117        MOVE NPCTRT                TO X09-NPCTRT.
USO117 A0547-END.
USO117     EXIT.
USO119*****************************************************************
USO119**   VARIAZIONI SU DOCUMENTI PRESENTATI PER TIPO -RICHIAMI     **
USO119**   CTR-NRRIC/CTR-IMRIC, PROROGHE CTR-NRPRO/CTR-IMPRO-        **
USO119*****************************************************************
USO119 A0548-UPDATE-VARIAZIONI.
USO119     MOVE X09-NPCTRT            TO NPCTRT.
USO119     IF X09-FTPRE = RICHIAMI
USO119        PERFORM Z0070-UPDATE-IMRIC THRU Z0070-END
USO119     ELSE
USO119     IF X09-FTPRE = PROROGHE
USO119        PERFORM Z0071-UPDATE-IMPRO THRU Z0071-END
USO119     ELSE
USO119        MOVE 'KO'                       TO X09-RCODE
USO119        MOVE 'S'                        TO G01-TPERR
USO119        MOVE  WRK-PGMNM                 TO G01-ROUNM
USO119        MOVE 'A0548-UPDATE-VAR'         TO G01-LABEL
USO119        MOVE 'TIPO VARIAZIONE ERRATO'   TO G01-DESC1
USO119        MOVE X09-FTPRE                  TO G01-DESC2.
USO119     IF X09-RCODE EQUAL SPACES
USO119        MOVE NPCTRT                TO X09-NPCTRT.
USO119 A0548-END.
USO119     EXIT.
USO124*****************************************************************
USO124**   ACCUMULO IMPOSTA DI BOLLO CTR-NRBOL/CTR-IMBOL -BATCH-     **
USO124*****************************************************************
USO124 A0549-UPDATE-BOLLO.
USO124     MOVE X09-NPCTRT            TO NPCTRT.
USO124     PERFORM Z0072-UPDATE-IMBOL THRU Z0072-END.
USO124     IF X09-RCODE EQUAL SPACES
USO124        MOVE NPCTRT                TO X09-NPCTRT.
USO124 A0549-END.
USO124     EXIT.
      *****************************************************************
      **   AGGIORNAMENTO TABELLA CTR-DTSTA -BATCH-                   **
      *****************************************************************
USO017 Z0068-END.
USO017     EXIT.
      *****************************************************************
USO117**   ACCUMULO ANTICIPI EROGATI CTR-NRANT / CTR-IMANT           **
      *****************************************************************
USO117 Z0069-UPDATE-IMANT.
USO117     EXEC SQL
USO117          UPDATE NPCTRT
USO117             SET CTR_NRANT = CTR_NRANT + :X09-QUANT,
USO117                 CTR_IMANT = CTR_IMANT + :X09-IMPOR
USO117           WHERE CTR_ABIUT = :CTR-ABIUT
USO117             AND CTR_PRFIL = :CTR-PRFIL
USO117     END-EXEC.
USO117     IF SQLCODE NOT EQUAL ZERO
USO117        MOVE CTR-ABIUT                  TO WKS-ABIUT-XX
USO117        MOVE CTR-PRFIL                  TO WKS-PRFIL-XX
USO117        MOVE WKS-CHIAVE-XX              TO G01-DESC5
USO117        MOVE 'KO'                       TO X09-RCODE
USO117        MOVE 'S'                        TO G01-TPERR
USO117        MOVE SQLCODE                    TO G01-PIC3
USO117        MOVE 'NPCTRT'                   TO G01-ARCHI
USO117        MOVE  WRK-PGMNM                 TO G01-ROUNM
USO117        MOVE 'Z0069-UPDATE-IMANT'       TO G01-LABEL
USO117        MOVE 'UPDATE TABELLA CONTATORI' TO G01-DESC1
USO117        MOVE SQLCA                      TO G01-SQLCA
USO117        MOVE SPACES                     TO WRK-SW-USCITA.
USO117 Z0069-END.
USO117     EXIT.
      *****************************************************************
USO119**   ACCUMULO RICHIAMI CTR-NRRIC / CTR-IMRIC                   **
      *****************************************************************
USO119 Z0070-UPDATE-IMRIC.
USO119     EXEC SQL
USO119          UPDATE NPCTRT
USO119             SET CTR_NRRIC = CTR_NRRIC + :X09-QUANT,
USO119                 CTR_IMRIC = CTR_IMRIC + :X09-IMPOR
USO119           WHERE CTR_ABIUT = :CTR-ABIUT
USO119             AND CTR_PRFIL = :CTR-PRFIL
USO119     END-EXEC.
USO119     IF SQLCODE NOT EQUAL ZERO
USO119        MOVE CTR-ABIUT                  TO WKS-ABIUT-XX
USO119        MOVE CTR-PRFIL                  TO WKS-PRFIL-XX
USO119        MOVE WKS-CHIAVE-XX              TO G01-DESC5
USO119        MOVE 'KO'                       TO X09-RCODE
USO119        MOVE 'S'                        TO G01-TPERR
USO119        MOVE SQLCODE                    TO G01-PIC3
USO119        MOVE 'NPCTRT'                   TO G01-ARCHI
USO119        MOVE  WRK-PGMNM                 TO G01-ROUNM
USO119        MOVE 'Z0070-UPDATE-IMRIC'       TO G01-LABEL
USO119        MOVE 'UPDATE TABELLA CONTATORI' TO G01-DESC1
USO119        MOVE SQLCA                      TO G01-SQLCA
USO119        MOVE SPACES                     TO WRK-SW-USCITA.
USO119 Z0070-END.
USO119     EXIT.
      *****************************************************************
USO119**   ACCUMULO PROROGHE CTR-NRPRO / CTR-IMPRO                   **
      *****************************************************************
USO119 Z0071-UPDATE-IMPRO.
USO119     EXEC SQL
USO119          UPDATE NPCTRT
USO119             SET CTR_NRPRO = CTR_NRPRO + :X09-QUANT,
USO119                 CTR_IMPRO = CTR_IMPRO + :X09-IMPOR
USO119           WHERE CTR_ABIUT = :CTR-ABIUT
USO119             AND CTR_PRFIL = :CTR-PRFIL
USO119     END-EXEC.
USO119     IF SQLCODE NOT EQUAL ZERO
USO119        MOVE CTR-ABIUT                  TO WKS-ABIUT-XX
USO119        MOVE CTR-PRFIL                  TO WKS-PRFIL-XX
USO119        MOVE WKS-CHIAVE-XX              TO G01-DESC5
USO119        MOVE 'KO'                       TO X09-RCODE
USO119        MOVE 'S'                        TO G01-TPERR
USO119        MOVE SQLCODE                    TO G01-PIC3
USO119        MOVE 'NPCTRT'                   TO G01-ARCHI
USO119        MOVE  WRK-PGMNM                 TO G01-ROUNM
USO119        MOVE 'Z0071-UPDATE-IMPRO'       TO G01-LABEL
USO119        MOVE 'UPDATE TABELLA CONTATORI' TO G01-DESC1
USO119        MOVE SQLCA                      TO G01-SQLCA
USO119        MOVE SPACES                     TO WRK-SW-USCITA.
USO119 Z0071-END.
USO119     EXIT.
      *****************************************************************
USO124**   ACCUMULO IMPOSTA DI BOLLO CTR-NRBOL / CTR-IMBOL           **
      *****************************************************************
USO124 Z0072-UPDATE-IMBOL.
USO124     EXEC SQL
USO124          UPDATE NPCTRT
USO124             SET CTR_NRBOL = CTR_NRBOL + :X09-QUANT,
USO124                 CTR_IMBOL = CTR_IMBOL + :X09-IMPOR
USO124           WHERE CTR_ABIUT = :CTR-ABIUT
USO124             AND CTR_PRFIL = :CTR-PRFIL
USO124     END-EXEC.
USO124     IF SQLCODE NOT EQUAL ZERO
USO124        MOVE CTR-ABIUT                  TO WKS-ABIUT-XX
USO124        MOVE CTR-PRFIL                  TO WKS-PRFIL-XX
USO124        MOVE WKS-CHIAVE-XX              TO G01-DESC5
USO124        MOVE 'KO'                       TO X09-RCODE
USO124        MOVE 'S'                        TO G01-TPERR
USO124        MOVE SQLCODE                    TO G01-PIC3
USO124        MOVE 'NPCTRT'                   TO G01-ARCHI
USO124        MOVE  WRK-PGMNM                 TO G01-ROUNM
USO124        MOVE 'Z0072-UPDATE-IMBOL'       TO G01-LABEL
USO124        MOVE 'UPDATE TABELLA CONTATORI' TO G01-DESC1
USO124        MOVE SQLCA                      TO G01-SQLCA
USO124        MOVE SPACES                     TO WRK-SW-USCITA.
USO124 Z0072-END.
USO124     EXIT.
      *****************************************************************
CTR   **   AGGIORNAMENTO TABELLA CTR-NRD01                           **
CTR   *****************************************************************
CTR    Z0101-UPDATE-CTR01.
