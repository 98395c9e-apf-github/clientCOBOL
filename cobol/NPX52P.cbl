      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO109* 020926 PRIMA STESURA - REGISTRO PRESENTAZIONI NPREGT          *
USO117* 151026 AGGIUNTI CLIENTE PRESENTATORE E STATO/IMPORTO/DATA     *
USO117*        DELL'ANTICIPO (REG_CDDEB, REG_STANT, REG_IMANT,        *
USO117*        REG_DTANT); INSERT A COLONNE ESPLICITE; NUOVE          *
USO117*        FUNZIONI UT (UTILIZZO CASTELLETTO DEL CLIENTE) ED ES   *
USO117*        (ESITO ANTICIPO) PER L'EROGAZIONE NPW28B               *
USO118* 151026 STATO DEL DOCUMENTO E DATA STATO (REG_STATO,           *
USO118*        REG_DTSTA): 'P' ALLA REGISTRAZIONE, POI CAMBI DI       *
USO118*        STATO CON LA NUOVA FUNZIONE ST (PAGATO SBF, INSOLUTO,  *
USO118*        RICHIAMATO, PROROGATO) CON CONTROLLO DEI PASSAGGI      *
USO118*        AMMESSI; L'UTILIZZO DEL CASTELLETTO (UT) CONTA GLI     *
USO118*        ANTICIPI SUI SOLI DOCUMENTI ANCORA IN ESSERE           *
USO119* 151026 IL CAMBIO DI STATO REGISTRA L'OPERATORE (REG_CDOPS)    *
USO119*        PER RICHIAMI E PROROGHE DA SPORTELLO (NPW30R)          *
USO120* 151026 IBAN, BANCA E ANAGRAFICA DEL DEBITORE SUL DOCUMENTO    *
USO120*        (REG_IBAN, REG_ABIDB, REG_CABDB, REG_DSDEB, REG_CFDEB, *
USO120*        REG_INDEB, REG_CAPDB, REG_LOCDB, REG_PRVDB) E NUMERO   *
USO120*        DEL FLUSSO RIBA IN USCITA (REG_NRFLU); NUOVA FUNZIONE  *
USO120*        FL CHE MARCA IL DOCUMENTO INVIATO (NPW32B)             *
USO121* 151026 CODICE E DATA DI EMISSIONE DEL BOLLETTINO MAV AL       *
USO121*        DEBITORE (REG_CDMAV, REG_DTBOL); NUOVA FUNZIONE BO     *
USO121*        CHE MARCA IL BOLLETTINO EMESSO (NPW34B)                *
USO124* 151026 CATEGORIA E IMPORTO DELL'IMPOSTA DI BOLLO DEL          *
USO124*        DOCUMENTO (REG_CTBOL, REG_IMBOL), CALCOLATA DAL        *
USO124*        CHIAMANTE ALLA PRESENTAZIONE SULLE TARIFFE A89         *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   PERFORM B0020-LEGGI     THRU B0020-END
               WHEN 'PU'
                   PERFORM B0030-PURGA     THRU B0030-END
USO117         WHEN 'UT'
USO117             PERFORM B0040-UTILIZZO  THRU B0040-END
USO117         WHEN 'ES'
USO117             PERFORM B0050-ESITO     THRU B0050-END
USO118         WHEN 'ST'
USO118             PERFORM B0060-STATO     THRU B0060-END
USO120         WHEN 'FL'
USO120             PERFORM B0070-FLUSSO    THRU B0070-END
USO121         WHEN 'BO'
USO121             PERFORM B0080-BOLLETTINO THRU B0080-END
               WHEN OTHER
                   MOVE 'KO'                     TO X52-RCODE
                   MOVE 'S'                      TO G01-TPERR
           MOVE X52-RIFCLI          TO REG-RIFCLI.
           MOVE X52-CANAL           TO REG-CANAL.
           MOVE X52-DTINS           TO REG-DTINS.
USO117     MOVE X52-CDDEB           TO REG-CDDEB.
USO117     MOVE SPACES              TO REG-STANT.
USO117     MOVE ZERO                TO REG-IMANT
USO117                                 REG-DTANT.
USO118     MOVE 'P'                 TO REG-STATO.
USO118     MOVE X52-DTINS           TO REG-DTSTA.
USO120     MOVE X52-IBAN            TO REG-IBAN.
USO120     MOVE X52-ABIDB           TO REG-ABIDB.
USO120     MOVE X52-CABDB           TO REG-CABDB.
USO120     MOVE X52-DSDEB           TO REG-DSDEB.
USO120     MOVE X52-CFDEB           TO REG-CFDEB.
USO120     MOVE X52-INDEB           TO REG-INDEB.
USO120     MOVE X52-CAPDB           TO REG-CAPDB.
USO120     MOVE X52-LOCDB           TO REG-LOCDB.
USO120     MOVE X52-PRVDB           TO REG-PRVDB.
USO120     MOVE ZERO                TO REG-NRFLU.
USO121     MOVE SPACES              TO REG-CDMAV.
USO121     MOVE ZERO                TO REG-DTBOL.
USO124     MOVE X52-CTBOL           TO REG-CTBOL.
USO124     MOVE X52-IMBOL           TO REG-IMBOL.
           EXEC SQL
USO117          INSERT INTO NPREGT
USO117                (REG_ABIUT, REG_NOPER, REG_FTPRE,
USO117                 REG_SCADE, REG_IMPOR, REG_RIFCLI,
USO117                 REG_CANAL, REG_DTINS, REG_CDDEB,
USO118                 REG_STANT, REG_IMANT, REG_DTANT,
USO118                 REG_STATO, REG_DTSTA,
USO120                 REG_IBAN,  REG_ABIDB, REG_CABDB,
USO120                 REG_DSDEB, REG_CFDEB, REG_INDEB,
USO120                 REG_CAPDB, REG_LOCDB, REG_PRVDB,
USO120                 REG_NRFLU, REG_CDMAV, REG_DTBOL,
USO124                 REG_CTBOL, REG_IMBOL)
USO117          VALUES
                (:REG-ABIUT, :REG-NOPER, :REG-FTPRE,
                 :REG-SCADE, :REG-IMPOR, :REG-RIFCLI,
USO117           :REG-CANAL, :REG-DTINS, :REG-CDDEB,
USO118           :REG-STANT, :REG-IMANT, :REG-DTANT,
USO118           :REG-STATO, :REG-DTSTA,
USO120           :REG-IBAN,  :REG-ABIDB, :REG-CABDB,
USO120           :REG-DSDEB, :REG-CFDEB, :REG-INDEB,
USO120           :REG-CAPDB, :REG-LOCDB, :REG-PRVDB,
USO120           :REG-NRFLU, :REG-CDMAV, :REG-DTBOL,
USO124           :REG-CTBOL, :REG-IMBOL)
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
              MOVE 'KO'                          TO X52-RCODE
           MOVE X52-NOPER           TO REG-NOPER.
           EXEC SQL
                SELECT REG_FTPRE, REG_SCADE, REG_IMPOR,
                       REG_RIFCLI, REG_CANAL, REG_DTINS,
USO117                 REG_CDDEB, REG_STANT, REG_IMANT,
USO118                 REG_DTANT, REG_STATO, REG_DTSTA,
USO120                 REG_IBAN,  REG_ABIDB, REG_CABDB,
USO120                 REG_DSDEB, REG_CFDEB, REG_INDEB,
USO120                 REG_CAPDB, REG_LOCDB, REG_PRVDB,
USO120                 REG_NRFLU, REG_CDMAV, REG_DTBOL,
USO124                 REG_CTBOL, REG_IMBOL
                  INTO :REG-FTPRE, :REG-SCADE, :REG-IMPOR,
                       :REG-RIFCLI, :REG-CANAL, :REG-DTINS,
USO117                 :REG-CDDEB, :REG-STANT, :REG-IMANT,
USO118                 :REG-DTANT, :REG-STATO, :REG-DTSTA,
USO120                 :REG-IBAN,  :REG-ABIDB, :REG-CABDB,
USO120                 :REG-DSDEB, :REG-CFDEB, :REG-INDEB,
USO120                 :REG-CAPDB, :REG-LOCDB, :REG-PRVDB,
USO120                 :REG-NRFLU, :REG-CDMAV, :REG-DTBOL,
USO124                 :REG-CTBOL, :REG-IMBOL
                  FROM NPREGT
                 WHERE REG_ABIUT = :REG-ABIUT
                   AND REG_NOPER = :REG-NOPER
                   MOVE REG-RIFCLI   TO X52-RIFCLI
                   MOVE REG-CANAL    TO X52-CANAL
                   MOVE REG-DTINS    TO X52-DTINS
USO117             MOVE REG-CDDEB    TO X52-CDDEB
USO117             MOVE REG-STANT    TO X52-STANT
USO117             MOVE REG-IMANT    TO X52-IMANT
USO117             MOVE REG-DTANT    TO X52-DTANT
USO118             MOVE REG-STATO    TO X52-STATO
USO118             MOVE REG-DTSTA    TO X52-DTSTA
USO120             MOVE REG-IBAN     TO X52-IBAN
USO120             MOVE REG-ABIDB    TO X52-ABIDB
USO120             MOVE REG-CABDB    TO X52-CABDB
USO120             MOVE REG-DSDEB    TO X52-DSDEB
USO120             MOVE REG-CFDEB    TO X52-CFDEB
USO120             MOVE REG-INDEB    TO X52-INDEB
USO120             MOVE REG-CAPDB    TO X52-CAPDB
USO120             MOVE REG-LOCDB    TO X52-LOCDB
USO120             MOVE REG-PRVDB    TO X52-PRVDB
USO120             MOVE REG-NRFLU    TO X52-NRFLU
USO121             MOVE REG-CDMAV    TO X52-CDMAV
USO121             MOVE REG-DTBOL    TO X52-DTBOL
USO124             MOVE REG-CTBOL    TO X52-CTBOL
USO124             MOVE REG-IMBOL    TO X52-IMBOL
               WHEN SQLCODE EQUAL CENTO
                   MOVE 'NF'         TO X52-RCODE
               WHEN OTHER
              MOVE SQLCA                         TO G01-SQLCA.
       B0030-END.
           EXIT.
USO117*****************************************************************
USO117**   UTILIZZO DEL CASTELLETTO DEL CLIENTE: ANTICIPI IN ESSERE  **
USO118**   (STATO ANTICIPO 'A') SU DOCUMENTI ANCORA IN ESSERE O      **
USO118**   PROROGATI; PAGATI, INSOLUTI E RICHIAMATI HANNO GIA'       **
USO118**   LIBERATO LA LINEA                                         **
USO117*****************************************************************
USO117 B0040-UTILIZZO.
USO117     MOVE X52-ABIUT           TO REG-ABIUT.
USO117     MOVE X52-CDDEB           TO REG-CDDEB.
USO117     MOVE ZERO                TO REG-IMANT.
USO117     EXEC SQL
USO117          SELECT COALESCE(SUM(REG_IMANT),0)
USO117            INTO :REG-IMANT
USO117            FROM NPREGT
USO117           WHERE REG_ABIUT = :REG-ABIUT
USO117             AND REG_CDDEB = :REG-CDDEB
USO117             AND REG_STANT = 'A'
USO118             AND REG_STATO IN ('P', 'O')
USO117     END-EXEC.
USO117     IF SQLCODE NOT EQUAL ZERO
USO117        MOVE 'KO'                          TO X52-RCODE
USO117        MOVE 'S'                           TO G01-TPERR
USO117        MOVE SQLCODE                       TO G01-PIC3
USO117        MOVE 'NPREGT'                      TO G01-ARCHI
USO117        MOVE 'NPX52R'                      TO G01-ROUNM
USO117        MOVE 'B0040-UTILIZZO'              TO G01-LABEL
USO117        MOVE 'ERRORE CALCOLO UTILIZZO'     TO G01-DESC1
USO117        MOVE SQLCA                         TO G01-SQLCA
USO117     ELSE
USO117        MOVE REG-IMANT                     TO X52-IMANT.
USO117 B0040-END.
USO117     EXIT.
USO117*****************************************************************
USO117**   ESITO DELL'ANTICIPO SUL DOCUMENTO: STATO, IMPORTO         **
USO117**   ANTICIPATO E DATA                                         **
USO117*****************************************************************
USO117 B0050-ESITO.
USO117     MOVE X52-ABIUT           TO REG-ABIUT.
USO117     MOVE X52-NOPER           TO REG-NOPER.
USO117     MOVE X52-STANT           TO REG-STANT.
USO117     MOVE X52-IMANT           TO REG-IMANT.
USO117     MOVE X52-DTANT           TO REG-DTANT.
USO117     EXEC SQL
USO117          UPDATE NPREGT
USO117             SET REG_STANT = :REG-STANT,
USO117                 REG_IMANT = :REG-IMANT,
USO117                 REG_DTANT = :REG-DTANT
USO117           WHERE REG_ABIUT = :REG-ABIUT
USO117             AND REG_NOPER = :REG-NOPER
USO117     END-EXEC.
USO117     EVALUATE TRUE
USO117         WHEN SQLCODE EQUAL ZERO
USO117             CONTINUE
USO117         WHEN SQLCODE EQUAL CENTO
USO117             MOVE 'NF'                     TO X52-RCODE
USO117         WHEN OTHER
USO117             MOVE 'KO'                     TO X52-RCODE
USO117             MOVE 'S'                      TO G01-TPERR
USO117             MOVE SQLCODE                  TO G01-PIC3
USO117             MOVE 'NPREGT'                 TO G01-ARCHI
USO117             MOVE 'NPX52R'                 TO G01-ROUNM
USO117             MOVE 'B0050-ESITO'            TO G01-LABEL
USO117             MOVE 'ERRORE ESITO ANTICIPO'  TO G01-DESC1
USO117             MOVE SQLCA                    TO G01-SQLCA
USO117     END-EVALUATE.
USO117 B0050-END.
USO117     EXIT.
USO118*****************************************************************
USO118**   CAMBIO DI STATO DEL DOCUMENTO. PASSAGGI AMMESSI:          **
USO118**    - DA IN ESSERE O PROROGATO ('P' 'O') A QUALSIASI STATO;  **
USO118**    - DA PAGATO SBF ('S') SOLO A INSOLUTO ('I');             **
USO118**    - INSOLUTO E RICHIAMATO ('I' 'R') SONO DEFINITIVI.       **
USO118**   LA PROROGA ('O') PORTA LA NUOVA SCADENZA IN X52-SCADE     **
USO118*****************************************************************
USO118 B0060-STATO.
USO118     IF X52-STATO NOT EQUAL 'S' AND 'I' AND 'R' AND 'O'
USO118     OR X52-DTSTA NOT NUMERIC
USO118     OR X52-DTSTA EQUAL ZERO
USO118        MOVE 'TS'                          TO X52-RCODE
USO118        GO TO B0060-END.
USO118     IF X52-STATO EQUAL 'O'
USO118        IF X52-SCADE NOT NUMERIC
USO118        OR X52-SCADE EQUAL ZERO
USO118           MOVE 'TS'                       TO X52-RCODE
USO118           GO TO B0060-END.
USO118     MOVE X52-ABIUT           TO REG-ABIUT.
USO118     MOVE X52-NOPER           TO REG-NOPER.
USO118     EXEC SQL
USO118          SELECT REG_STATO, REG_SCADE
USO118            INTO :REG-STATO, :REG-SCADE
USO118            FROM NPREGT
USO118           WHERE REG_ABIUT = :REG-ABIUT
USO118             AND REG_NOPER = :REG-NOPER
USO118     END-EXEC.
USO118     IF SQLCODE EQUAL CENTO
USO118        MOVE 'NF'                          TO X52-RCODE
USO118        GO TO B0060-END.
USO118     IF SQLCODE NOT EQUAL ZERO
USO118        MOVE 'KO'                          TO X52-RCODE
USO118        MOVE 'S'                           TO G01-TPERR
USO118        MOVE SQLCODE                       TO G01-PIC3
USO118        MOVE 'NPREGT'                      TO G01-ARCHI
USO118        MOVE 'NPX52R'                      TO G01-ROUNM
USO118        MOVE 'B0060-STATO'                 TO G01-LABEL
USO118        MOVE 'ERRORE LETTURA STATO DOC.'   TO G01-DESC1
USO118        MOVE SQLCA                         TO G01-SQLCA
USO118        GO TO B0060-END.
USO118     IF REG-STATO EQUAL 'I' OR 'R'
USO118        MOVE 'TS'                          TO X52-RCODE
USO118        GO TO B0060-END.
USO118     IF REG-STATO EQUAL 'S'
USO118        AND X52-STATO NOT EQUAL 'I'
USO118        MOVE 'TS'                          TO X52-RCODE
USO118        GO TO B0060-END.
USO118     MOVE X52-STATO           TO REG-STATO.
USO118     MOVE X52-DTSTA           TO REG-DTSTA.
USO118     IF X52-STATO EQUAL 'O'
USO118        MOVE X52-SCADE        TO REG-SCADE.
USO119     IF X52-CDOPE EQUAL SPACES
USO119        MOVE G01-CDOPE        TO X52-CDOPE.
USO119     MOVE X52-CDOPE           TO REG-CDOPS.
USO118     EXEC SQL
USO118          UPDATE NPREGT
USO118             SET REG_STATO = :REG-STATO,
USO118                 REG_DTSTA = :REG-DTSTA,
USO118                 REG_SCADE = :REG-SCADE,
USO119                 REG_CDOPS = :REG-CDOPS
USO118           WHERE REG_ABIUT = :REG-ABIUT
USO118             AND REG_NOPER = :REG-NOPER
USO118     END-EXEC.
USO118     IF SQLCODE NOT EQUAL ZERO
USO118        MOVE 'KO'                          TO X52-RCODE
USO118        MOVE 'S'                           TO G01-TPERR
USO118        MOVE SQLCODE                       TO G01-PIC3
USO118        MOVE 'NPREGT'                      TO G01-ARCHI
USO118        MOVE 'NPX52R'                      TO G01-ROUNM
USO118        MOVE 'B0060-STATO'                 TO G01-LABEL
USO118        MOVE 'ERRORE CAMBIO STATO DOC.'    TO G01-DESC1
USO118        MOVE SQLCA                         TO G01-SQLCA.
USO118 B0060-END.
USO118     EXIT.
USO120*****************************************************************
USO120**   DOCUMENTO INVIATO NEL FLUSSO RIBA X52-NRFLU: LA RIGA      **
USO120**   VIENE MARCATA SOLO SE NON ANCORA INVIATA, COSI' UN        **
USO120**   DOCUMENTO NON PUO' PARTIRE IN DUE FLUSSI                  **
USO120*****************************************************************
USO120 B0070-FLUSSO.
USO120     IF X52-NRFLU NOT NUMERIC
USO120     OR X52-NRFLU EQUAL ZERO
USO120        MOVE 'KO'                          TO X52-RCODE
USO120        MOVE 'S'                           TO G01-TPERR
USO120        MOVE 'NPX52R'                      TO G01-ROUNM
USO120        MOVE 'B0070-FLUSSO'                TO G01-LABEL
USO120        MOVE 'NUMERO FLUSSO ERRATO'        TO G01-DESC1
USO120        GO TO B0070-END.
USO120     MOVE X52-ABIUT           TO REG-ABIUT.
USO120     MOVE X52-NOPER           TO REG-NOPER.
USO120     MOVE X52-NRFLU           TO REG-NRFLU.
USO120     EXEC SQL
USO120          UPDATE NPREGT
USO120             SET REG_NRFLU = :REG-NRFLU
USO120           WHERE REG_ABIUT = :REG-ABIUT
USO120             AND REG_NOPER = :REG-NOPER
USO120             AND REG_NRFLU = 0
USO120     END-EXEC.
USO120     EVALUATE TRUE
USO120         WHEN SQLCODE EQUAL ZERO
USO120             CONTINUE
USO120         WHEN SQLCODE EQUAL CENTO
USO120             MOVE 'NF'                     TO X52-RCODE
USO120         WHEN OTHER
USO120             MOVE 'KO'                     TO X52-RCODE
USO120             MOVE 'S'                      TO G01-TPERR
USO120             MOVE SQLCODE                  TO G01-PIC3
USO120             MOVE 'NPREGT'                 TO G01-ARCHI
USO120             MOVE 'NPX52R'                 TO G01-ROUNM
USO120             MOVE 'B0070-FLUSSO'           TO G01-LABEL
USO120             MOVE 'ERRORE MARCA FLUSSO DOC.' TO G01-DESC1
USO120             MOVE SQLCA                    TO G01-SQLCA
USO120     END-EVALUATE.
USO120 B0070-END.
USO120     EXIT.
USO121*****************************************************************
USO121**   BOLLETTINO MAV EMESSO AL DEBITORE: LA RIGA VIENE MARCATA  **
USO121**   SOLO SE IL BOLLETTINO NON E' ANCORA STATO EMESSO, COSI'   **
USO121**   LE RISTAMPE NON CAMBIANO CODICE NE' DATA DI EMISSIONE     **
USO121*****************************************************************
USO121 B0080-BOLLETTINO.
USO121     IF X52-CDMAV EQUAL SPACES
USO121     OR X52-DTBOL NOT NUMERIC
USO121     OR X52-DTBOL EQUAL ZERO
USO121        MOVE 'KO'                          TO X52-RCODE
USO121        MOVE 'S'                           TO G01-TPERR
USO121        MOVE 'NPX52R'                      TO G01-ROUNM
USO121        MOVE 'B0080-BOLLETTINO'            TO G01-LABEL
USO121        MOVE 'CODICE/DATA MAV ERRATI'      TO G01-DESC1
USO121        GO TO B0080-END.
USO121     MOVE X52-ABIUT           TO REG-ABIUT.
USO121     MOVE X52-NOPER           TO REG-NOPER.
USO121     MOVE X52-CDMAV           TO REG-CDMAV.
USO121     MOVE X52-DTBOL           TO REG-DTBOL.
USO121     EXEC SQL
USO121          UPDATE NPREGT
USO121             SET REG_CDMAV = :REG-CDMAV,
USO121                 REG_DTBOL = :REG-DTBOL
USO121           WHERE REG_ABIUT = :REG-ABIUT
USO121             AND REG_NOPER = :REG-NOPER
USO121             AND REG_DTBOL = 0
USO121     END-EXEC.
USO121     EVALUATE TRUE
USO121         WHEN SQLCODE EQUAL ZERO
USO121             CONTINUE
USO121         WHEN SQLCODE EQUAL CENTO
USO121             MOVE 'NF'                     TO X52-RCODE
USO121         WHEN OTHER
USO121             MOVE 'KO'                     TO X52-RCODE
USO121             MOVE 'S'                      TO G01-TPERR
USO121             MOVE SQLCODE                  TO G01-PIC3
USO121             MOVE 'NPREGT'                 TO G01-ARCHI
USO121             MOVE 'NPX52R'                 TO G01-ROUNM
USO121             MOVE 'B0080-BOLLETTINO'       TO G01-LABEL
USO121             MOVE 'ERRORE MARCA BOLLETTINO' TO G01-DESC1
USO121             MOVE SQLCA                    TO G01-SQLCA
USO121     END-EVALUATE.
USO121 B0080-END.
USO121     EXIT.
