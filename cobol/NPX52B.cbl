      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO109* 020926 PRIMA STESURA - INTERROGAZIONE REGISTRO PRESENTAZIONI  *
USO118* 151026 STAMPATI STATO E DATA STATO DEL DOCUMENTO, CON TOTALI  *
USO118*        PER STATO                                              *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CNT-TROVATI              PIC 9(007) COMP-3 VALUE ZERO.
           05  TOT-IMPORTI              PIC S9(15)V99 COMP-3
                                                       VALUE ZERO.
USO118     05  CNT-IN-ESSERE            PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-PROROGATI            PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-PAGATI               PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-INSOLUTI             PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-RICHIAMATI           PIC 9(007) COMP-3 VALUE ZERO.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL
                DECLARE CUR-REG-CLI CURSOR FOR
                SELECT REG_ABIUT, REG_NOPER, REG_FTPRE, REG_SCADE,
                       REG_IMPOR, REG_RIFCLI, REG_CANAL, REG_DTINS,
USO118                 REG_STATO, REG_DTSTA
                FROM   NPREGT
                WHERE  REG_ABIUT  = :REG-ABIUT
                  AND  REG_RIFCLI = :REG-RIFCLI
           EXEC SQL
                DECLARE CUR-REG-SCA CURSOR FOR
                SELECT REG_ABIUT, REG_NOPER, REG_FTPRE, REG_SCADE,
                       REG_IMPOR, REG_RIFCLI, REG_CANAL, REG_DTINS,
USO118                 REG_STATO, REG_DTSTA
                FROM   NPREGT
                WHERE  REG_ABIUT = :REG-ABIUT
                  AND  REG_SCADE BETWEEN :WKS-SCADE-DA
           MOVE WKS-NOPER                   TO REG-NOPER.
           EXEC SQL
                SELECT REG_FTPRE, REG_SCADE, REG_IMPOR,
                       REG_RIFCLI, REG_CANAL, REG_DTINS,
USO118                 REG_STATO, REG_DTSTA
                  INTO :REG-FTPRE, :REG-SCADE, :REG-IMPOR,
                       :REG-RIFCLI, :REG-CANAL, :REG-DTINS,
USO118                 :REG-STATO, :REG-DTSTA
                  FROM NPREGT
                 WHERE REG_ABIUT = :REG-ABIUT
                   AND REG_NOPER = :REG-NOPER
                FETCH CUR-REG-CLI
                INTO :REG-ABIUT, :REG-NOPER, :REG-FTPRE,
                     :REG-SCADE, :REG-IMPOR, :REG-RIFCLI,
                     :REG-CANAL, :REG-DTINS,
USO118               :REG-STATO, :REG-DTSTA
           END-EXEC.
           IF SQLCODE EQUAL ZERO
              PERFORM Z0020-STAMPA-RIGA     THRU Z0020-END
                FETCH CUR-REG-SCA
                INTO :REG-ABIUT, :REG-NOPER, :REG-FTPRE,
                     :REG-SCADE, :REG-IMPOR, :REG-RIFCLI,
                     :REG-CANAL, :REG-DTINS,
USO118               :REG-STATO, :REG-DTSTA
           END-EXEC.
           IF SQLCODE EQUAL ZERO
              PERFORM Z0020-STAMPA-RIGA     THRU Z0020-END
                   ' IMPORTO ' WKS-ED-IMPOR
                   ' CLIENTE ' REG-RIFCLI
                   ' CANALE ' REG-CANAL
                   ' DEL ' REG-DTINS
USO118             ' STATO ' REG-STATO
USO118             ' DAL ' REG-DTSTA.
USO118     EVALUATE REG-STATO
USO118         WHEN 'P'
USO118             ADD 1                    TO CNT-IN-ESSERE
USO118         WHEN 'O'
USO118             ADD 1                    TO CNT-PROROGATI
USO118         WHEN 'S'
USO118             ADD 1                    TO CNT-PAGATI
USO118         WHEN 'I'
USO118             ADD 1                    TO CNT-INSOLUTI
USO118         WHEN 'R'
USO118             ADD 1                    TO CNT-RICHIAMATI
USO118     END-EVALUATE.
       Z0020-END.
           EXIT.
      **************************************************************
           DISPLAY 'NPX52B DOCUMENTI TROVATI .: ' CNT-TROVATI.
           MOVE TOT-IMPORTI                 TO WKS-ED-IMPOR.
           DISPLAY 'NPX52B IMPORTI TOTALI ....: ' WKS-ED-IMPOR.
USO118     DISPLAY 'NPX52B IN ESSERE .........: ' CNT-IN-ESSERE.
USO118     DISPLAY 'NPX52B PROROGATI .........: ' CNT-PROROGATI.
USO118     DISPLAY 'NPX52B PAGATI SBF ........: ' CNT-PAGATI.
USO118     DISPLAY 'NPX52B INSOLUTI ..........: ' CNT-INSOLUTI.
USO118     DISPLAY 'NPX52B RICHIAMATI ........: ' CNT-RICHIAMATI.
           DISPLAY '----------------------------------------------'.
       Z0010-END.
           EXIT.
