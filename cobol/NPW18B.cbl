      *            - CONTATORI E ACCUMULATORI INSOLUTI VENGONO        *
      *              AGGIORNATI A PACCHETTI CON LA FUNZIONE UT DI     *
      *              NPX09R (VOCI U8);                                *
USO118*            - IL DOCUMENTO ORIGINARIO SUL REGISTRO NPREGT     *
USO118*              PASSA IN STATO INSOLUTO ('I'): SE ERA STATO      *
USO118*              ANTICIPATO NON IMPEGNA PIU' IL CASTELLETTO DEL   *
USO118*              CLIENTE;                                         *
      *           IN CODA, PROSPETTO DEL RAPPORTO INSOLUTI PER        *
      *           FILIALE E TIPO PRESENTAZIONE (NUMERI E IMPORTI)     *
      *           PER IL CONTROLLO QUALITA' DELLA CARTA               *
      *---------------------------------------------------------------*
      *----------         M O D I F I C H E        -------------------*
USO096* 010926 PRIMA STESURA - RITORNO INSOLUTI                       *
USO117* 151026 GLI INSOLUTI DI DOCUMENTI ANTICIPATI LIBERANO IL       *
USO117*        CASTELLETTO: STATO ANTICIPO 'I' SU NPREGT (NPX52R ES)  *
USO118* 151026 OGNI INSOLUTO PORTA IL DOCUMENTO ORIGINARIO IN STATO   *
USO118*        'I' SU NPREGT (NPX52R ST), ANTICIPATO O NO; LO STATO   *
USO118*        DEL DOCUMENTO SOSTITUISCE LO STATO ANTICIPO 'I'        *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CNT-LETTI                PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-LAVORATI             PIC 9(007) COMP-3 VALUE ZERO.
           05  CNT-SCARTATI             PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-STATO-INS            PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-NON-REG              PIC 9(007) COMP-3 VALUE ZERO.
USO118     05  CNT-GIA-CHIUSI           PIC 9(007) COMP-3 VALUE ZERO.
       01  WKS-PACCO-NR                 PIC 9(002) VALUE ZERO.
       01  WKS-PACCO-ABI                PIC X(005) VALUE SPACES.
      *------------------------------------------------------*
       01  WKS-ED-RAPPO                 PIC ZZ9,99.
       01  WKS-ED-IMPOR                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       COPY  NPX09RC.
USO117 COPY  NPX52RC.
       COPY  NPG01RC.
       COPY  NPG03RC.
           EXEC SQL INCLUDE SQLCA  END-EXEC.
              PERFORM C0020-REGISTRA-EVENTO THRU C0020-END
              PERFORM C0030-ACCODA-PACCO    THRU C0030-END
              PERFORM C0040-ACCUMULA-PROSP  THRU C0040-END
USO118        PERFORM C0050-STATO-INSOLUTO THRU C0050-END
              ADD 1                         TO CNT-LAVORATI.
           PERFORM R0010-LEGGI-INSOLU       THRU R0010-END.
       B0000-END.
              MOVE WKS-IND                  TO WKS-TROV.
       C0045-END.
           EXIT.
USO118**************************************************************
USO118** IL DOCUMENTO ORIGINARIO, TROVATO SUL REGISTRO NPREGT     **
USO118** DAL NUMERO OPERAZIONE, PASSA IN STATO INSOLUTO: SE ERA   **
USO118** ANTICIPATO ESCE COSI' DALL'UTILIZZO DEL CASTELLETTO      **
USO118**************************************************************
USO118 C0050-STATO-INSOLUTO.
USO118     MOVE SPACES                      TO NPX52RC.
USO118     MOVE 'ST'                        TO X52-FUNZI.
USO118     MOVE INS-ABIUT                   TO X52-ABIUT.
USO118     MOVE INS-NOPER                   TO X52-NOPER.
USO118     MOVE 'I'                         TO X52-STATO.
USO118     MOVE WRK-DATA9                   TO X52-DTSTA.
USO118     PERFORM X0052-RICHIAMO           THRU X0052-END.
USO118     IF X52-RCODE EQUAL SPACES
USO118        ADD 1                         TO CNT-STATO-INS
USO118        GO TO C0050-END.
USO118     IF X52-RCODE EQUAL 'NF'
USO118        ADD 1                         TO CNT-NON-REG
USO118        DISPLAY 'NPW18B OPER ' INS-ABIUT '/' INS-NOPER
USO118                ' NON A REGISTRO NPREGT'
USO118     ELSE
USO118     IF X52-RCODE EQUAL 'TS'
USO118        ADD 1                         TO CNT-GIA-CHIUSI
USO118        DISPLAY 'NPW18B OPER ' INS-ABIUT '/' INS-NOPER
USO118                ' GIA'' INSOLUTO O RICHIAMATO SU NPREGT'
USO118     ELSE
USO118        DISPLAY 'NPW18B ERRORE CAMBIO STATO NPREGT OPER '
USO118                INS-NOPER
USO118        MOVE 8                        TO RETURN-CODE
USO118        MOVE SPACES                   TO NPG01RC.
USO118     MOVE SPACES                      TO X52-RCODE.
USO118 C0050-END.
USO118     EXIT.
      **************************************************************
      ** PROSPETTO RAPPORTO INSOLUTI PER FILIALE E TIPO           **
      **************************************************************
           DISPLAY 'PARTITE LETTE ............: ' CNT-LETTI.
           DISPLAY 'PARTITE LAVORATE .........: ' CNT-LAVORATI.
           DISPLAY 'PARTITE SCARTATE .........: ' CNT-SCARTATI.
USO118     DISPLAY 'INSOLUTI SU REGISTRO .....: ' CNT-STATO-INS.
USO118     DISPLAY 'NON A REGISTRO ...........: ' CNT-NON-REG.
USO118     DISPLAY 'GIA'' CHIUSI SU REGISTRO ..: ' CNT-GIA-CHIUSI.
           DISPLAY '----------------------------------------------'.
           IF CNT-SCARTATI GREATER ZERO
              IF RETURN-CODE EQUAL ZERO
           MOVE WRK-NPG01-0500      TO NPG01RC.
       X0009-END.
           EXIT.
USO117*--------------------------------------------------------
USO117* RICHIAMO ROUTINE NPX52P
USO117*--------------------------------------------------------
USO117 X0052-RICHIAMO.
USO117     MOVE 'NPX52P'            TO WRK-MODULO.
USO117     MOVE NPX52RC             TO WRK-NP0500.
USO117     MOVE NPG01RC             TO WRK-NPG01-0500.
USO117     CALL WRK-MODULO USING WRK-1150.
USO117     MOVE WRK-NP0500          TO NPX52RC.
USO117     MOVE WRK-NPG01-0500      TO NPG01RC.
USO117 X0052-END.
USO117     EXIT.
