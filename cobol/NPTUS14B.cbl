      * ATTIVE DEL COMPARTO FINANZIAMENTI: PER OGNI PRESTITO APERTO   *
      * SU LOANMSTR SI RICOSTRUISCE IL TASSO EFFETTIVO GLOBALE        *
      * (TASSO CONTRATTUALE PIU' INCIDENZA ANNUA DEGLI ONERI          *
USO112* EFFETTIVAMENTE ADDEBITATI AL PRESTITO SUL REGISTRO ADDEBITI   *
USO112* LOANCHRG) E LO SI CONFRONTA CON LA SOGLIA DELLA CATEGORIA     *
      * (RIGHE T37 TPROC='SOGLIEUSURA' CARICATE DA NPTUS13B).         *
      * PROSPETTO DELLE POSIZIONI SOPRA, VICINE (OLTRE IL 90 PER      *
      * CENTO) O ENTRO SOGLIA, CON TOTALI PER CATEGORIA               *
      *----------         M O D I F I C H E        -------------------*
USO082* 220826 PRIMA STESURA - SCANSIONE ECCEZIONI USURA              *
USO105* 020926 DEPOSITO DEL PROSPETTO NELL'ARCHIVIO REPORT NPREPT     *
USO112* 151026 ONERI DAL REGISTRO ADDEBITI LOANCHRG, NON PIU' DEDOTTI *
USO112*        DALLE ECCEDENZE DELLA STORIA RIMBORSI                  *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA    END-EXEC.
           EXEC SQL INCLUDE LOANMSTR END-EXEC.
USO112     EXEC SQL INCLUDE LOANCHRG END-EXEC.
           EXEC SQL DECLARE CUR-POSIZ CURSOR FOR
                SELECT LOANM_CAT, LOANM_NO, LOANM_TERM,
                       LOANM_ROI, LOANM_MAX_AMT
      *------------------------------------------------------*
      *   CALCOLO TEG E TOTALI PER CATEGORIA                  *
      *------------------------------------------------------*
       01  WKS-ONERI                    PIC S9(013)V99 COMP-3.
       01  WKS-ANNI                     PIC S9(003)V99 COMP-3.
       01  WKS-TEG                      PIC S9(003)V99 COMP-3.
       B0020-END.
           EXIT.
      **************************************************************
USO112** TEG = TASSO CONTRATTUALE + INCIDENZA ANNUA DEGLI ONERI   **
USO112** ADDEBITATI AL PRESTITO (REGISTRO LOANCHRG, QUALUNQUE     **
USO112** STATO; GLI INTERESSI DI MORA NON VI FIGURANO)            **
      **************************************************************
       B0030-CALCOLA-TEG.
USO112     MOVE ZERO                        TO WKS-ONERI.
USO112     EXEC SQL
USO112          SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
USO112            INTO :WKS-ONERI
USO112            FROM LOANCHRG
USO112           WHERE JLOANCHG_NO = :LLOANM-NO
USO112     END-EXEC.
USO112     IF SQLCODE NOT EQUAL ZERO AND
USO112        SQLCODE NOT EQUAL 100
USO112        MOVE ZERO                     TO WKS-ONERI.
           IF LLOANM-TERM GREATER ZERO
              COMPUTE WKS-ANNI ROUNDED = LLOANM-TERM / 12
           ELSE
              MOVE 1                        TO WKS-ANNI.
           IF WKS-ANNI EQUAL ZERO
              MOVE 1                        TO WKS-ANNI.
           IF LLOANM-MAX-AMT GREATER ZERO
              COMPUTE WKS-TEG ROUNDED = LLOANM-ROI +
                 (WKS-ONERI * 100) / (LLOANM-MAX-AMT * WKS-ANNI)
