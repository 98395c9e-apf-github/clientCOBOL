      *    FROM LOANCUST;                                             *
      *  - BY CUSTOMER NUMBER: THE CUSTOMER'S LOAN LIST, PLUS THE     *
      *    FULL POSITION WHEN EXACTLY ONE LOAN IS OPEN.               *
      * THE HISTORY OF A LOAN ARCHIVED BY PGBLNARC IS READ FROM THE   *
      * ARCHIVE TABLES TOGETHER WITH THE LIVE ONES.                   *
      * STRICTLY READ-ONLY. THE OPERATOR MUST HOLD THE A95            *
      * ENABLEMENT FOR THE FUNCTION (SAME ROWS AS THE NP ROUTINES)    *
      * AND EVERY ACCESS IS LOGGED TO NPERRT THROUGH NPX50P.          *
               SELECT SLOANSCH_SEQ, SLOANSCH_DUE_DATE,
                      SLOANSCH_PRIN, SLOANSCH_INT
               FROM LOANSCHD
               WHERE SLOANSCH_NO = :LLOANM-NO
                 AND SLOANSCH_DUE_DATE >= :WS-CURR-DATE
               UNION ALL
               SELECT SLOANSCH_SEQ, SLOANSCH_DUE_DATE,
                      SLOANSCH_PRIN, SLOANSCH_INT
               FROM ARCSCHD
               WHERE SLOANSCH_NO = :LLOANM-NO
                 AND SLOANSCH_DUE_DATE >= :WS-CURR-DATE
               ORDER BY SLOANSCH_SEQ
                      RLOANRPH_OS_AMT
               FROM LOANRPHST
               WHERE RLOANRPH_NO = :LLOANM-NO
               UNION ALL
               SELECT RLOANRPH_DATE, RLOANRPH_RP_AMT,
                      RLOANRPH_OS_AMT
               FROM ARCRPHST
               WHERE RLOANRPH_NO = :LLOANM-NO
               ORDER BY RLOANRPH_DATE DESC
           END-EXEC.

                          WHERE RLOANRPH_NO = :LLOANM-NO)
             END-EXEC

      *      THE HISTORY OF A LONG-CLOSED LOAN LIVES IN THE ARCHIVE
             IF SQLCODE = 100
                EXEC SQL
                    SELECT RLOANRPH_OS_AMT
                      INTO :WS-OUTSTANDING
                      FROM ARCRPHST
                     WHERE RLOANRPH_NO   = :LLOANM-NO
                       AND RLOANRPH_DATE =
                           (SELECT MAX(RLOANRPH_DATE)
                              FROM ARCRPHST
                             WHERE RLOANRPH_NO = :LLOANM-NO)
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                MOVE LLOANM-MAX-AMT       TO WS-OUTSTANDING
             END-IF
             MOVE ZERO                    TO WS-ACCR-TOTAL

             EXEC SQL
                 SELECT COALESCE(SUM(A.ALOANACR_AMT), 0)
                   INTO :WS-ACCR-TOTAL
                   FROM (SELECT ALOANACR_AMT
                           FROM LOANACRH
                          WHERE ALOANACR_NO = :LLOANM-NO
                         UNION ALL
                         SELECT ALOANACR_AMT
                           FROM ARCACRH
                          WHERE ALOANACR_NO = :LLOANM-NO) AS A
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
