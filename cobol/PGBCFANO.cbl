      *      THE CUSTOMER MUST HAVE LOANS, NONE OPEN, MUST NOT BE
      *      A PARTY ON ANY OPEN LOAN, AND THE LAST RECORDED
      *      ACTIVITY (REPAYMENT, CLOSURE OR WRITE-OFF EVENT, ON
      *      OWN OR PARTY LOANS, ARCHIVED HISTORY INCLUDED) MUST
      *      FALL BEFORE THE RETENTION CUTOFF
             INITIALIZE WS-LOANS-TOTAL
                        WS-LOANS-OPEN
                        WS-PARTY-OPEN
             EXEC SQL
                 SELECT MAX(H.RLOANRPH_DATE)
                   INTO :WS-LAST-DATE
                   FROM (SELECT RLOANRPH_NO, RLOANRPH_DATE
                           FROM LOANRPHST
                         UNION ALL
                         SELECT RLOANRPH_NO, RLOANRPH_DATE
                           FROM ARCRPHST) AS H,
                        LOANMSTR L
                  WHERE L.LOANM_CUST_NO = :ACN-CUSTM-NO
                    AND H.RLOANRPH_NO   = L.LOANM_NO
             END-EXEC
             EXEC SQL
                 SELECT MAX(H.RLOANRPH_DATE)
                   INTO :WS-PARTY-DATE
                   FROM (SELECT RLOANRPH_NO, RLOANRPH_DATE
                           FROM LOANRPHST
                         UNION ALL
                         SELECT RLOANRPH_NO, RLOANRPH_DATE
                           FROM ARCRPHST) AS H,
                        LOANMSTR L, LOANCUST P
                  WHERE P.PLOANCST_CUST_NO = :ACN-CUSTM-NO
                    AND L.LOANM_NO         = P.PLOANCST_NO
                    AND H.RLOANRPH_NO      = L.LOANM_NO
