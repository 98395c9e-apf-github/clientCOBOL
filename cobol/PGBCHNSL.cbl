       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCHNSL.
      ******************************************************************
      * DELIVERY-CHANNEL ROUTINE OF THE CUSTOMER OUTPUT. CALLED WITH  *
      * THE PGBCHNRC COMMAREA BY EVERY PRODUCER OF THE OUTPUT QUEUE   *
      * DDOUTQUE BEFORE IT WRITES A DOCUMENT. A CUSTOMER WHO PREFERS  *
      * THE ELECTRONIC CHANNEL AND HAS GIVEN THE CONSENT (CUSTTRAN    *
      * '07') RECEIVES THE DOCUMENTS BY E-MAIL, OR BY PEC WHEN NO     *
      * E-MAIL IS ON FILE. THE FORMAL NOTICES (DUNNING LETTERS,       *
      * CREDIT-BUREAU PRE-NOTICES, GUARANTOR NOTICES AND DEMANDS)     *
      * NEED LEGAL PROOF OF DELIVERY: THEY GO ELECTRONIC ONLY BY PEC, *
      * OTHERWISE ON PAPER. EVERY OTHER CASE ANSWERS PAPER.           *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *        INCLUDE CUSTM_TABLE
           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

       LINKAGE SECTION.
       COPY PGBCHNRC.

       PROCEDURE DIVISION USING PGBCHNRC.
       0000-MAIN-PROCESSING-PARA.
            MOVE SPACES                 TO CHN-RCODE
                                           CHN-EADDR
            MOVE 'P'                    TO CHN-CHANNEL
            MOVE 'N'                    TO CHN-CERTIFIED

            PERFORM A1000-READ-PREFERENCE-PARA
               THRU A1000-EXIT
            IF CHN-RCODE NOT = SPACES
               GO TO 0000-EXIT
            END-IF

            IF ACN-CUSTM-CHANNEL NOT = 'E'
            OR ACN-CUSTM-ECONS-DATE = SPACES
               GO TO 0000-EXIT
            END-IF

            PERFORM A2000-CHOOSE-ADDRESS-PARA
               THRU A2000-EXIT.
       0000-EXIT.
           GOBACK.
       A1000-READ-PREFERENCE-PARA.
             MOVE CHN-CUST-NO             TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_CHANNEL, CUSTM_EMAIL, CUSTM_PEC,
                        CUSTM_ECONS_DATE
                   INTO :ACN-CUSTM-CHANNEL, :ACN-CUSTM-EMAIL,
                        :ACN-CUSTM-PEC, :ACN-CUSTM-ECONS-DATE
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE 'NF'               TO CHN-RCODE
             WHEN OTHER
                  DISPLAY 'PGBCHNSL CUSTOMER SQLCODE -',SQLCODE,
                     ' CUSTOMER ',CHN-CUST-NO
                  MOVE 'DB'               TO CHN-RCODE
             END-EVALUATE.
       A1000-EXIT.
             EXIT.
       A2000-CHOOSE-ADDRESS-PARA.
      *      A FORMAL NOTICE ONLY BY PEC, ANY OTHER DOCUMENT BY
      *      E-MAIL FIRST
             IF CHN-DOC-TYPE = 'DUNL' OR 'SICN' OR 'GNOT' OR 'GDEM'
                IF ACN-CUSTM-PEC NOT = SPACES
                   MOVE 'E'               TO CHN-CHANNEL
                   MOVE 'Y'               TO CHN-CERTIFIED
                   MOVE ACN-CUSTM-PEC     TO CHN-EADDR
                END-IF
                GO TO A2000-EXIT
             END-IF

             EVALUATE TRUE
             WHEN ACN-CUSTM-EMAIL NOT = SPACES
                  MOVE 'E'                TO CHN-CHANNEL
                  MOVE ACN-CUSTM-EMAIL    TO CHN-EADDR
             WHEN ACN-CUSTM-PEC NOT = SPACES
                  MOVE 'E'                TO CHN-CHANNEL
                  MOVE 'Y'                TO CHN-CERTIFIED
                  MOVE ACN-CUSTM-PEC      TO CHN-EADDR
             END-EVALUATE.
       A2000-EXIT.
             EXIT.
       END PROGRAM PGBCHNSL.
