      *      FISCAL CODE WITH A VALID CHECK CHARACTER (CFISTAB        *
      *      ALGORITHM), SO THE SAME FAKE PERSON APPEARS CONSISTENT   *
      *      ACROSS EVERY TABLE AND NO REAL IDENTITY LEAVES           *
      *      PRODUCTION. EVERY EXTRACTED CUSTOMER IS STILL ENTERED    *
      *      ON THE DISCLOSURE REGISTER (PGBDSCRG) WITH THE TEST      *
      *      REGION AS RECIPIENT AND PURPOSE TEST.                    *
      *  'L' LOAD (RUN IN THE TEST REGION): READS DDTSTOUT AND        *
      *      INSERTS THE ROWS INTO THE TEST TABLES.                   *
      ******************************************************************
           EXEC SQL
               DECLARE CUR-COLL CURSOR FOR
               SELECT CLOANCOL_SEQ, CLOANCOL_TYPE, CLOANCOL_DESC,
                      CLOANCOL_VALUE, CLOANCOL_VALDT, CLOANCOL_ST,
                      CLOANCOL_PROV, CLOANCOL_IDX_VALUE,
                      CLOANCOL_IDX_REF, CLOANCOL_IDX_DATE
               FROM LOANCOLL
               WHERE CLOANCOL_NO = :LLOANM-NO
               ORDER BY CLOANCOL_SEQ

           EXEC SQL
               DECLARE CUR-ROLES CURSOR FOR
               SELECT PLOANCST_NO, PLOANCST_ROLE, PLOANCST_SHARE
               FROM LOANCUST
               WHERE PLOANCST_CUST_NO = :ACN-CUSTM-NO
               ORDER BY PLOANCST_NO
          05 WS-RECORDS-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-RECORDS-LOADED             PIC 9(07) VALUE ZERO.
          05 WS-LOAD-ERRORS                PIC 9(07) VALUE ZERO.
          05 WS-DISCLOSURES                PIC 9(07) VALUE ZERO.

       01 WS-RUN-DATE                      PIC 9(08).

       01 WS-DSC-MODULE                    PIC X(08) VALUE 'PGBDSCRG'.
       COPY PGBDSCRC.

       01 WS-MASK-WORK.
          05  WS-MASK-SEQ            PIC 9(05)       VALUE ZERO.
          05  WS-TP-NO               PIC 9(09).
          05  WS-TP-CUST-NO          PIC 9(09).
          05  WS-TP-ROLE             PIC X(01).
          05  WS-TP-SHARE            PIC 9(03)V99.

       01 WS-T-COLL.
          05  WS-TK-NO               PIC 9(09).
          05  WS-TK-VALUE            PIC 9(10).
          05  WS-TK-VALDT            PIC X(10).
          05  WS-TK-ST               PIC X(01).
          05  WS-TK-PROV             PIC X(02).
          05  WS-TK-IDX-VALUE        PIC 9(10)V99.
          05  WS-TK-IDX-REF          PIC X(08).
          05  WS-TK-IDX-DATE         PIC X(10).

       01 WS-T-HIST.
          05  WS-TH-NO               PIC 9(09).
       0000-EXIT.
            EXIT.
       E1000-EXTRACT-PARA.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

            OPEN INPUT  SUBLST
            OPEN OUTPUT TSTOUT

                THRU E6000-EXIT

             PERFORM E7000-WRITE-HIST-PARA
                THRU E7000-EXIT

             PERFORM E2200-REGISTER-PARA
                THRU E2200-EXIT.

       E2090-NEXT.
             PERFORM E1100-READ-LIST-PARA
                THRU E1100-EXIT.
       E2000-EXIT.
             EXIT.
       E2200-REGISTER-PARA.
             MOVE SPACES                 TO PGBDSCRC
             MOVE LST-CUST-NO            TO DSC-CUST-NO
             MOVE 'TS'                   TO DSC-RECIP-TYPE
             MOVE 'TESTREGION'           TO DSC-RECIP
             STRING 'DDTSTOUT '          DELIMITED BY SIZE
                    WS-RUN-DATE          DELIMITED BY SIZE
                    INTO DSC-FILE-REF
             MOVE 'TEST'                 TO DSC-PURPOSE
             MOVE 'PGBTSTEX'             TO DSC-PGM

             CALL WS-DSC-MODULE USING PGBDSCRC

             IF DSC-RCODE = SPACES
                ADD 1                    TO WS-DISCLOSURES
             END-IF.
       E2200-EXIT.
             EXIT.
       M1000-BUILD-MASK-PARA.
      *      ONE FAKE IDENTITY PER EXTRACTED CUSTOMER, REUSED FOR
      *      EVERY ROW THAT NAMES THE PERSON. THE BIRTH DAY IS
            EXEC SQL
                FETCH CUR-COLL
                INTO :CLOANCOL-SEQ, :CLOANCOL-TYPE, :CLOANCOL-DESC,
                     :CLOANCOL-VALUE, :CLOANCOL-VALDT, :CLOANCOL-ST,
                     :CLOANCOL-PROV, :CLOANCOL-IDX-VALUE,
                     :CLOANCOL-IDX-REF, :CLOANCOL-IDX-DATE
            END-EXEC

            EVALUATE TRUE
                 MOVE CLOANCOL-VALUE      TO WS-TK-VALUE
                 MOVE CLOANCOL-VALDT      TO WS-TK-VALDT
                 MOVE CLOANCOL-ST         TO WS-TK-ST
                 MOVE CLOANCOL-PROV       TO WS-TK-PROV
                 MOVE CLOANCOL-IDX-VALUE  TO WS-TK-IDX-VALUE
                 MOVE CLOANCOL-IDX-REF    TO WS-TK-IDX-REF
                 MOVE CLOANCOL-IDX-DATE   TO WS-TK-IDX-DATE
                 MOVE SPACES              TO TSTOUT-RECORD
                 MOVE 'LOANCOLL'          TO TST-TABLE
                 MOVE WS-T-COLL           TO TST-DATA
       E6100-FETCH-ROLE-PARA.
            EXEC SQL
                FETCH CUR-ROLES
                INTO :PLOANCST-NO, :PLOANCST-ROLE, :PLOANCST-SHARE
            END-EXEC

            EVALUATE TRUE
                 MOVE PLOANCST-NO         TO WS-TP-NO
                 MOVE ACN-CUSTM-NO        TO WS-TP-CUST-NO
                 MOVE PLOANCST-ROLE       TO WS-TP-ROLE
                 MOVE PLOANCST-SHARE      TO WS-TP-SHARE
                 MOVE SPACES              TO TSTOUT-RECORD
                 MOVE 'LOANCUST'          TO TST-TABLE
                 MOVE WS-T-ROLE           TO TST-DATA
             MOVE WS-TP-NO               TO PLOANCST-NO
             MOVE WS-TP-CUST-NO          TO PLOANCST-CUST-NO
             MOVE WS-TP-ROLE             TO PLOANCST-ROLE
             MOVE WS-TP-SHARE            TO PLOANCST-SHARE

             EXEC SQL
                 INSERT INTO LOANCUST VALUES
                 (:PLOANCST-NO, :PLOANCST-CUST-NO, :PLOANCST-ROLE,
                  :PLOANCST-SHARE)
             END-EXEC

             PERFORM L9000-COUNT-LOAD-PARA
             MOVE WS-TK-VALUE            TO CLOANCOL-VALUE
             MOVE WS-TK-VALDT            TO CLOANCOL-VALDT
             MOVE WS-TK-ST               TO CLOANCOL-ST
             MOVE WS-TK-PROV             TO CLOANCOL-PROV
             MOVE WS-TK-IDX-VALUE        TO CLOANCOL-IDX-VALUE
             MOVE WS-TK-IDX-REF          TO CLOANCOL-IDX-REF
             MOVE WS-TK-IDX-DATE         TO CLOANCOL-IDX-DATE

             EXEC SQL
                 INSERT INTO LOANCOLL VALUES
                 (:CLOANCOL-NO, :CLOANCOL-SEQ, :CLOANCOL-TYPE,
                  :CLOANCOL-DESC, :CLOANCOL-VALUE,
                  :CLOANCOL-VALDT, :CLOANCOL-ST,
                  :CLOANCOL-PROV, :CLOANCOL-IDX-VALUE,
                  :CLOANCOL-IDX-REF, :CLOANCOL-IDX-DATE)
             END-EXEC

             PERFORM L9000-COUNT-LOAD-PARA
                  WS-CUSTS-EXTRACTED
               DISPLAY 'TRANSPORT RECORDS WRITTEN ....: ',
                  WS-RECORDS-WRITTEN
               DISPLAY 'DISCLOSURES REGISTERED .......: ',
                  WS-DISCLOSURES
            ELSE
               DISPLAY 'TRANSPORT RECORDS LOADED .....: ',
                  WS-RECORDS-LOADED
