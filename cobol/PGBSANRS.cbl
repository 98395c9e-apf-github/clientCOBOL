       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSANRS.
      ******************************************************************
      * NIGHTLY SANCTIONS AND PEP RESCREEN OF THE CUSTOMER BASE. RUNS *
      * AFTER THE LIST LOAD PGBSANLD AND DOES THE WORK ONLY WHEN THE  *
      * LOAD CHANGED THE LIST (RESCREEN FLAG OF SANCCTL). EVERY LIVE  *
      * CUSTOMER OF CUSTM_TABLE IS SCREENED BY THE ROUTINE PGBSANCK   *
      * ON NAME AND DATE OF BIRTH; A POTENTIAL HIT NOT ALREADY UNDER  *
      * REVIEW OR CONFIRMED FOR THE SAME LIST ENTRY IS RECORDED ON    *
      * SANCHIT AS PENDING ('P', ORIGIN 'N') FOR THE COMPLIANCE       *
      * OFFICER AND PRINTED ON DDSANRPT. THE OFFICER'S DECISIONS ARE  *
      * APPLIED BY PGBSANDC; A CONFIRMED HIT FREEZES DISBURSEMENTS    *
      * AND REFUNDS OF THE CUSTOMER IN PGBPRTXN. THE FLAG IS RESET    *
      * ONLY WHEN THE WHOLE BASE WAS SCREENED, SO A RUN CUT SHORT BY  *
      * A DATABASE ERROR IS REPEATED THE NEXT NIGHT.                  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANRPT  ASSIGN TO DDSANRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SANRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SANRPT.
       01 SANRPT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE SANCCTL
           END-EXEC.

           EXEC SQL
               INCLUDE SANCHIT
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CUSTOMERS CURSOR FOR
               SELECT CUSTM_NO, CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                      CUSTM_DOB, CUSTM_FISCODE
               FROM CUSTM_TABLE
               WHERE CUSTM_DELETED NOT IN ('Y', 'A')
               ORDER BY CUSTM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SANRPT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-CUSTOMERS-FLAG             PIC X(01).
             88  END-OF-CUSTOMERS          VALUE '1'.
          05 WS-ERROR-FLAG                 PIC X(01).
             88  RESCREEN-FAILED           VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-CUST-SCREENED              PIC 9(07) VALUE ZERO.
          05 WS-HITS-RECORDED              PIC 9(07) VALUE ZERO.
          05 WS-HITS-KNOWN                 PIC 9(07) VALUE ZERO.
          05 WS-HITS-PENDING-TOTAL         PIC 9(07) VALUE ZERO.

       01 WS-LAST-HIT-NO                   PIC S9(9)     COMP.
       01 WS-HIT-COUNT                     PIC S9(9)     COMP.

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-DD     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-CCYY   PIC 9(04)       VALUE ZERO.

       01 WS-TEMP-DATE.
           10  WS-TEMP-DATE-YY     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-MM     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-DD     PIC 9(02)       VALUE ZERO.

       01 WS-SAN-MODULE                    PIC X(08) VALUE 'PGBSANCK'.
           COPY PGBSANRC.

       01 WS-PRT-LINE                      PIC X(132).
       01 WS-ED-HIT                        PIC Z(08)9.
       01 WS-ED-CUST                       PIC Z(08)9.
       01 WS-ED-SCORE                      PIC ZZ9.
       01 WS-ED-COUNT                      PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            EXEC SQL
                OPEN CUR-CUSTOMERS
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBSANRS OPEN CUR-CUSTOMERS SQLCODE -',SQLCODE
               SET END-OF-CUSTOMERS TO TRUE
               SET RESCREEN-FAILED  TO TRUE
            END-IF

            PERFORM A2100-FETCH-CUSTOMER-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-CUSTOMER-PARA
               THRU A2200-EXIT
               UNTIL END-OF-CUSTOMERS

            EXEC SQL
                CLOSE CUR-CUSTOMERS
            END-EXEC

            IF NOT RESCREEN-FAILED
               PERFORM A3000-RESET-FLAG-PARA
                  THRU A3000-EXIT
            END-IF

            CLOSE SANRPT

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-HOUSE-KEEPING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            MOVE 'LIST'                 TO ZSANCCTL-KEY

            EXEC SQL
                SELECT ZSANCCTL_RESCREEN, ZSANCCTL_LIST_DATE
                  INTO :ZSANCCTL-RESCREEN, :ZSANCCTL-LIST-DATE
                  FROM SANCCTL
                 WHERE ZSANCCTL_KEY = :ZSANCCTL-KEY
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 DISPLAY 'PGBSANRS NO SCREENING LIST LOADED YET'
                 GOBACK
            WHEN OTHER
                 DISPLAY 'PGBSANRS SANCCTL READ SQLCODE -',SQLCODE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
            END-EVALUATE

            IF ZSANCCTL-RESCREEN NOT = 'Y'
               DISPLAY 'PGBSANRS LIST UNCHANGED SINCE LAST RESCREEN -',
                  ' NOTHING TO DO'
               GOBACK
            END-IF

            EXEC SQL
                SELECT COALESCE(MAX(TSANCHIT_NO), 0)
                  INTO :WS-LAST-HIT-NO
                  FROM SANCHIT
            END-EXEC
            IF SQLCODE NOT = 0
               DISPLAY 'PGBSANRS LAST HIT NUMBER SQLCODE -',SQLCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF

            OPEN OUTPUT SANRPT
            DISPLAY 'SANRPT FILE STATUS -',WS-SANRPT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'SANCTIONS/PEP RESCREEN OF ' DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   ' - LIST EDITION '   DELIMITED BY SIZE
                   ZSANCCTL-LIST-DATE   DELIMITED BY SIZE
                   ' - POTENTIAL HITS FOR REVIEW'
                                        DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE SANRPT-RECORD FROM WS-PRT-LINE
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE SANRPT-RECORD FROM WS-PRT-LINE.
       A1000-EXIT.
             EXIT.
       A2100-FETCH-CUSTOMER-PARA.
            EXEC SQL
                FETCH CUR-CUSTOMERS
                INTO :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                     :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-DOB,
                     :ACN-CUSTM-FISCODE
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-CUST-SCREENED
            WHEN SQLCODE = 100
                 SET END-OF-CUSTOMERS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBSANRS FETCH CUR-CUSTOMERS SQLCODE -',
                    SQLCODE
                 SET END-OF-CUSTOMERS TO TRUE
                 SET RESCREEN-FAILED  TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-CUSTOMER-PARA.
             MOVE SPACES                  TO PGBSANRC
             MOVE 'S'                     TO SAN-FUNZI
             MOVE ACN-CUSTM-NO            TO SAN-CUST-NO
             MOVE ACN-CUSTM-FISCODE       TO SAN-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM   TO SAN-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM   TO SAN-FRSTNM
             MOVE ACN-CUSTM-DOB           TO SAN-DOB
             CALL WS-SAN-MODULE USING PGBSANRC

             EVALUATE SAN-RCODE
             WHEN SPACES
                  GO TO A2290-NEXT
             WHEN 'HT'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBSANRS SCREENING FAILED CUSTOMER ',
                     ACN-CUSTM-NO,' RC ',SAN-RCODE
                  SET END-OF-CUSTOMERS   TO TRUE
                  SET RESCREEN-FAILED    TO TRUE
                  GO TO A2200-EXIT
             END-EVALUATE

      *      A HIT ALREADY PENDING OR CONFIRMED FOR THE CUSTOMER AND
      *      THE SAME LIST ENTRY IS NOT RECORDED AGAIN
             MOVE ACN-CUSTM-NO            TO TSANCHIT-CUST-NO
             MOVE SAN-HIT-ID              TO TSANCHIT-LIST-ID
             MOVE ZERO                    TO WS-HIT-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-HIT-COUNT
                   FROM SANCHIT
                  WHERE TSANCHIT_CUST_NO = :TSANCHIT-CUST-NO
                    AND TSANCHIT_LIST_ID = :TSANCHIT-LIST-ID
                    AND TSANCHIT_ST IN ('P', 'C')
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANRS HIT CHECK SQLCODE -',SQLCODE
                SET END-OF-CUSTOMERS     TO TRUE
                SET RESCREEN-FAILED      TO TRUE
                GO TO A2200-EXIT
             END-IF

             IF WS-HIT-COUNT > ZERO
                ADD 1                     TO WS-HITS-KNOWN
                GO TO A2290-NEXT
             END-IF

             PERFORM C1000-RECORD-HIT-PARA
                THRU C1000-EXIT.

       A2290-NEXT.
             PERFORM A2100-FETCH-CUSTOMER-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       C1000-RECORD-HIT-PARA.
             ADD 1                        TO WS-LAST-HIT-NO
             MOVE WS-LAST-HIT-NO          TO TSANCHIT-NO
             MOVE WS-CURR-DATE            TO TSANCHIT-DATE
             MOVE 'N'                     TO TSANCHIT-ORIGIN
             MOVE ACN-CUSTM-NO            TO TSANCHIT-CUST-NO
             MOVE SAN-LASTNM              TO TSANCHIT-LASTNM
             MOVE SAN-FRSTNM              TO TSANCHIT-FRSTNM
             MOVE SAN-DOB                 TO TSANCHIT-DOB
             MOVE SAN-FISCODE             TO TSANCHIT-FISCODE
             MOVE SAN-HIT-ID              TO TSANCHIT-LIST-ID
             MOVE SAN-HIT-SRC             TO TSANCHIT-LIST-SRC
             MOVE SAN-HIT-SCORE           TO TSANCHIT-SCORE
             MOVE SPACE                   TO TSANCHIT-TXN-SRC
             MOVE SPACES                  TO TSANCHIT-TXN
             MOVE 'P'                     TO TSANCHIT-ST
             MOVE SPACES                  TO TSANCHIT-DEC-DATE
                                             TSANCHIT-DEC-BY
                                             TSANCHIT-DEC-NOTE

             EXEC SQL
                 INSERT INTO SANCHIT
                 (TSANCHIT_NO, TSANCHIT_DATE, TSANCHIT_ORIGIN,
                  TSANCHIT_CUST_NO, TSANCHIT_LASTNM, TSANCHIT_FRSTNM,
                  TSANCHIT_DOB, TSANCHIT_FISCODE, TSANCHIT_LIST_ID,
                  TSANCHIT_LIST_SRC, TSANCHIT_SCORE, TSANCHIT_TXN_SRC,
                  TSANCHIT_TXN, TSANCHIT_ST, TSANCHIT_DEC_DATE,
                  TSANCHIT_DEC_BY, TSANCHIT_DEC_NOTE)
                 VALUES
                 (:TSANCHIT-NO, :TSANCHIT-DATE, :TSANCHIT-ORIGIN,
                  :TSANCHIT-CUST-NO, :TSANCHIT-LASTNM,
                  :TSANCHIT-FRSTNM, :TSANCHIT-DOB, :TSANCHIT-FISCODE,
                  :TSANCHIT-LIST-ID, :TSANCHIT-LIST-SRC,
                  :TSANCHIT-SCORE, :TSANCHIT-TXN-SRC, :TSANCHIT-TXN,
                  :TSANCHIT-ST, :TSANCHIT-DEC-DATE, :TSANCHIT-DEC-BY,
                  :TSANCHIT-DEC-NOTE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANRS HIT INSERT SQLCODE -',SQLCODE,
                   ' CUSTOMER ',ACN-CUSTM-NO
                SET END-OF-CUSTOMERS     TO TRUE
                SET RESCREEN-FAILED      TO TRUE
                GO TO C1000-EXIT
             END-IF

             ADD 1                        TO WS-HITS-RECORDED

             MOVE TSANCHIT-NO             TO WS-ED-HIT
             MOVE ACN-CUSTM-NO            TO WS-ED-CUST
             MOVE SPACES                  TO WS-PRT-LINE
             STRING 'HIT '                DELIMITED BY SIZE
                    WS-ED-HIT             DELIMITED BY SIZE
                    '  CUSTOMER '         DELIMITED BY SIZE
                    WS-ED-CUST            DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    SAN-FRSTNM            DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    SAN-LASTNM            DELIMITED BY '  '
                    '  BORN '             DELIMITED BY SIZE
                    SAN-DOB               DELIMITED BY SIZE
                    '  CF '               DELIMITED BY SIZE
                    SAN-FISCODE           DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE SANRPT-RECORD FROM WS-PRT-LINE

             MOVE SAN-HIT-SCORE           TO WS-ED-SCORE
             MOVE SAN-HIT-COUNT           TO WS-ED-COUNT
             MOVE SPACES                  TO WS-PRT-LINE
             STRING '   LIST '            DELIMITED BY SIZE
                    SAN-HIT-SRC           DELIMITED BY SIZE
                    ' ENTRY '             DELIMITED BY SIZE
                    SAN-HIT-ID            DELIMITED BY SIZE
                    '  '                  DELIMITED BY SIZE
                    SAN-HIT-FRSTNM        DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    SAN-HIT-LASTNM        DELIMITED BY '  '
                    '  BORN '             DELIMITED BY SIZE
                    SAN-HIT-DOB           DELIMITED BY SIZE
                    '  SCORE '            DELIMITED BY SIZE
                    WS-ED-SCORE           DELIMITED BY SIZE
                    '  ENTRIES MATCHED '  DELIMITED BY SIZE
                    WS-ED-COUNT           DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE SANRPT-RECORD FROM WS-PRT-LINE

             MOVE SPACES                  TO WS-PRT-LINE
             WRITE SANRPT-RECORD FROM WS-PRT-LINE.
       C1000-EXIT.
             EXIT.
       A3000-RESET-FLAG-PARA.
             MOVE 'N'                     TO ZSANCCTL-RESCREEN
             MOVE WS-CURR-DATE            TO ZSANCCTL-RESCR-DATE

             EXEC SQL
                 UPDATE SANCCTL
                    SET ZSANCCTL_RESCREEN   = :ZSANCCTL-RESCREEN,
                        ZSANCCTL_RESCR_DATE = :ZSANCCTL-RESCR-DATE
                  WHERE ZSANCCTL_KEY = :ZSANCCTL-KEY
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANRS SANCCTL UPDATE SQLCODE -',SQLCODE
                SET RESCREEN-FAILED       TO TRUE
             END-IF.
       A3000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            MOVE ZERO                   TO WS-HIT-COUNT

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HIT-COUNT
                  FROM SANCHIT
                 WHERE TSANCHIT_ST = 'P'
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBSANRS PENDING HIT COUNT SQLCODE -',SQLCODE
               MOVE ZERO                TO WS-HIT-COUNT
            END-IF
            MOVE WS-HIT-COUNT           TO WS-HITS-PENDING-TOTAL

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSANRS - SANCTIONS/PEP RESCREEN ',WS-CURR-DATE
            DISPLAY 'LIST EDITION .................: ',
               ZSANCCTL-LIST-DATE
            DISPLAY 'CUSTOMERS SCREENED ...........: ',
               WS-CUST-SCREENED
            DISPLAY 'NEW POTENTIAL HITS RECORDED ..: ',
               WS-HITS-RECORDED
            DISPLAY 'HITS ALREADY UNDER REVIEW ....: ',
               WS-HITS-KNOWN
            DISPLAY 'HITS PENDING REVIEW (TOTAL) ..: ',
               WS-HITS-PENDING-TOTAL
            IF RESCREEN-FAILED
               DISPLAY 'RESCREEN INCOMPLETE - REPEATED NEXT RUN'
            END-IF
            DISPLAY '-------------------------------------------'

            EVALUATE TRUE
            WHEN RESCREEN-FAILED
                 MOVE 8 TO RETURN-CODE
            WHEN WS-HITS-RECORDED > ZERO
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBSANRS.
