       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBDSCRG.
      ******************************************************************
      * CUSTOMER-DATA DISCLOSURE REGISTER ROUTINE. CALLED WITH THE    *
      * PGBDSCRC COMMAREA BY EVERY EXTRACT THAT SENDS CUSTOMER DATA   *
      * OUT OF THE BANK (PGBAGEXT, PGBCESSN, PGBCRSEG, RV3C0100,      *
      * PGBTSTEX), ONCE FOR EACH CUSTOMER IN THE FILE. THE ENTRY ON   *
      * CUSTDSCL RECORDS WHO RECEIVED THE DATA, IN WHICH FILE, FOR    *
      * WHICH LOAN OR CONTRACT, ON WHICH DAY AND FOR WHICH PURPOSE.   *
      * THE SAME CUSTOMER, RECIPIENT, FILE AND OBJECT ARE REGISTERED  *
      * ONCE, SO A RERUN OF THE EXTRACT DOES NOT DOUBLE THE REGISTER. *
      * THE ENTRY BELONGS TO THE UNIT OF WORK OF THE CALLER: AN       *
      * EXTRACT THAT ROLLS BACK (SIMULATION) LEAVES NO ENTRY BEHIND.  *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTDSCL
           END-EXEC.

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

       LINKAGE SECTION.
       COPY PGBDSCRC.

       PROCEDURE DIVISION USING PGBDSCRC.
       0000-MAIN-PROCESSING-PARA.
            MOVE SPACES                 TO DSC-RCODE

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            PERFORM A1000-REGISTER-PARA
               THRU A1000-EXIT.
       0000-EXIT.
           GOBACK.
       A1000-REGISTER-PARA.
             MOVE DSC-CUST-NO             TO DSCUSTDS-CUST-NO
             MOVE DSC-CPTY                TO DSCUSTDS-CPTY
             MOVE DSC-RECIP-TYPE          TO DSCUSTDS-RECIP-TYPE
             MOVE DSC-RECIP               TO DSCUSTDS-RECIP
             MOVE DSC-FILE-REF            TO DSCUSTDS-FILE-REF
             MOVE DSC-OBJ-REF             TO DSCUSTDS-OBJ-REF
             MOVE WS-CURR-DATE            TO DSCUSTDS-DATE
             MOVE DSC-PURPOSE             TO DSCUSTDS-PURPOSE
             MOVE DSC-PGM                 TO DSCUSTDS-PGM

             EXEC SQL
                 INSERT INTO CUSTDSCL
                       (DSCUSTDS_CUST_NO, DSCUSTDS_CPTY,
                        DSCUSTDS_RECIP_TYPE, DSCUSTDS_RECIP,
                        DSCUSTDS_FILE_REF, DSCUSTDS_OBJ_REF,
                        DSCUSTDS_DATE, DSCUSTDS_PURPOSE,
                        DSCUSTDS_PGM, DSCUSTDS_TS)
                 VALUES
                       (:DSCUSTDS-CUST-NO, :DSCUSTDS-CPTY,
                        :DSCUSTDS-RECIP-TYPE, :DSCUSTDS-RECIP,
                        :DSCUSTDS-FILE-REF, :DSCUSTDS-OBJ-REF,
                        :DSCUSTDS-DATE, :DSCUSTDS-PURPOSE,
                        :DSCUSTDS-PGM, CURRENT TIMESTAMP)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = -803
                  MOVE 'DP'               TO DSC-RCODE
             WHEN OTHER
                  DISPLAY 'PGBDSCRG REGISTER INSERT SQLCODE -',SQLCODE,
                     ' CUSTOMER ',DSC-CUST-NO,' ',DSC-CPTY,
                     ' BY ',DSC-PGM
                  MOVE 'DB'               TO DSC-RCODE
             END-EVALUATE.
       A1000-EXIT.
             EXIT.
       END PROGRAM PGBDSCRG.
