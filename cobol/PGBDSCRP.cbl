       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBDSCRP.
      ******************************************************************
      * CUSTOMER-DATA DISCLOSURE REGISTER INQUIRY. THE DDDSCPAR CARD   *
      * SELECTS THE CUSTDSCL ENTRIES WRITTEN BY THE EXTRACTS:          *
      *  'C' BY CUSTOMER - A CUSTOMER NUMBER, OR A COUNTERPARTY CODE   *
      *      FOR THE SUBJECTS THE RISK WAREHOUSE KNOWS ONLY BY THAT    *
      *      CODE, OR BOTH;                                            *
      *  'R' BY RECIPIENT - A RECIPIENT TYPE (AG, CS, CR, WH, TS) AND  *
      *      OPTIONALLY THE RECIPIENT CODE WITHIN IT.                  *
      * AN OPTIONAL DATE RANGE (CCYYMMDD, SPACES = NO LIMIT) RESTRICTS *
      * THE DISCLOSURE DATE. ONE LINE PER ENTRY WITH RECIPIENT, FILE,  *
      * OBJECT AND THE PURPOSE DECODED FROM DSCPURP.                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSCPAR  ASSIGN TO DDDSCPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DSCPAR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD DSCPAR.
       01 DSCPAR-RECORD.
           02  PAR-MODE                   PIC X(01).
               88  BY-CUSTOMER            VALUE 'C'.
               88  BY-RECIPIENT           VALUE 'R'.
           02  PAR-CUST-NO                PIC 9(09).
           02  PAR-CPTY                   PIC X(11).
           02  PAR-RECIP-TYPE             PIC X(02).
           02  PAR-RECIP                  PIC X(10).
           02  PAR-FROM-DATE              PIC X(08).
           02  PAR-TO-DATE                PIC X(08).
           02  FILLER                     PIC X(31).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTDSCL
           END-EXEC.

           EXEC SQL
               DECLARE CUR-BYCUST CURSOR FOR
               SELECT DSCUSTDS_CUST_NO, DSCUSTDS_CPTY,
                      DSCUSTDS_RECIP_TYPE, DSCUSTDS_RECIP,
                      DSCUSTDS_FILE_REF, DSCUSTDS_OBJ_REF,
                      DSCUSTDS_DATE, DSCUSTDS_PURPOSE, DSCUSTDS_PGM
               FROM CUSTDSCL
               WHERE ((DSCUSTDS_CUST_NO = :WS-SEL-CUST-NO
                       AND :WS-SEL-CUST-NO > 0)
                   OR (DSCUSTDS_CPTY = :WS-SEL-CPTY
                       AND :WS-SEL-CPTY <> ' '))
                 AND SUBSTR(DSCUSTDS_DATE,7,4) CONCAT
                     SUBSTR(DSCUSTDS_DATE,1,2) CONCAT
                     SUBSTR(DSCUSTDS_DATE,4,2)
                     BETWEEN :WS-FROM-YMD AND :WS-TO-YMD
               ORDER BY SUBSTR(DSCUSTDS_DATE,7,4),
                        SUBSTR(DSCUSTDS_DATE,1,2),
                        SUBSTR(DSCUSTDS_DATE,4,2),
                        DSCUSTDS_RECIP_TYPE, DSCUSTDS_RECIP,
                        DSCUSTDS_FILE_REF, DSCUSTDS_OBJ_REF
           END-EXEC.

           EXEC SQL
               DECLARE CUR-BYRECIP CURSOR FOR
               SELECT DSCUSTDS_CUST_NO, DSCUSTDS_CPTY,
                      DSCUSTDS_RECIP_TYPE, DSCUSTDS_RECIP,
                      DSCUSTDS_FILE_REF, DSCUSTDS_OBJ_REF,
                      DSCUSTDS_DATE, DSCUSTDS_PURPOSE, DSCUSTDS_PGM
               FROM CUSTDSCL
               WHERE DSCUSTDS_RECIP_TYPE = :WS-SEL-RECIP-TYPE
                 AND (DSCUSTDS_RECIP = :WS-SEL-RECIP
                      OR :WS-SEL-RECIP = ' ')
                 AND SUBSTR(DSCUSTDS_DATE,7,4) CONCAT
                     SUBSTR(DSCUSTDS_DATE,1,2) CONCAT
                     SUBSTR(DSCUSTDS_DATE,4,2)
                     BETWEEN :WS-FROM-YMD AND :WS-TO-YMD
               ORDER BY DSCUSTDS_RECIP,
                        SUBSTR(DSCUSTDS_DATE,7,4),
                        SUBSTR(DSCUSTDS_DATE,1,2),
                        SUBSTR(DSCUSTDS_DATE,4,2),
                        DSCUSTDS_FILE_REF, DSCUSTDS_CUST_NO,
                        DSCUSTDS_CPTY
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-DSCPAR-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-DSCL-FLAG                  PIC X(01).
             88  END-OF-DSCL               VALUE '1'.

       01 WS-COUNTERS.
          05 WS-ROWS-LISTED                PIC 9(07) VALUE ZERO.

       01 WS-SELECTION.
          05 WS-SEL-CUST-NO                PIC S9(09) COMP-3.
          05 WS-SEL-CPTY                   PIC X(11).
          05 WS-SEL-RECIP-TYPE             PIC X(02).
          05 WS-SEL-RECIP                  PIC X(10).
          05 WS-FROM-YMD                   PIC X(08).
          05 WS-TO-YMD                     PIC X(08).

       01 WS-CUR-CUST-NO                   PIC 9(09).

       COPY DSCPURP.
       01 WS-DSP-IX                        PIC S9(04) COMP.
       01 WS-PURPOSE-DESC                  PIC X(56).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS

            OPEN INPUT DSCPAR
            READ DSCPAR
            END-READ
            IF WS-DSCPAR-FS NOT = '00'
               DISPLAY 'PGBDSCRP PARAMETER CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE DSCPAR

            PERFORM A1000-CHECK-CARD-PARA
               THRU A1000-EXIT

            DISPLAY '-------------------------------------------'
            IF BY-CUSTOMER
               DISPLAY 'PGBDSCRP - DISCLOSURES OF CUSTOMER ',
                  PAR-CUST-NO,' COUNTERPARTY ',PAR-CPTY
            ELSE
               DISPLAY 'PGBDSCRP - DISCLOSURES TO RECIPIENT ',
                  PAR-RECIP-TYPE,' ',PAR-RECIP
            END-IF
            DISPLAY '(DISCLOSURE DATES FROM ',WS-FROM-YMD,
               ' TO ',WS-TO-YMD,')'
            DISPLAY '-------------------------------------------'

            IF BY-CUSTOMER
               PERFORM B1000-BY-CUSTOMER-PARA
                  THRU B1000-EXIT
            ELSE
               PERFORM B2000-BY-RECIPIENT-PARA
                  THRU B2000-EXIT
            END-IF

            DISPLAY '-------------------------------------------'
            DISPLAY 'REGISTER ENTRIES LISTED ......: ',
               WS-ROWS-LISTED
            DISPLAY '-------------------------------------------'.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-CHECK-CARD-PARA.
            IF PAR-CUST-NO NOT NUMERIC
               MOVE ZERO                TO PAR-CUST-NO
            END-IF

            EVALUATE TRUE
            WHEN BY-CUSTOMER
                 IF PAR-CUST-NO = ZERO
                 AND PAR-CPTY = SPACES
                    DISPLAY 'PGBDSCRP CUSTOMER MODE NEEDS A CUSTOMER '
                       'NUMBER OR A COUNTERPARTY CODE'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
            WHEN BY-RECIPIENT
                 IF PAR-RECIP-TYPE = SPACES
                    DISPLAY 'PGBDSCRP RECIPIENT MODE NEEDS A '
                       'RECIPIENT TYPE'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
            WHEN OTHER
                 DISPLAY 'PGBDSCRP MODE MUST BE C OR R - ',PAR-MODE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
            END-EVALUATE

            MOVE PAR-CUST-NO            TO WS-SEL-CUST-NO
            MOVE PAR-CPTY               TO WS-SEL-CPTY
            MOVE PAR-RECIP-TYPE         TO WS-SEL-RECIP-TYPE
            MOVE PAR-RECIP              TO WS-SEL-RECIP

            IF PAR-FROM-DATE = SPACES
               MOVE '00000000'          TO WS-FROM-YMD
            ELSE
               MOVE PAR-FROM-DATE       TO WS-FROM-YMD
            END-IF
            IF PAR-TO-DATE = SPACES
               MOVE '99999999'          TO WS-TO-YMD
            ELSE
               MOVE PAR-TO-DATE         TO WS-TO-YMD
            END-IF.
       A1000-EXIT.
             EXIT.
       B1000-BY-CUSTOMER-PARA.
            EXEC SQL
                OPEN CUR-BYCUST
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBDSCRP OPEN CUR-BYCUST SQLCODE -',SQLCODE
               SET END-OF-DSCL TO TRUE
            END-IF

            PERFORM B1100-FETCH-BYCUST-PARA
               THRU B1100-EXIT
            PERFORM C1000-LIST-ENTRY-PARA
               THRU C1000-EXIT
               UNTIL END-OF-DSCL

            EXEC SQL
                CLOSE CUR-BYCUST
            END-EXEC.
       B1000-EXIT.
             EXIT.
       B1100-FETCH-BYCUST-PARA.
            EXEC SQL
                FETCH CUR-BYCUST
                INTO :DSCUSTDS-CUST-NO, :DSCUSTDS-CPTY,
                     :DSCUSTDS-RECIP-TYPE, :DSCUSTDS-RECIP,
                     :DSCUSTDS-FILE-REF, :DSCUSTDS-OBJ-REF,
                     :DSCUSTDS-DATE, :DSCUSTDS-PURPOSE,
                     :DSCUSTDS-PGM
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-DSCL TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBDSCRP FETCH CUR-BYCUST SQLCODE -',SQLCODE
                 SET END-OF-DSCL TO TRUE
            END-EVALUATE.
       B1100-EXIT.
             EXIT.
       B2000-BY-RECIPIENT-PARA.
            EXEC SQL
                OPEN CUR-BYRECIP
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBDSCRP OPEN CUR-BYRECIP SQLCODE -',SQLCODE
               SET END-OF-DSCL TO TRUE
            END-IF

            PERFORM B2100-FETCH-BYRECIP-PARA
               THRU B2100-EXIT
            PERFORM C1000-LIST-ENTRY-PARA
               THRU C1000-EXIT
               UNTIL END-OF-DSCL

            EXEC SQL
                CLOSE CUR-BYRECIP
            END-EXEC.
       B2000-EXIT.
             EXIT.
       B2100-FETCH-BYRECIP-PARA.
            EXEC SQL
                FETCH CUR-BYRECIP
                INTO :DSCUSTDS-CUST-NO, :DSCUSTDS-CPTY,
                     :DSCUSTDS-RECIP-TYPE, :DSCUSTDS-RECIP,
                     :DSCUSTDS-FILE-REF, :DSCUSTDS-OBJ-REF,
                     :DSCUSTDS-DATE, :DSCUSTDS-PURPOSE,
                     :DSCUSTDS-PGM
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-DSCL TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBDSCRP FETCH CUR-BYRECIP SQLCODE -',
                    SQLCODE
                 SET END-OF-DSCL TO TRUE
            END-EVALUATE.
       B2100-EXIT.
             EXIT.
       C1000-LIST-ENTRY-PARA.
             ADD 1                       TO WS-ROWS-LISTED

             MOVE DSCUSTDS-CUST-NO       TO WS-CUR-CUST-NO

             MOVE SPACES                 TO WS-PURPOSE-DESC
             PERFORM C1100-PURPOSE-PARA
                THRU C1100-EXIT
                VARYING WS-DSP-IX FROM 1 BY 1
                UNTIL WS-DSP-IX > DSP-NR

             DISPLAY DSCUSTDS-DATE,' ',DSCUSTDS-RECIP-TYPE,' ',
                DSCUSTDS-RECIP,' ',DSCUSTDS-FILE-REF,' BY ',
                DSCUSTDS-PGM
             IF BY-RECIPIENT
                DISPLAY '   CUSTOMER ',WS-CUR-CUST-NO,
                   ' COUNTERPARTY ',DSCUSTDS-CPTY
             END-IF
             DISPLAY '   OBJECT ',DSCUSTDS-OBJ-REF,
                '  PURPOSE ',DSCUSTDS-PURPOSE,' ',WS-PURPOSE-DESC

             IF BY-CUSTOMER
                PERFORM B1100-FETCH-BYCUST-PARA
                   THRU B1100-EXIT
             ELSE
                PERFORM B2100-FETCH-BYRECIP-PARA
                   THRU B2100-EXIT
             END-IF.
       C1000-EXIT.
             EXIT.
       C1100-PURPOSE-PARA.
             IF DSP-CODE (WS-DSP-IX) = DSCUSTDS-PURPOSE
                MOVE DSP-DESC (WS-DSP-IX) TO WS-PURPOSE-DESC
             END-IF.
       C1100-EXIT.
             EXIT.
       END PROGRAM PGBDSCRP.
