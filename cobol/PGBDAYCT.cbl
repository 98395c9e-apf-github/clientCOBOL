       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBDAYCT.
      ******************************************************************
      * DAY-COUNT ROUTINE OF THE LOAN SUBSYSTEM. CALLED WITH THE      *
      * PGBDCCRC COMMAREA, IT RETURNS THE DAYS AND THE FRACTION OF A  *
      * YEAR OF AN INTEREST PERIOD UNDER THE DAY-COUNT CONVENTION OF  *
      * THE LOAN CATEGORY (LOANCAT_TABLE.LOANCAT_DCC):                *
      *  - 'F' ACT/365 FIXED;                                         *
      *  - 'M' ACT/360;                                               *
      *  - 'T' 30/360, DAY 31 COUNTED AS 30;                          *
      *  - 'A' ACT/ACT, THE DAYS FALLING IN A LEAP YEAR OVER 366;     *
      *  - BLANK (NOT CONFIGURED) COUNTS AS ACT/365.                  *
      * ACTUAL DAYS ARE TAKEN FROM THE CIVIL DAY NUMBERS OF THE       *
      * NPW08P DATE ROUTINE. THE DAILY ACCRUAL, THE EARLY-PAYOFF      *
      * QUOTE, THE STORNO ACCRUAL RESTATEMENT AND THE SCHEDULE        *
      * INTEREST ALL COUNT THEIR DAYS HERE, SO THEY CANNOT DRIFT      *
      * APART.                                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01 WS-PERIOD-WORK.
          05  WS-FROM-DATE           PIC 9(08).
          05  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
              10  WS-FROM-CCYY       PIC 9(04).
              10  WS-FROM-MM         PIC 9(02).
              10  WS-FROM-DD         PIC 9(02).
          05  WS-TO-DATE             PIC 9(08).
          05  WS-TO-DATE-R REDEFINES WS-TO-DATE.
              10  WS-TO-CCYY         PIC 9(04).
              10  WS-TO-MM           PIC 9(02).
              10  WS-TO-DD           PIC 9(02).
          05  WS-FROM-CIVIL          PIC S9(07)      COMP-3.
          05  WS-TO-CIVIL            PIC S9(07)      COMP-3.
          05  WS-JAN-CIVIL           PIC S9(07)      COMP-3.
          05  WS-D1                  PIC 9(02).
          05  WS-D2                  PIC 9(02).

      *    DATE UNDER WORK FOR THE NPW08P CALLS AND THE DAYS OF ITS
      *    YEAR (365/366)
       01 WS-CALENDAR-WORK.
          05  WS-CAL-DATE            PIC 9(08).
          05  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
              10  WS-CAL-CCYY        PIC 9(04).
              10  WS-CAL-MM          PIC 9(02).
              10  WS-CAL-DD          PIC 9(02).
          05  WS-CAL-CIVIL           PIC S9(07)      COMP-3.
          05  WS-CAL-VALID           PIC X(01).
             88  CAL-DATE-VALID      VALUE 'Y'.
          05  WS-YEAR-DAYS           PIC 9(03).
          05  WS-YEAR-QUOT           PIC 9(04).
          05  WS-YEAR-REM            PIC 9(03).

       01 WS-FRAC-WORK.
          05  WS-FRAC-FIRST          PIC S9(03)V9(09) COMP-3.
          05  WS-FRAC-LAST           PIC S9(03)V9(09) COMP-3.

           COPY NPW08RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
      *    THE NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

       LINKAGE SECTION.
       COPY PGBDCCRC.

       PROCEDURE DIVISION USING PGBDCCRC.
       0000-MAIN-PROCESSING-PARA.
            MOVE SPACES                 TO DCC-RCODE
            MOVE ZERO                   TO DCC-DAYS
                                           DCC-YEAR-FRAC

            IF DCC-CAT NOT = SPACES
               PERFORM A1000-READ-CONVENTION-PARA
                  THRU A1000-EXIT
            END-IF

            IF DCC-CONV NOT = 'F'
            AND DCC-CONV NOT = 'M'
            AND DCC-CONV NOT = 'T'
            AND DCC-CONV NOT = 'A'
               MOVE SPACE               TO DCC-CONV
            END-IF

            PERFORM A2000-SET-PERIOD-PARA
               THRU A2000-EXIT

            IF DCC-RCODE = SPACES
               EVALUATE DCC-CONV
               WHEN 'M'
                    PERFORM B2000-ACT-360-PARA
                       THRU B2000-EXIT
               WHEN 'T'
                    PERFORM B3000-30-360-PARA
                       THRU B3000-EXIT
               WHEN 'A'
                    PERFORM B4000-ACT-ACT-PARA
                       THRU B4000-EXIT
               WHEN OTHER
                    PERFORM B1000-ACT-365-PARA
                       THRU B1000-EXIT
               END-EVALUATE
            END-IF.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-READ-CONVENTION-PARA.
      *      A CATEGORY WITHOUT A CONVENTION, OR NOT FOUND, COUNTS
      *      AS NOT CONFIGURED
             MOVE SPACE                   TO DCC-CONV

             EXEC SQL
                 SELECT LOANCAT_DCC
                   INTO :DCC-CONV
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :DCC-CAT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE SPACE              TO DCC-CONV
             WHEN OTHER
                  DISPLAY 'PGBDAYCT CONVENTION SQLCODE -',SQLCODE,
                     ' CATEGORY ',DCC-CAT
                  MOVE SPACE              TO DCC-CONV
             END-EVALUATE.
       A1000-EXIT.
             EXIT.
       A2000-SET-PERIOD-PARA.
      *      BOTH ENDS OF THE PERIOD ON REAL DATES AND ON THE CIVIL
      *      DAY NUMBERS; FOR THE SINGLE DAY THE PERIOD STARTS ON
      *      THE DAY BEFORE
             MOVE DCC-TO-DATE             TO WS-CAL-DATE
             PERFORM C1000-CLAMP-DATE-PARA
                THRU C1000-EXIT
             IF DCC-RCODE NOT = SPACES
                GO TO A2000-EXIT
             END-IF
             MOVE WS-CAL-DATE             TO WS-TO-DATE
             MOVE WS-CAL-CIVIL            TO WS-TO-CIVIL

             IF DCC-FUNZI = 'G'
                COMPUTE WS-FROM-CIVIL = WS-TO-CIVIL - 1
                MOVE SPACES               TO NPW08RC
                MOVE 15                   TO W08-RTIPO
                MOVE WS-TO-DATE           TO W08-RDATA
                MOVE 1                    TO W08-RGGG
                PERFORM X1000-CALL-NPW08P-PARA
                   THRU X1000-EXIT
                IF W08-RCODE NOT = ZERO
                   MOVE 'DT'              TO DCC-RCODE
                   GO TO A2000-EXIT
                END-IF
                MOVE W08-RDATA            TO WS-FROM-DATE
             ELSE
                MOVE DCC-FROM-DATE        TO WS-CAL-DATE
                PERFORM C1000-CLAMP-DATE-PARA
                   THRU C1000-EXIT
                IF DCC-RCODE NOT = SPACES
                   GO TO A2000-EXIT
                END-IF
                MOVE WS-CAL-DATE          TO WS-FROM-DATE
                MOVE WS-CAL-CIVIL         TO WS-FROM-CIVIL
             END-IF

             IF WS-TO-CIVIL < WS-FROM-CIVIL
                MOVE 'DT'                 TO DCC-RCODE
             END-IF.
       A2000-EXIT.
             EXIT.
       B1000-ACT-365-PARA.
             COMPUTE DCC-DAYS = WS-TO-CIVIL - WS-FROM-CIVIL
             COMPUTE DCC-YEAR-FRAC ROUNDED = DCC-DAYS / 365.
       B1000-EXIT.
             EXIT.
       B2000-ACT-360-PARA.
             COMPUTE DCC-DAYS = WS-TO-CIVIL - WS-FROM-CIVIL
             COMPUTE DCC-YEAR-FRAC ROUNDED = DCC-DAYS / 360.
       B2000-EXIT.
             EXIT.
       B3000-30-360-PARA.
      *      EVERY MONTH IS 30 DAYS: A DAY 31 AT EITHER END COUNTS
      *      AS THE 30TH
             MOVE WS-FROM-DD              TO WS-D1
             MOVE WS-TO-DD                TO WS-D2
             IF WS-D1 > 30
                MOVE 30                   TO WS-D1
             END-IF
             IF WS-D2 > 30
                MOVE 30                   TO WS-D2
             END-IF

             COMPUTE DCC-DAYS =
                ((WS-TO-CCYY - WS-FROM-CCYY) * 360) +
                ((WS-TO-MM   - WS-FROM-MM)   *  30) +
                 (WS-D2      - WS-D1)
             COMPUTE DCC-YEAR-FRAC ROUNDED = DCC-DAYS / 360.
       B3000-EXIT.
             EXIT.
       B4000-ACT-ACT-PARA.
      *      THE DAYS OF EACH CALENDAR YEAR OVER THE LENGTH OF THAT
      *      YEAR; WHOLE YEARS IN BETWEEN COUNT ONE EACH
             COMPUTE DCC-DAYS = WS-TO-CIVIL - WS-FROM-CIVIL

             MOVE WS-FROM-CCYY            TO WS-CAL-CCYY
             PERFORM C2000-YEAR-DAYS-PARA
                THRU C2000-EXIT

             IF WS-FROM-CCYY = WS-TO-CCYY
                COMPUTE DCC-YEAR-FRAC ROUNDED =
                   DCC-DAYS / WS-YEAR-DAYS
                GO TO B4000-EXIT
             END-IF

      *      FIRST YEAR: UP TO 1 JANUARY OF THE FOLLOWING ONE
             COMPUTE WS-CAL-DATE =
                ((WS-FROM-CCYY + 1) * 10000) + 0101
             PERFORM C3000-CIVIL-DAY-PARA
                THRU C3000-EXIT
             MOVE WS-CAL-CIVIL            TO WS-JAN-CIVIL
             COMPUTE WS-FRAC-FIRST ROUNDED =
                (WS-JAN-CIVIL - WS-FROM-CIVIL) / WS-YEAR-DAYS

      *      LAST YEAR: FROM 1 JANUARY OF THE YEAR OF THE END
             COMPUTE WS-CAL-DATE = (WS-TO-CCYY * 10000) + 0101
             PERFORM C3000-CIVIL-DAY-PARA
                THRU C3000-EXIT
             MOVE WS-CAL-CIVIL            TO WS-JAN-CIVIL
             MOVE WS-TO-CCYY              TO WS-CAL-CCYY
             PERFORM C2000-YEAR-DAYS-PARA
                THRU C2000-EXIT
             COMPUTE WS-FRAC-LAST ROUNDED =
                (WS-TO-CIVIL - WS-JAN-CIVIL) / WS-YEAR-DAYS

             COMPUTE DCC-YEAR-FRAC =
                WS-FRAC-FIRST + WS-FRAC-LAST
              + (WS-TO-CCYY - WS-FROM-CCYY - 1).
       B4000-EXIT.
             EXIT.
       C1000-CLAMP-DATE-PARA.
      *      A DAY THE MONTH DOES NOT HAVE (31/04, 30/02 ...) STEPS
      *      BACK TO THE LAST DAY OF THE MONTH; THE CIVIL DAY NUMBER
      *      OF THE RESULT COMES BACK IN WS-CAL-CIVIL
             MOVE 'N'                     TO WS-CAL-VALID

             PERFORM C1100-CHECK-DATE-PARA
                THRU C1100-EXIT
                UNTIL CAL-DATE-VALID
                   OR DCC-RCODE NOT = SPACES

             IF DCC-RCODE = SPACES
                PERFORM C3000-CIVIL-DAY-PARA
                   THRU C3000-EXIT
             END-IF.
       C1000-EXIT.
             EXIT.
       C1100-CHECK-DATE-PARA.
             MOVE SPACES                  TO NPW08RC
             MOVE 10                      TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA
             PERFORM X1000-CALL-NPW08P-PARA
                THRU X1000-EXIT

             EVALUATE TRUE
             WHEN W08-RCODE = ZERO
                  MOVE 'Y'                TO WS-CAL-VALID
             WHEN WS-CAL-DD > 28
                  SUBTRACT 1              FROM WS-CAL-DD
             WHEN OTHER
                  DISPLAY 'PGBDAYCT DATE REFUSED ',WS-CAL-DATE,
                     ' RCODE ',W08-RCODE
                  MOVE 'DT'               TO DCC-RCODE
             END-EVALUATE.
       C1100-EXIT.
             EXIT.
       C2000-YEAR-DAYS-PARA.
      *      366 FOR A LEAP YEAR (DIVISIBLE BY 4, CENTURIES ONLY
      *      WHEN DIVISIBLE BY 400), 365 OTHERWISE
             MOVE 365                     TO WS-YEAR-DAYS

             DIVIDE WS-CAL-CCYY BY 4
                GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM NOT = ZERO
                GO TO C2000-EXIT
             END-IF

             MOVE 366                     TO WS-YEAR-DAYS

             DIVIDE WS-CAL-CCYY BY 100
                GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM NOT = ZERO
                GO TO C2000-EXIT
             END-IF

             DIVIDE WS-CAL-CCYY BY 400
                GIVING WS-YEAR-QUOT REMAINDER WS-YEAR-REM
             IF WS-YEAR-REM NOT = ZERO
                MOVE 365                  TO WS-YEAR-DAYS
             END-IF.
       C2000-EXIT.
             EXIT.
       C3000-CIVIL-DAY-PARA.
      *      CIVIL DAY NUMBER OF WS-CAL-DATE (NPW08P FUNCTION 01)
             MOVE SPACES                  TO NPW08RC
             MOVE 01                      TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA
             PERFORM X1000-CALL-NPW08P-PARA
                THRU X1000-EXIT

             IF W08-RCODE = ZERO
                MOVE W08-RGGG             TO WS-CAL-CIVIL
             ELSE
                DISPLAY 'PGBDAYCT CIVIL DAY REFUSED ',WS-CAL-DATE,
                   ' RCODE ',W08-RCODE
                MOVE 'DT'                 TO DCC-RCODE
             END-IF.
       C3000-EXIT.
             EXIT.
       X1000-CALL-NPW08P-PARA.
             MOVE 'NPW08P'                TO WS-ROUT-MODULE
             MOVE NPW08RC                 TO WS-ROUT-NP0500
             MOVE NPG01RC                 TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500          TO NPW08RC
             MOVE WS-ROUT-NPG01           TO NPG01RC.
       X1000-EXIT.
             EXIT.
       END PROGRAM PGBDAYCT.
