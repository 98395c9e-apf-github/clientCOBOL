       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBCUMNT.
      ******************************************************************
      * BRANCH-FACING ONLINE CUSTOMER MAINTENANCE. CALLED BY THE      *
      * MAINTENANCE TRANSACTION WITH THE PGBCUMRC COMMAREA, IT        *
      * INQUIRES, ADDS, MODIFIES, LOGICALLY DELETES AND MARKS         *
      * DECEASED A CUSTOMER AT THE COUNTER, WITH THE SAME EDITS THE   *
      * BATCH INPUT GETS IN PGBPREDT AND PGBPRTXN:                    *
      *  - FIRST AND LAST NAME PRESENT, PLAUSIBLE DATE OF BIRTH;      *
      *  - FISCAL-CODE CHECK CHARACTER (CFISTAB) AND CONSISTENCY OF   *
      *    THE EMBEDDED BIRTH DATE;                                   *
      *  - DUPLICATE CUSTOMER ON ADD (FISCAL CODE, ELSE NAME+DOB);    *
      *  - A DECEASED CUSTOMER IS CLOSED TO MAINTENANCE;              *
      *  - SANCTIONS AND PEP SCREENING (PGBSANCK): A POTENTIAL HIT    *
      *    IS REFUSED AND GOES THROUGH THE BATCH INPUT, WHERE IT IS   *
      *    PARKED FOR COMPLIANCE.                                     *
      * CUSTM_TABLE IS UPDATED AT ONCE AND THE BEFORE-IMAGE GOES TO   *
      * CUSTHIST WITH THE OPERATOR CODE AS SOURCE. THE OPERATOR MUST  *
      * HOLD THE A95 ENABLEMENT FOR THE FUNCTION (SAME ROWS AS THE NP *
      * ROUTINES) AND EVERY CHANGE IS LOGGED TO NPERRT THROUGH        *
      * NPX50P. EACH CUSTHIST ROW CARRIES ITS LINK IN THE 'CHS'       *
      * INTEGRITY CHAIN (NPX53P), VERIFIED NIGHTLY BY PGBAUDVF.       *
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

           EXEC SQL
               INCLUDE CUSTHIST
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTRTML
           END-EXEC.

       01 WS-FLAGS.
          05 WS-DUPCUST-FLAG               PIC X(01).
             88  DUPLICATE-CUST-FOUND      VALUE '1'.
          05 WS-DECEASED-FLAG              PIC X(01).
             88  CUSTOMER-DECEASED         VALUE '1'.

       01 WS-A95-WORK.
          05  WS-A95-KEYGE           PIC X(32).
          05  WS-A95-KEYGE-R REDEFINES WS-A95-KEYGE.
              10  WS-A95-CDOPE       PIC X(08).
              10  WS-A95-ROUFN       PIC X(08).
              10  FILLER             PIC X(16).
          05  WS-A95-ABILI           PIC X(01).
          05  WS-A95-CONTA           PIC S9(9)  COMP.

       01 WS-DUP-CUST-COUNT                PIC S9(9)  COMP.

       01 WS-DOB-EDIT.
           10  WS-DOBE-MM          PIC 99.
           10  FILLER              PIC X(01).
           10  WS-DOBE-DD          PIC 99.
           10  FILLER              PIC X(01).
           10  WS-DOBE-CCYY        PIC 9(04).

       01 WS-DOB-DATE                      PIC X(10).
       01 WS-DOB-DATE-NUM REDEFINES WS-DOB-DATE.
           10  WS-DOBN-DATE-MM     PIC 99.
           10  FILLER              PIC X(01).
           10  WS-DOBN-DATE-DD     PIC 99.
           10  FILLER              PIC X(01).
           10  WS-DOBN-DATE-CCYY   PIC 9(04).

       01 WS-FISCODE-WORK.
          05  WS-CF-CODE             PIC X(16).
          05  WS-CF-IX               PIC 9(02).
          05  WS-CF-POS              PIC 9(02).
          05  WS-CF-VAL              PIC 9(02).
          05  WS-CF-SUM              PIC 9(05).
          05  WS-CF-QUOT             PIC 9(04).
          05  WS-CF-REM              PIC 9(02).
          05  WS-CF-EXPECT           PIC X(01).
          05  WS-CF-OK               PIC X(01).
             88  FISCODE-VALID       VALUE 'Y'.
          05  WS-CF-MONTH            PIC 9(02).
          05  WS-CF-DAY              PIC 9(02).

           COPY CFISTAB.

       01 WS-SAN-MODULE                    PIC X(08) VALUE 'PGBSANCK'.
           COPY PGBSANRC.

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-DD     PIC 99          VALUE ZERO.
           10  FILLER              PIC X(01)       VALUE '/'.
           10  WS-CURT-DATE-CCYY   PIC 9(04)       VALUE ZERO.

       01 WS-TEMP-DATE.
           10  WS-TEMP-DATE-YY     PIC 9(02)       VALUE ZERO.
           10  WS-TEMP-DATE-MM     PIC X(02)       VALUE SPACES.
           10  WS-TEMP-DATE-DD     PIC X(02)       VALUE SPACES.

       01 WS-LOG-DATE                      PIC 9(08).
       01 WS-LOG-TIME                      PIC 9(06).

           COPY NPX50RC.
           COPY NPX53RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NPX50P CALL (LAYOUT OF WRK-1650 IN THE
      *    NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-CHN-PTR                       PIC S9(4)  COMP.
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP1000         PIC X(1000).
          05  WS-ROUT-NPG01          PIC X(0650).

       LINKAGE SECTION.
       COPY PGBCUMRC.

       PROCEDURE DIVISION USING PGBCUMRC.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-FLAGS
            MOVE SPACES                 TO CUM-RCODE

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            PERFORM A1000-CHECK-A95-PARA
               THRU A1000-EXIT

            IF CUM-RCODE = SPACES
               EVALUATE CUM-FUNZI
               WHEN 'I'
                    PERFORM B1000-INQUIRY-PARA
                       THRU B1000-EXIT
               WHEN 'A'
                    PERFORM B2000-ADD-PARA
                       THRU B2000-EXIT
               WHEN 'M'
                    PERFORM B3000-MODIFY-PARA
                       THRU B3000-EXIT
               WHEN 'D'
                    PERFORM B4000-DELETE-PARA
                       THRU B4000-EXIT
               WHEN 'X'
                    PERFORM B5000-DECEASED-PARA
                       THRU B5000-EXIT
               WHEN OTHER
                    MOVE 'FN'           TO CUM-RCODE
               END-EVALUATE
            END-IF

            IF CUM-RCODE = SPACES
            AND CUM-FUNZI NOT = 'I'
               PERFORM A1500-LOG-CHANGE-PARA
                  THRU A1500-EXIT
            END-IF.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-CHECK-A95-PARA.
      *      SAME OPERATOR-ENABLEMENT ROWS THE NP ROUTINES USE:
      *      WITHOUT ANY A95 ROW FOR THE FUNCTION THE CONTROL IS
      *      NOT ACTIVE
             MOVE SPACES                  TO WS-A95-KEYGE
             MOVE CUM-OPER                TO WS-A95-CDOPE
             MOVE 'PGBCUM'                TO WS-A95-ROUFN (1:6)
             MOVE CUM-FUNZI               TO WS-A95-ROUFN (7:1)
             INITIALIZE WS-A95-CONTA

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-A95-CONTA
                   FROM NPDATT
                  WHERE DAT_CODIT = 'A95'
                    AND SUBSTR(DAT_KEYGE,9,8) = :WS-A95-ROUFN
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE 'KO'                 TO CUM-RCODE
                GO TO A1000-EXIT
             END-IF

             IF WS-A95-CONTA = ZERO
                GO TO A1000-EXIT
             END-IF

             MOVE SPACES                  TO WS-A95-ABILI

             EXEC SQL
                 SELECT SUBSTR(DAT_RESTO,1,1)
                   INTO :WS-A95-ABILI
                   FROM NPDATT
                  WHERE DAT_CODIT = 'A95'
                    AND DAT_KEYGE = :WS-A95-KEYGE
             END-EXEC

             IF SQLCODE = 100
             OR (SQLCODE = 0 AND WS-A95-ABILI NOT = 'S')
                MOVE 'NA'                 TO CUM-RCODE
             ELSE
                IF SQLCODE NOT = 0
                   MOVE 'KO'              TO CUM-RCODE
                END-IF
             END-IF.
       A1000-EXIT.
             EXIT.
       A1500-LOG-CHANGE-PARA.
      *      EVERY CHANGE LEAVES A TRACE: WHO CHANGED WHICH
      *      CUSTOMER, HOW AND WHEN
             MOVE SPACES                  TO NPG01RC
             MOVE 'W'                     TO G01-TPERR
             MOVE 'PGBCUMNT'              TO G01-PGMNM
             MOVE 'PGBCUMNT'              TO G01-ROUNM
             MOVE 'CHANGE-LOG'            TO G01-LABEL
             MOVE 'CUSTM_TABLE'           TO G01-ARCHI
             MOVE CUM-OPER                TO G01-CDOPE
             EVALUATE CUM-FUNZI
             WHEN 'A'
                  MOVE 'ONLINE CUSTOMER ADD'      TO G01-DESC1
             WHEN 'M'
                  MOVE 'ONLINE CUSTOMER MODIFY'   TO G01-DESC1
             WHEN 'D'
                  MOVE 'ONLINE CUSTOMER DELETE'   TO G01-DESC1
             WHEN 'X'
                  MOVE 'ONLINE CUSTOMER DECEASED' TO G01-DESC1
             END-EVALUATE
             MOVE CUM-CUST-NO             TO G01-NOPER

             ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
             MOVE WS-LOG-DATE             TO G01-DTOPE
             ACCEPT WS-LOG-TIME FROM TIME
             MOVE WS-LOG-TIME             TO G01-ORAOP

             MOVE SPACES                  TO NPX50RC
             MOVE NPG01RC                 TO X50-NPERRT
             MOVE 'IS'                    TO X50-FUNZI

             MOVE 'NPX50P'                TO WS-ROUT-MODULE
             MOVE NPX50RC                 TO WS-ROUT-NP1000
             MOVE NPG01RC                 TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP1000          TO NPX50RC
             MOVE WS-ROUT-NPG01           TO NPG01RC.
       A1500-EXIT.
             EXIT.
       B1000-INQUIRY-PARA.
             MOVE CUM-CUST-NO             TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                        CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                        CUSTM_FISCODE, CUSTM_DECEASED, CUSTM_DOD,
                        CUSTM_DELETED
                   INTO :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-MDLNM,
                        :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-ADDR,
                        :ACN-CUSTM-DOB, :ACN-CUSTM-FISCODE,
                        :ACN-CUSTM-DECEASED, :ACN-CUSTM-DOD,
                        :ACN-CUSTM-DELETED
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF ACN-CUSTM-DELETED = 'Y' OR 'A'
                     MOVE 'NF'            TO CUM-RCODE
                     GO TO B1000-EXIT
                  END-IF
             WHEN SQLCODE = 100
                  MOVE 'NF'               TO CUM-RCODE
                  GO TO B1000-EXIT
             WHEN OTHER
                  MOVE 'KO'               TO CUM-RCODE
                  GO TO B1000-EXIT
             END-EVALUATE

             MOVE ACN-CUSTM-NAME-FRSTNM   TO CUM-FRSTNM
             MOVE ACN-CUSTM-NAME-MDLNM    TO CUM-MDLNM
             MOVE ACN-CUSTM-NAME-LASTNM   TO CUM-LASTNM
             MOVE ACN-CUSTM-ADDR          TO CUM-ADDR
             MOVE ACN-CUSTM-DOB           TO CUM-DOB
             MOVE ACN-CUSTM-FISCODE       TO CUM-FISCODE
             MOVE ACN-CUSTM-DOD           TO CUM-DOD
             MOVE ACN-CUSTM-DECEASED      TO CUM-DECEASED.
       B1000-EXIT.
             EXIT.
       B2000-ADD-PARA.
             PERFORM C1000-EDIT-DATA-PARA
                THRU C1000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B2000-EXIT
             END-IF

             PERFORM C3000-CHECK-DUP-CUST
                THRU C3000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B2000-EXIT
             END-IF

             MOVE ZERO                    TO CUM-CUST-NO
             PERFORM C4200-SCREEN-PARTY-PARA
                THRU C4200-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B2000-EXIT
             END-IF

             EXEC SQL
                  INSERT INTO CUSTM_TABLE
                  (
                    CUSTM_NAME_FRSTNM        ,
                    CUSTM_NAME_MDLNM         ,
                    CUSTM_NAME_LASTNM        ,
                    CUSTM_ADDR               ,
                    CUSTM_DOB                ,
                    CUSTM_FISCODE
                  )
                  VALUES
                  (
                    :ACN-CUSTM-NAME-FRSTNM   ,
                    :ACN-CUSTM-NAME-MDLNM    ,
                    :ACN-CUSTM-NAME-LASTNM   ,
                    :ACN-CUSTM-ADDR          ,
                    :ACN-CUSTM-DOB           ,
                    :ACN-CUSTM-FISCODE
                  )
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT CUSTOMER INSERT SQLCODE -',SQLCODE
                MOVE 'KO'                 TO CUM-RCODE
                GO TO B2000-EXIT
             END-IF

      *      THE CUSTOMER NUMBER JUST ASSIGNED GOES BACK TO THE
      *      COUNTER
             EXEC SQL
                 SELECT IDENTITY_VAL_LOCAL()
                   INTO :ACN-CUSTM-NO
                   FROM SYSIBM.SYSDUMMY1
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT CUSTOMER NUMBER SQLCODE -',SQLCODE
                MOVE 'KO'                 TO CUM-RCODE
                GO TO B2000-EXIT
             END-IF

             MOVE ACN-CUSTM-NO            TO CUM-CUST-NO.
       B2000-EXIT.
             EXIT.
       B3000-MODIFY-PARA.
             MOVE CUM-CUST-NO             TO ACN-CUSTM-NO

      *      A DECEASED CUSTOMER IS CLOSED TO ORDINARY MAINTENANCE:
      *      ONLY THE ESTATE PROCEDURES MAY TOUCH THE POSITION
             PERFORM C4000-READ-CUSTOMER-PARA
                THRU C4000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B3000-EXIT
             END-IF

             PERFORM C1000-EDIT-DATA-PARA
                THRU C1000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B3000-EXIT
             END-IF

             PERFORM C4200-SCREEN-PARTY-PARA
                THRU C4200-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B3000-EXIT
             END-IF

             MOVE 'M'                     TO HCUSTH-TYPE
             PERFORM C5000-SAVE-HISTORY-PARA
                THRU C5000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B3000-EXIT
             END-IF

             EXEC SQL
                  UPDATE CUSTM_TABLE   SET
                    CUSTM_NAME_FRSTNM = :ACN-CUSTM-NAME-FRSTNM,
                    CUSTM_NAME_MDLNM = :ACN-CUSTM-NAME-MDLNM,
                    CUSTM_NAME_LASTNM = :ACN-CUSTM-NAME-LASTNM,
                    CUSTM_ADDR = :ACN-CUSTM-ADDR,
                    CUSTM_DOB  = :ACN-CUSTM-DOB,
                    CUSTM_FISCODE = :ACN-CUSTM-FISCODE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT CUSTOMER UPDATE SQLCODE -',SQLCODE
                MOVE 'KO'                 TO CUM-RCODE
                GO TO B3000-EXIT
             END-IF

      *      A NEW ADDRESS RELEASES THE RETURNED-MAIL HOLD
             IF HCUSTH-ADDR NOT = ACN-CUSTM-ADDR
                PERFORM C6000-ADDRESS-CORRECTED-PARA
                   THRU C6000-EXIT
             END-IF.
       B3000-EXIT.
             EXIT.
       B4000-DELETE-PARA.
      *      THE DELETE IS LOGICAL, AS IN THE BATCH: THE LOAN
      *      TABLES KEEP A VALID CUSTOMER REFERENCE
             MOVE CUM-CUST-NO             TO ACN-CUSTM-NO

             PERFORM C4000-READ-CUSTOMER-PARA
                THRU C4000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B4000-EXIT
             END-IF

             MOVE 'D'                     TO HCUSTH-TYPE
             PERFORM C5000-SAVE-HISTORY-PARA
                THRU C5000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B4000-EXIT
             END-IF

             EXEC SQL
                UPDATE CUSTM_TABLE
                SET CUSTM_DELETED = 'Y'
                WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT CUSTOMER DELETE SQLCODE -',SQLCODE
                MOVE 'KO'                 TO CUM-RCODE
             END-IF.
       B4000-EXIT.
             EXIT.
       B5000-DECEASED-PARA.
      *      DEATH NOTIFICATION AT THE COUNTER: PLAUSIBLE DATE OF
      *      DEATH, THEN THE SAME UPDATE AS THE BATCH; THE WEEKLY
      *      ESTATE WORKLIST (PGBESTWL) PICKS THE POSITION UP
             MOVE CUM-CUST-NO             TO ACN-CUSTM-NO

             MOVE CUM-DOD                 TO WS-DOB-EDIT
             IF WS-DOBE-MM NOT NUMERIC
             OR WS-DOBE-DD NOT NUMERIC
             OR WS-DOBE-CCYY NOT NUMERIC
                MOVE 'DD'                 TO CUM-RCODE
                GO TO B5000-EXIT
             END-IF

             IF WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
             OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
             OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                MOVE 'DD'                 TO CUM-RCODE
                GO TO B5000-EXIT
             END-IF

             PERFORM C4000-READ-CUSTOMER-PARA
                THRU C4000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B5000-EXIT
             END-IF

             MOVE 'X'                     TO HCUSTH-TYPE
             PERFORM C5000-SAVE-HISTORY-PARA
                THRU C5000-EXIT
             IF CUM-RCODE NOT = SPACES
                GO TO B5000-EXIT
             END-IF

             MOVE CUM-DOD                 TO ACN-CUSTM-DOD

             EXEC SQL
                UPDATE CUSTM_TABLE
                SET CUSTM_DECEASED = 'Y',
                    CUSTM_DOD      = :ACN-CUSTM-DOD
                WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT DECEASED UPDATE SQLCODE -',SQLCODE
                MOVE 'KO'                 TO CUM-RCODE
             END-IF.
       B5000-EXIT.
             EXIT.
       C1000-EDIT-DATA-PARA.
      *      THE EDITS OF THE BATCH CUSTOMER INPUT (PGBPREDT C003,
      *      C004, C005 AND PGBPRTXN 0025)
             IF CUM-FRSTNM = SPACES
             OR CUM-LASTNM = SPACES
                MOVE 'NM'                 TO CUM-RCODE
                GO TO C1000-EXIT
             END-IF

             MOVE CUM-DOB                 TO WS-DOB-EDIT
             IF WS-DOBE-MM NOT NUMERIC
             OR WS-DOBE-DD NOT NUMERIC
             OR WS-DOBE-CCYY NOT NUMERIC
                MOVE 'DT'                 TO CUM-RCODE
                GO TO C1000-EXIT
             END-IF

             IF WS-DOBE-MM < 1 OR WS-DOBE-MM > 12
             OR WS-DOBE-DD < 1 OR WS-DOBE-DD > 31
             OR WS-DOBE-CCYY < 1900 OR WS-DOBE-CCYY > 2100
                MOVE 'DT'                 TO CUM-RCODE
                GO TO C1000-EXIT
             END-IF

             MOVE CUM-FRSTNM              TO ACN-CUSTM-NAME-FRSTNM
             MOVE CUM-MDLNM               TO ACN-CUSTM-NAME-MDLNM
             MOVE CUM-LASTNM              TO ACN-CUSTM-NAME-LASTNM
             MOVE CUM-ADDR                TO ACN-CUSTM-ADDR
             MOVE CUM-DOB                 TO ACN-CUSTM-DOB
             MOVE CUM-FISCODE             TO ACN-CUSTM-FISCODE

             PERFORM C2000-VALIDATE-FISCODE-PARA
                THRU C2000-EXIT

             IF NOT FISCODE-VALID
                MOVE 'CF'                 TO CUM-RCODE
             END-IF.
       C1000-EXIT.
             EXIT.
       C2000-VALIDATE-FISCODE-PARA.
      *      OFFICIAL CHECK-CHARACTER ALGORITHM OF THE FISCAL CODE
      *      (ODD/EVEN POSITION VALUES, REMAINDER 26) PLUS THE
      *      CONSISTENCY OF THE EMBEDDED BIRTH DATE WITH CUSTM_DOB.
      *      A BLANK CODE IS ACCEPTED, AS IN THE BATCH
             MOVE 'Y'                    TO WS-CF-OK
             MOVE ACN-CUSTM-FISCODE      TO WS-CF-CODE

             IF WS-CF-CODE = SPACES
                GO TO C2000-EXIT
             END-IF

             MOVE ZERO                   TO WS-CF-SUM

             PERFORM C2100-ADD-CHAR-PARA
                THRU C2100-EXIT
                VARYING WS-CF-IX FROM 1 BY 1
                UNTIL WS-CF-IX > 15
                   OR WS-CF-OK = 'N'

             IF WS-CF-OK = 'N'
                GO TO C2000-EXIT
             END-IF

             DIVIDE WS-CF-SUM BY 26
                GIVING WS-CF-QUOT REMAINDER WS-CF-REM

             COMPUTE WS-CF-POS = WS-CF-REM + 11
             MOVE CF-CHAR (WS-CF-POS)    TO WS-CF-EXPECT

             IF WS-CF-CODE (16:1) NOT = WS-CF-EXPECT
                MOVE 'N'                 TO WS-CF-OK
                GO TO C2000-EXIT
             END-IF

             PERFORM C2200-CHECK-DOB-PARA
                THRU C2200-EXIT.
       C2000-EXIT.
             EXIT.
       C2100-ADD-CHAR-PARA.
             MOVE ZERO                   TO WS-CF-POS

             PERFORM C2110-FIND-CHAR-PARA
                THRU C2110-EXIT
                VARYING WS-CF-VAL FROM 1 BY 1
                UNTIL WS-CF-VAL > 36
                   OR WS-CF-POS > ZERO

             IF WS-CF-POS = ZERO
                MOVE 'N'                 TO WS-CF-OK
             ELSE
      *         POSITIONS ARE COUNTED FROM 1: ODD POSITIONS USE THE
      *         ODD TABLE, EVEN POSITIONS THE EVEN TABLE
                DIVIDE WS-CF-IX BY 2
                   GIVING WS-CF-QUOT REMAINDER WS-CF-REM
                IF WS-CF-REM = 1
                   ADD CF-ODD-VAL (WS-CF-POS)  TO WS-CF-SUM
                ELSE
                   ADD CF-EVEN-VAL (WS-CF-POS) TO WS-CF-SUM
                END-IF
             END-IF.
       C2100-EXIT.
             EXIT.
       C2110-FIND-CHAR-PARA.
             IF CF-CHAR (WS-CF-VAL) = WS-CF-CODE (WS-CF-IX:1)
                MOVE WS-CF-VAL           TO WS-CF-POS
             END-IF.
       C2110-EXIT.
             EXIT.
       C2200-CHECK-DOB-PARA.
      *      EMBEDDED BIRTH DATE: YEAR IN 7-8, MONTH LETTER IN 9,
      *      DAY IN 10-11 (FEMALES CARRY DAY+40). CUSTM_DOB IS
      *      MM/DD/CCYY
             IF WS-CF-CODE (7:2) NOT NUMERIC
             OR WS-CF-CODE (10:2) NOT NUMERIC
                MOVE 'N'                 TO WS-CF-OK
                GO TO C2200-EXIT
             END-IF

             MOVE WS-CF-CODE (7:2)       TO WS-CF-VAL
             MOVE ACN-CUSTM-DOB          TO WS-DOB-DATE

             IF WS-CF-VAL NOT = WS-DOBN-DATE-CCYY (3:2)
                MOVE 'N'                 TO WS-CF-OK
                GO TO C2200-EXIT
             END-IF

             MOVE ZERO                   TO WS-CF-MONTH
             PERFORM C2210-FIND-MONTH-PARA
                THRU C2210-EXIT
                VARYING WS-CF-IX FROM 1 BY 1
                UNTIL WS-CF-IX > 12
                   OR WS-CF-MONTH > ZERO

             IF WS-CF-MONTH NOT = WS-DOBN-DATE-MM
                MOVE 'N'                 TO WS-CF-OK
                GO TO C2200-EXIT
             END-IF

             MOVE WS-CF-CODE (10:2)      TO WS-CF-DAY
             IF WS-CF-DAY > 40
                SUBTRACT 40              FROM WS-CF-DAY
             END-IF

             IF WS-CF-DAY NOT = WS-DOBN-DATE-DD
                MOVE 'N'                 TO WS-CF-OK
             END-IF.
       C2200-EXIT.
             EXIT.
       C2210-FIND-MONTH-PARA.
             IF CF-MONTH-LET (WS-CF-IX) = WS-CF-CODE (9:1)
                MOVE WS-CF-IX            TO WS-CF-MONTH
             END-IF.
       C2210-EXIT.
             EXIT.
       C3000-CHECK-DUP-CUST.
      *      THE FISCAL CODE IS THE PRIMARY DUPLICATE CRITERION;
      *      THE NAME+DOB MATCH REMAINS THE FALLBACK FOR CUSTOMERS
      *      KEYED WITHOUT A CODE
             INITIALIZE WS-DUP-CUST-COUNT
                        WS-DUPCUST-FLAG

             IF ACN-CUSTM-FISCODE NOT = SPACES
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-DUP-CUST-COUNT
                    FROM CUSTM_TABLE
                    WHERE CUSTM_FISCODE = :ACN-CUSTM-FISCODE
                END-EXEC
             ELSE
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-DUP-CUST-COUNT
                    FROM CUSTM_TABLE
                    WHERE CUSTM_NAME_FRSTNM = :ACN-CUSTM-NAME-FRSTNM
                      AND CUSTM_NAME_LASTNM = :ACN-CUSTM-NAME-LASTNM
                      AND CUSTM_DOB         = :ACN-CUSTM-DOB
                END-EXEC
             END-IF

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-DUP-CUST-COUNT GREATER ZERO
                     SET DUPLICATE-CUST-FOUND TO TRUE
                     MOVE 'DU'            TO CUM-RCODE
                  END-IF
             WHEN OTHER
                  DISPLAY 'PGBCUMNT DUP CHECK SQLCODE -',SQLCODE
                  MOVE 'KO'               TO CUM-RCODE
             END-EVALUATE.
       C3000-EXIT.
             EXIT.
       C4000-READ-CUSTOMER-PARA.
      *      THE CUSTOMER IN ACN-CUSTM-NO MUST EXIST, NOT BE DELETED
      *      AND NOT BE DECEASED
             INITIALIZE WS-DECEASED-FLAG

             EXEC SQL
                 SELECT CUSTM_DECEASED, CUSTM_DELETED
                   INTO :ACN-CUSTM-DECEASED, :ACN-CUSTM-DELETED
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF ACN-CUSTM-DELETED = 'Y' OR 'A'
                     MOVE 'NF'            TO CUM-RCODE
                  ELSE
                     IF ACN-CUSTM-DECEASED = 'Y'
                        SET CUSTOMER-DECEASED TO TRUE
                        MOVE 'DC'         TO CUM-RCODE
                     END-IF
                  END-IF
             WHEN SQLCODE = 100
                  MOVE 'NF'               TO CUM-RCODE
             WHEN OTHER
                  DISPLAY 'PGBCUMNT CUSTOMER SQLCODE -',SQLCODE
                  MOVE 'KO'               TO CUM-RCODE
             END-EVALUATE.
       C4000-EXIT.
             EXIT.
       C4200-SCREEN-PARTY-PARA.
      *      SANCTIONS AND PEP SCREENING OF THE CUSTOMER IN THE
      *      ACN-CUSTM FIELDS. THE COUNTER CANNOT WAIT FOR THE
      *      COMPLIANCE REVIEW: A POTENTIAL HIT, OR A LIST THAT
      *      CANNOT BE READ, REFUSES THE CHANGE
             MOVE SPACES                 TO PGBSANRC
             MOVE 'S'                    TO SAN-FUNZI
             MOVE CUM-CUST-NO            TO SAN-CUST-NO
             MOVE ACN-CUSTM-FISCODE      TO SAN-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM  TO SAN-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM  TO SAN-FRSTNM
             MOVE ACN-CUSTM-DOB          TO SAN-DOB
             CALL WS-SAN-MODULE USING PGBSANRC

             IF SAN-RCODE NOT = SPACES
                DISPLAY 'PGBCUMNT SANCTIONS SCREENING ',SAN-RCODE,
                   ' ',SAN-HIT-SRC,' ',SAN-HIT-ID,
                   ' OPERATOR ',CUM-OPER
                MOVE 'SH'                TO CUM-RCODE
             END-IF.
       C4200-EXIT.
             EXIT.
       C5000-SAVE-HISTORY-PARA.
      *      FULL BEFORE-IMAGE OF THE CUSTOMER ROW, WRITTEN BEFORE
      *      THE MASTER IS TOUCHED. THE SOURCE IS THE OPERATOR CODE,
      *      SO THE HISTORY SHOWS WHO MADE THE CHANGE AT THE COUNTER
             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_MDLNM,
                        CUSTM_NAME_LASTNM, CUSTM_ADDR, CUSTM_DOB,
                        CUSTM_FISCODE
                   INTO :HCUSTH-FRSTNM, :HCUSTH-MDLNM,
                        :HCUSTH-LASTNM, :HCUSTH-ADDR, :HCUSTH-DOB,
                        :HCUSTH-FISCODE
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT BEFORE-IMAGE SQLCODE -',SQLCODE
                MOVE 'KO'                  TO CUM-RCODE
                GO TO C5000-EXIT
             END-IF

             MOVE ACN-CUSTM-NO             TO HCUSTH-NO
             MOVE CUM-OPER                 TO HCUSTH-SRC

             PERFORM C5100-CHAIN-HISTORY-PARA
                THRU C5100-EXIT
             IF X53-RCODE NOT = SPACES
                MOVE 'KO'                  TO CUM-RCODE
                GO TO C5000-EXIT
             END-IF

             EXEC SQL
                 INSERT INTO CUSTHIST VALUES
                 (:HCUSTH-NO, :HCUSTH-TS, :HCUSTH-SRC,
                  :HCUSTH-TYPE, :HCUSTH-FRSTNM, :HCUSTH-MDLNM,
                  :HCUSTH-LASTNM, :HCUSTH-ADDR, :HCUSTH-DOB,
                  :HCUSTH-FISCODE, :HCUSTH-CHN-PROGR,
                  :HCUSTH-CHN-HASH)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT HISTORY INSERT SQLCODE -',SQLCODE
                MOVE 'KO'                  TO CUM-RCODE
             END-IF.
       C5000-EXIT.
             EXIT.
       C5100-CHAIN-HISTORY-PARA.
      *      THE HISTORY ROW IS LINKED TO THE PREVIOUS CUSTHIST ROW
      *      THROUGH NPX53P. THE TIMESTAMP IS TAKEN HERE SO THAT THE
      *      HASHED IMAGE IS EXACTLY THE ROW WRITTEN; THE CUSTOMER
      *      NUMBER STAYS OUT OF THE IMAGE BECAUSE A MERGE (PGBCMERG)
      *      LEGITIMATELY RE-KEYS THE HISTORY
             MOVE SPACES                   TO NPX53RC

             EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :HCUSTH-TS
                   FROM SYSIBM.SYSDUMMY1
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCUMNT HISTORY TIMESTAMP SQLCODE -',SQLCODE
                MOVE 'KO'                  TO X53-RCODE
                GO TO C5100-EXIT
             END-IF

             MOVE 1                        TO WS-CHN-PTR
             STRING HCUSTH-TS              DELIMITED BY SIZE
                    HCUSTH-SRC             DELIMITED BY SIZE
                    HCUSTH-TYPE            DELIMITED BY SIZE
                    HCUSTH-FRSTNM          DELIMITED BY SIZE
                    HCUSTH-MDLNM           DELIMITED BY SIZE
                    HCUSTH-LASTNM          DELIMITED BY SIZE
                    HCUSTH-ADDR            DELIMITED BY SIZE
                    HCUSTH-DOB             DELIMITED BY SIZE
                    HCUSTH-FISCODE         DELIMITED BY SIZE
               INTO X53-IMMAG
               WITH POINTER WS-CHN-PTR
             END-STRING
             COMPUTE X53-LUNGH = WS-CHN-PTR - 1
             MOVE 'CA'                     TO X53-FUNZI
             MOVE 'CHS'                    TO X53-TRACC
             MOVE 'PGBCUMNT'               TO X53-PGMNM

             MOVE 'NPX53P'                 TO WS-ROUT-MODULE
             MOVE NPX53RC                  TO WS-ROUT-NP1000
             MOVE NPG01RC                  TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP1000           TO NPX53RC
             MOVE WS-ROUT-NPG01            TO NPG01RC

             IF X53-RCODE NOT = SPACES
                DISPLAY 'PGBCUMNT HISTORY CHAIN ',G01-LABEL,' ',
                   G01-DESC1
             ELSE
                MOVE X53-PROGR             TO HCUSTH-CHN-PROGR
                MOVE X53-HASH              TO HCUSTH-CHN-HASH
             END-IF.
       C5100-EXIT.
             EXIT.
       C6000-ADDRESS-CORRECTED-PARA.
      *      THE ADDRESS IS DELIVERABLE AGAIN: PGBOUTBN STOPS HOLDING
      *      THE POST AND THE OPEN RETURNS LEAVE THE BRANCH WORKLIST
             EXEC SQL
                 UPDATE CUSTM_TABLE
                    SET CUSTM_ADDR_UNDLV = 'N'
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
                    AND CUSTM_ADDR_UNDLV = 'Y'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                GO TO C6000-ERROR
             END-IF

             MOVE ACN-CUSTM-NO              TO RMCUSTRM-CUST-NO
             MOVE WS-CURR-DATE              TO RMCUSTRM-CLOSE-DATE

             EXEC SQL
                 UPDATE CUSTRTML
                    SET RMCUSTRM_ST = 'C',
                        RMCUSTRM_CLOSE_DATE = :RMCUSTRM-CLOSE-DATE
                  WHERE RMCUSTRM_CUST_NO = :RMCUSTRM-CUST-NO
                    AND RMCUSTRM_ST = 'O'
             END-EXEC

             IF SQLCODE = 0 OR SQLCODE = 100
                GO TO C6000-EXIT
             END-IF.
       C6000-ERROR.
             DISPLAY 'PGBCUMNT RETURNED-MAIL SQLCODE -',SQLCODE
             MOVE 'KO'                      TO CUM-RCODE.
       C6000-EXIT.
             EXIT.
       END PROGRAM PGBCUMNT.
