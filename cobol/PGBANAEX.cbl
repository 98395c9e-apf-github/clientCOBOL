       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBANAEX.
      ******************************************************************
      * MONTHLY COMMUNICATION OF THE LOAN RELATIONSHIPS TO THE TAX    *
      * AUTHORITY REGISTRY OF FINANCIAL RELATIONSHIPS. LOANANAG KEEPS *
      * ONE ROW PER LOAN, CUSTOMER AND ROLE AS LAST SENT TO THE       *
      * REGISTRY (FISCAL CODE, START AND END DATE, OPEN OR CLOSED).   *
      * THE BATCH COMPARES IT WITH THE LOAN BOOK AT THE END OF THE    *
      * PERIOD OF THE DDANAPAR CARD AND WRITES TO THE TYPED DDANAOUT  *
      * FILE:                                                         *
      *  - 'R' CORRECTION FOR EVERY RELATIONSHIP, OPEN OR CLOSED,     *
      *    SENT UNDER A FISCAL CODE SINCE CHANGED ON THE CUSTOMER     *
      *    MASTER (PGBCFBLD FIXES, CUSTOMER MAINTENANCE);             *
      *  - 'A' OPENING FOR EVERY PARTY OF AN OPEN LOAN IN LOANCUST    *
      *    (OR THE BORROWER OF THE MASTER) NOT YET OPEN IN LOANANAG:  *
      *    NEW LOANS, PARTIES ATTACHED ('08'), INCOMING BORROWERS OF  *
      *    AN ASSUMPTION, ROLE CHANGES;                               *
      *  - 'C' CLOSING FOR EVERY OPEN LOANANAG ROW NO LONGER BACKED   *
      *    BY THE LOAN: PARTIES DETACHED ('09') OR RELEASED BY AN     *
      *    ASSUMPTION, LOANS CLOSED, WRITTEN OFF, PORTED, WITHDRAWN   *
      *    OR TRANSFERRED BY PGBCESSN (CLOSED AT THE CESSION DATE).   *
      * A LOAN OPENED AND ENDED BETWEEN TWO RUNS, SO NEVER SENT, GETS *
      * ITS 'A' OPENING AND ITS 'C' CLOSING IN THE SAME RUN.          *
      * A PARTY WITHOUT FISCAL CODE CANNOT BE SENT: IT IS LISTED AND  *
      * PICKED UP BY THE FIRST RUN AFTER THE CODE IS KEYED. EVERY     *
      * PARTY SENT IS ENTERED ON THE DISCLOSURE REGISTER (PGBDSCRG)   *
      * WITH THE REGISTRY AS RECIPIENT AND PURPOSE ANAG.              *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANAPAR  ASSIGN TO DDANAPAR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANAPAR-FS.

           SELECT ANAOUT  ASSIGN TO DDANAOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANAOUT-FS.

       DATA DIVISION.
       FILE SECTION.
      * PAR-TO-DATE IS THE LAST DAY OF THE PERIOD (MM/DD/CCYY): THE
      * DATE OF EVERY EVENT THE LOAN BOOK DOES NOT DATE ITSELF
       FD ANAPAR.
       01 ANAPAR-RECORD.
           02  PAR-ABI                    PIC X(05).
           02  PAR-PERIOD                 PIC 9(06).
           02  PAR-TO-DATE                PIC X(10).
           02  FILLER                     PIC X(59).

      * REGISTRY COMMUNICATION FILE: 'H' HEADER, ONE 'R', 'A' OR
      * 'C' RECORD PER RELATIONSHIP EVENT, 'Z' TRAILER WITH THE
      * CONTROL COUNTS
       FD ANAOUT.
       01 ANAOUT-RECORD.
           02  ANA-REC-TYPE               PIC X(01).
           02  ANA-ABI                    PIC X(05).
           02  ANA-PERIOD                 PIC 9(06).
           02  ANA-LOAN-NO                PIC 9(09).
           02  ANA-DATA                   PIC X(129).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCUST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCESS
           END-EXEC.

           EXEC SQL
               INCLUDE LOANANAG
           END-EXEC.

      *    RELATIONSHIPS SENT UNDER A FISCAL CODE THE MASTER NO
      *    LONGER CARRIES
           EXEC SQL
               DECLARE CUR-ANACORR CURSOR FOR
               SELECT A.ATLOANAT_NO, A.ATLOANAT_CUST_NO,
                      A.ATLOANAT_ROLE, A.ATLOANAT_FISCODE,
                      C.CUSTM_FISCODE, C.CUSTM_NAME_LASTNM,
                      C.CUSTM_NAME_FRSTNM
               FROM LOANANAG A, CUSTM_TABLE C
               WHERE C.CUSTM_NO       = A.ATLOANAT_CUST_NO
                 AND C.CUSTM_FISCODE <> ' '
                 AND C.CUSTM_FISCODE <> A.ATLOANAT_FISCODE
               ORDER BY A.ATLOANAT_NO, A.ATLOANAT_CUST_NO,
                        A.ATLOANAT_ROLE
           END-EXEC.

      *    OPEN LOANS, PLUS EVERY LOAN THE REGISTRY STILL HOLDS
      *    AS OPEN: ITS CLOSING IS SENT ONCE. AN ENDED LOAN THE
      *    REGISTRY NEVER RECEIVED, ORIGINATED BY THE END OF THE
      *    PERIOD, IS TAKEN TOO
           EXEC SQL
               DECLARE CUR-ANALOAN CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_CAT, L.LOANM_CUST_NO,
                      L.LOANM_ST
               FROM LOANMSTR L
               WHERE L.LOANM_ST = 'O'
                  OR EXISTS
                     (SELECT 1 FROM LOANANAG A
                       WHERE A.ATLOANAT_NO = L.LOANM_NO
                         AND A.ATLOANAT_ST = 'O')
                  OR (L.LOANM_ST IN ('C', 'P', 'R', 'T', 'W')
                      AND NOT EXISTS
                          (SELECT 1 FROM LOANANAG A
                            WHERE A.ATLOANAT_NO = L.LOANM_NO)
                      AND EXISTS
                          (SELECT 1 FROM LOANPLAN P
                            WHERE P.FLOANPL_NO = L.LOANM_NO
                              AND P.FLOANPL_ORIG_DATE <> ' '
                              AND SUBSTR(P.FLOANPL_ORIG_DATE,7,4) CONCAT
                                  SUBSTR(P.FLOANPL_ORIG_DATE,1,2) CONCAT
                                  SUBSTR(P.FLOANPL_ORIG_DATE,4,2)
                                     <= :WS-TO-YMD))
               ORDER BY L.LOANM_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PARTY CURSOR FOR
               SELECT PLOANCST_CUST_NO, PLOANCST_ROLE
               FROM LOANCUST
               WHERE PLOANCST_NO = :LLOANM-NO
               ORDER BY PLOANCST_ROLE DESC, PLOANCST_CUST_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-ANAOPEN CURSOR FOR
               SELECT ATLOANAT_CUST_NO, ATLOANAT_ROLE,
                      ATLOANAT_FISCODE
               FROM LOANANAG
               WHERE ATLOANAT_NO = :LLOANM-NO
                 AND ATLOANAT_ST = 'O'
               ORDER BY ATLOANAT_CUST_NO, ATLOANAT_ROLE
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-ANAPAR-FS          PIC XX.
          05 WS-ANAOUT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-CORR-FLAG                  PIC X(01).
             88  END-OF-CORRECTIONS        VALUE '1'.
          05 WS-LOAN-FLAG                  PIC X(01).
             88  END-OF-LOANS              VALUE '1'.
          05 WS-PARTY-FLAG                 PIC X(01).
             88  END-OF-PARTIES            VALUE '1'.
          05 WS-OPEN-FLAG                  PIC X(01).
             88  END-OF-OPEN-ROWS          VALUE '1'.
          05 WS-LOAN-NEW-FLAG              PIC X(01).
             88  LOAN-NEVER-SENT           VALUE '1'.
          05 WS-FOUND-FLAG                 PIC X(01).
             88  PARTY-STILL-ON-LOAN       VALUE '1'.
          05 WS-ROW-FLAG                   PIC X(01).
             88  ANAG-ROW-CLOSED           VALUE '1'.

       01 WS-COUNTERS.
          05 WS-LOANS-READ                 PIC 9(07) VALUE ZERO.
          05 WS-OPENINGS                   PIC 9(07) VALUE ZERO.
          05 WS-CLOSINGS                   PIC 9(07) VALUE ZERO.
          05 WS-CORRECTIONS                PIC 9(07) VALUE ZERO.
          05 WS-NO-FISCODE                 PIC 9(07) VALUE ZERO.
          05 WS-NO-PARTIES                 PIC 9(07) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(07) VALUE ZERO.
          05 WS-RECORDS-WRITTEN            PIC 9(07) VALUE ZERO.
          05 WS-DISCLOSURES                PIC 9(07) VALUE ZERO.

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

       01 WS-TO-DATE-R.
           10  WS-TO-MM            PIC 9(02).
           10  FILLER              PIC X(01).
           10  WS-TO-DD            PIC 9(02).
           10  FILLER              PIC X(01).
           10  WS-TO-CCYY          PIC 9(04).

       01 WS-TO-PERIOD                     PIC 9(06).
       01 WS-TO-YMD                        PIC X(08).

       01 WS-EVENT-DATE                    PIC X(10).

       01 WS-ROW-COUNT                     PIC S9(09)      COMP.

       01 WS-PARTY-TABLE.
          05  WS-PTY-NR              PIC S9(04)      COMP.
          05  WS-PTY-IX              PIC S9(04)      COMP.
          05  WS-PTY-ENTRY OCCURS 50 TIMES.
              10  WS-PTY-CUST        PIC S9(09)      COMP-3.
              10  WS-PTY-ROLE        PIC X(01).

       01 WS-DSC-MODULE                    PIC X(08) VALUE 'PGBDSCRG'.
       COPY PGBDSCRC.

       01 WS-T-HDR.
          05  WS-TH-CREATED          PIC X(10).
          05  WS-TH-TO-DATE          PIC X(10).
          05  FILLER                 PIC X(109).

       01 WS-T-REL.
          05  WS-TR-ROLE             PIC X(01).
          05  WS-TR-CUST-NO          PIC 9(09).
          05  WS-TR-FISCODE          PIC X(16).
          05  WS-TR-PREV-FISCODE     PIC X(16).
          05  WS-TR-LASTNM           PIC X(30).
          05  WS-TR-FRSTNM           PIC X(30).
          05  WS-TR-EVENT-DATE       PIC X(08).
          05  WS-TR-CAT              PIC X(02).
          05  FILLER                 PIC X(17).

       01 WS-T-TRL.
          05  WS-TZ-OPENINGS         PIC 9(07).
          05  WS-TZ-CLOSINGS         PIC 9(07).
          05  WS-TZ-CORRECTIONS      PIC 9(07).
          05  WS-TZ-RECORDS          PIC 9(07).
          05  FILLER                 PIC X(101).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

      *     CORRECTIONS FIRST: THE OPENINGS AND CLOSINGS THAT FOLLOW
      *     ALREADY CARRY THE FISCAL CODE OF THE MASTER
            EXEC SQL
                OPEN CUR-ANACORR
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBANAEX OPEN CUR-ANACORR SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               SET END-OF-CORRECTIONS TO TRUE
            END-IF

            PERFORM A2100-FETCH-CORR-PARA
               THRU A2100-EXIT
            PERFORM A2200-ONE-CORR-PARA
               THRU A2200-EXIT
               UNTIL END-OF-CORRECTIONS

            EXEC SQL
                CLOSE CUR-ANACORR
            END-EXEC

            EXEC SQL
                OPEN CUR-ANALOAN
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBANAEX OPEN CUR-ANALOAN SQLCODE -',SQLCODE
               ADD 1 TO WS-DB-ERRORS
               SET END-OF-LOANS TO TRUE
            END-IF

            PERFORM A3100-FETCH-LOAN-PARA
               THRU A3100-EXIT
            PERFORM A3200-ONE-LOAN-PARA
               THRU A3200-EXIT
               UNTIL END-OF-LOANS

            EXEC SQL
                CLOSE CUR-ANALOAN
            END-EXEC

            PERFORM W3000-WRITE-TRAILER-PARA
               THRU W3000-EXIT

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

            OPEN INPUT ANAPAR
            READ ANAPAR
            END-READ
            IF WS-ANAPAR-FS NOT = '00'
            OR PAR-ABI = SPACES
            OR PAR-PERIOD NOT NUMERIC
               DISPLAY 'PGBANAEX REGISTRY CARD MISSING OR INVALID'
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            CLOSE ANAPAR

      *     THE CLOSING DATE OF THE CARD MUST FALL IN ITS PERIOD
            MOVE PAR-TO-DATE            TO WS-TO-DATE-R
            IF WS-TO-MM   NOT NUMERIC
            OR WS-TO-DD   NOT NUMERIC
            OR WS-TO-CCYY NOT NUMERIC
               DISPLAY 'PGBANAEX INVALID PERIOD DATE ',PAR-TO-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            COMPUTE WS-TO-PERIOD = (WS-TO-CCYY * 100) + WS-TO-MM
            IF WS-TO-PERIOD NOT = PAR-PERIOD
            OR WS-TO-DD < 1 OR WS-TO-DD > 31
               DISPLAY 'PGBANAEX PERIOD DATE ',PAR-TO-DATE,
                  ' NOT IN PERIOD ',PAR-PERIOD
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE WS-TO-CCYY             TO WS-TO-YMD (1:4)
            MOVE WS-TO-MM               TO WS-TO-YMD (5:2)
            MOVE WS-TO-DD               TO WS-TO-YMD (7:2)

            OPEN OUTPUT ANAOUT
            DISPLAY 'ANAOUT FILE STATUS -',WS-ANAOUT-FS

            MOVE SPACES                 TO WS-T-HDR
            MOVE WS-CURR-DATE           TO WS-TH-CREATED
            MOVE PAR-TO-DATE            TO WS-TH-TO-DATE
            MOVE SPACES                 TO ANAOUT-RECORD
            MOVE 'H'                    TO ANA-REC-TYPE
            MOVE ZERO                   TO ANA-LOAN-NO
            MOVE WS-T-HDR               TO ANA-DATA
            PERFORM W1000-WRITE-REC-PARA
               THRU W1000-EXIT.
       A1000-EXIT.
             EXIT.
       A2100-FETCH-CORR-PARA.
            EXEC SQL
                FETCH CUR-ANACORR
                INTO :ATLOANAT-NO, :ATLOANAT-CUST-NO,
                     :ATLOANAT-ROLE, :ATLOANAT-FISCODE,
                     :ACN-CUSTM-FISCODE, :ACN-CUSTM-NAME-LASTNM,
                     :ACN-CUSTM-NAME-FRSTNM
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 CONTINUE
            WHEN SQLCODE = 100
                 SET END-OF-CORRECTIONS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBANAEX FETCH CUR-ANACORR SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-CORRECTIONS TO TRUE
            END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-CORR-PARA.
      *      THE CORRECTION CARRIES THE CODE THE REGISTRY HOLDS AND
      *      THE ONE THAT REPLACES IT
             MOVE SPACES                  TO WS-T-REL
             MOVE ATLOANAT-ROLE           TO WS-TR-ROLE
             MOVE ATLOANAT-CUST-NO        TO WS-TR-CUST-NO
             MOVE ACN-CUSTM-FISCODE       TO WS-TR-FISCODE
             MOVE ATLOANAT-FISCODE        TO WS-TR-PREV-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM   TO WS-TR-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM   TO WS-TR-FRSTNM
             MOVE PAR-TO-DATE             TO WS-EVENT-DATE
             PERFORM W2000-EVENT-DATE-PARA
                THRU W2000-EXIT

             MOVE ACN-CUSTM-FISCODE       TO ATLOANAT-FISCODE
             MOVE PAR-PERIOD              TO ATLOANAT-PERIOD
             MOVE 'R'                     TO ATLOANAT-LAST-TYPE

             EXEC SQL
                 UPDATE LOANANAG
                    SET ATLOANAT_FISCODE   = :ATLOANAT-FISCODE,
                        ATLOANAT_PERIOD    = :ATLOANAT-PERIOD,
                        ATLOANAT_LAST_TYPE = :ATLOANAT-LAST-TYPE
                  WHERE ATLOANAT_NO      = :ATLOANAT-NO
                    AND ATLOANAT_CUST_NO = :ATLOANAT-CUST-NO
                    AND ATLOANAT_ROLE    = :ATLOANAT-ROLE
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX LOANANAG CORRECTION SQLCODE -',
                   SQLCODE,' LOAN ',ATLOANAT-NO
                ADD 1                     TO WS-DB-ERRORS
                GO TO A2290-NEXT
             END-IF

             MOVE SPACES                  TO ANAOUT-RECORD
             MOVE 'R'                     TO ANA-REC-TYPE
             MOVE ATLOANAT-NO             TO ANA-LOAN-NO
             MOVE WS-T-REL                TO ANA-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT
             PERFORM W4000-REGISTER-PARA
                THRU W4000-EXIT
             ADD 1                        TO WS-CORRECTIONS.

       A2290-NEXT.
             PERFORM A2100-FETCH-CORR-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       A3100-FETCH-LOAN-PARA.
            EXEC SQL
                FETCH CUR-ANALOAN
                INTO :LLOANM-NO, :LLOANM-CAT, :LLOANM-CUST-NO,
                     :LLOANM-ST
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-LOANS-READ
            WHEN SQLCODE = 100
                 SET END-OF-LOANS TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBANAEX FETCH CUR-ANALOAN SQLCODE -',
                    SQLCODE
                 ADD 1 TO WS-DB-ERRORS
                 SET END-OF-LOANS TO TRUE
            END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-ONE-LOAN-PARA.
      *      AN ENDED LOAN HAS NO PARTIES LEFT: EVERY RELATIONSHIP
      *      STILL OPEN IN THE REGISTRY IS CLOSED
             MOVE ZERO                    TO WS-PTY-NR
             IF LLOANM-ST NOT = 'O'
                PERFORM B4000-ENDED-UNSENT-PARA
                   THRU B4000-EXIT
             END-IF

             IF LLOANM-ST = 'O'
                PERFORM B1000-LOAD-PARTIES-PARA
                   THRU B1000-EXIT
                IF WS-PTY-NR = ZERO
                   DISPLAY 'PGBANAEX LOAN ',LLOANM-NO,
                      ' WITHOUT PARTIES - EXCLUDED'
                   ADD 1                  TO WS-NO-PARTIES
                   GO TO A3290-NEXT
                END-IF
                PERFORM B2000-OPENINGS-PARA
                   THRU B2000-EXIT
             END-IF

             PERFORM B3000-CLOSINGS-PARA
                THRU B3000-EXIT.

       A3290-NEXT.
             PERFORM A3100-FETCH-LOAN-PARA
                THRU A3100-EXIT.
       A3200-EXIT.
             EXIT.
       B1000-LOAD-PARTIES-PARA.
             INITIALIZE WS-PARTY-FLAG

             EXEC SQL
                 OPEN CUR-PARTY
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX OPEN CUR-PARTY SQLCODE -',SQLCODE
                ADD 1 TO WS-DB-ERRORS
                SET END-OF-PARTIES TO TRUE
             END-IF

             PERFORM B1100-FETCH-PARTY-PARA
                THRU B1100-EXIT
                UNTIL END-OF-PARTIES

             EXEC SQL
                 CLOSE CUR-PARTY
             END-EXEC

      *      LOANS BOOKED BEFORE LOANCUST CARRY ONLY THE BORROWER
      *      OF THE MASTER
             IF WS-PTY-NR = ZERO
             AND LLOANM-CUST-NO > ZERO
                MOVE 1                    TO WS-PTY-NR
                MOVE LLOANM-CUST-NO       TO WS-PTY-CUST (1)
                MOVE 'P'                  TO WS-PTY-ROLE (1)
             END-IF.
       B1000-EXIT.
             EXIT.
       B1100-FETCH-PARTY-PARA.
             EXEC SQL
                 FETCH CUR-PARTY
                 INTO :PLOANCST-CUST-NO, :PLOANCST-ROLE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-PTY-NR < 50
                     ADD 1               TO WS-PTY-NR
                     MOVE PLOANCST-CUST-NO
                                    TO WS-PTY-CUST (WS-PTY-NR)
                     MOVE PLOANCST-ROLE
                                    TO WS-PTY-ROLE (WS-PTY-NR)
                  END-IF
             WHEN SQLCODE = 100
                  SET END-OF-PARTIES TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBANAEX FETCH CUR-PARTY SQLCODE -',
                     SQLCODE
                  ADD 1 TO WS-DB-ERRORS
                  SET END-OF-PARTIES TO TRUE
             END-EVALUATE.
       B1100-EXIT.
             EXIT.
       B2000-OPENINGS-PARA.
      *      A LOAN NEVER SENT OPENS AT ITS ORIGINATION DATE; A PARTY
      *      ADDED LATER OPENS IN THE PERIOD IT IS FIRST SEEN
             INITIALIZE WS-LOAN-NEW-FLAG
             MOVE LLOANM-NO               TO ATLOANAT-NO

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM LOANANAG
                  WHERE ATLOANAT_NO = :ATLOANAT-NO
             END-EXEC

             IF SQLCODE = 0 AND WS-ROW-COUNT = ZERO
                SET LOAN-NEVER-SENT TO TRUE
             END-IF

             MOVE PAR-TO-DATE             TO WS-EVENT-DATE
             IF LOAN-NEVER-SENT
                MOVE LLOANM-NO            TO FLOANPL-NO
                EXEC SQL
                    SELECT FLOANPL_ORIG_DATE
                      INTO :FLOANPL-ORIG-DATE
                      FROM LOANPLAN
                     WHERE FLOANPL_NO = :FLOANPL-NO
                END-EXEC
                IF SQLCODE = 0
                AND FLOANPL-ORIG-DATE NOT = SPACES
                   MOVE FLOANPL-ORIG-DATE TO WS-EVENT-DATE
                END-IF
             END-IF

             PERFORM B2100-ONE-PARTY-PARA
                THRU B2100-EXIT
                VARYING WS-PTY-IX FROM 1 BY 1
                  UNTIL WS-PTY-IX > WS-PTY-NR.
       B2000-EXIT.
             EXIT.
       B2100-ONE-PARTY-PARA.
             MOVE LLOANM-NO               TO ATLOANAT-NO
             MOVE WS-PTY-CUST (WS-PTY-IX) TO ATLOANAT-CUST-NO
             MOVE WS-PTY-ROLE (WS-PTY-IX) TO ATLOANAT-ROLE
             INITIALIZE WS-ROW-FLAG

             EXEC SQL
                 SELECT ATLOANAT_ST
                   INTO :ATLOANAT-ST
                   FROM LOANANAG
                  WHERE ATLOANAT_NO      = :ATLOANAT-NO
                    AND ATLOANAT_CUST_NO = :ATLOANAT-CUST-NO
                    AND ATLOANAT_ROLE    = :ATLOANAT-ROLE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0 AND ATLOANAT-ST = 'O'
                  GO TO B2100-EXIT
             WHEN SQLCODE = 0
                  SET ANAG-ROW-CLOSED TO TRUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBANAEX LOANANAG READ SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
                  ADD 1                   TO WS-DB-ERRORS
                  GO TO B2100-EXIT
             END-EVALUATE

      *      THE REGISTRY IDENTIFIES THE PERSON BY THE FISCAL CODE
             MOVE WS-PTY-CUST (WS-PTY-IX) TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_FISCODE
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-FISCODE
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX CUSTOMER NOT FOUND -',
                   WS-PTY-CUST (WS-PTY-IX)
                ADD 1                     TO WS-DB-ERRORS
                GO TO B2100-EXIT
             END-IF

             IF ACN-CUSTM-FISCODE = SPACES
                ADD 1                     TO WS-NO-FISCODE
                DISPLAY 'PGBANAEX LOAN ',LLOANM-NO,' CUSTOMER ',
                   WS-PTY-CUST (WS-PTY-IX),' WITHOUT FISCAL CODE'
                GO TO B2100-EXIT
             END-IF

             MOVE ACN-CUSTM-FISCODE       TO ATLOANAT-FISCODE
             MOVE WS-EVENT-DATE           TO ATLOANAT-START-DATE
             MOVE SPACES                  TO ATLOANAT-END-DATE
             MOVE 'O'                     TO ATLOANAT-ST
             MOVE PAR-PERIOD              TO ATLOANAT-PERIOD
             MOVE 'A'                     TO ATLOANAT-LAST-TYPE

      *      A CLOSED RELATIONSHIP OF THE SAME PARTY AND ROLE IS
      *      REOPENED, OTHERWISE A NEW ONE IS RECORDED
             IF ANAG-ROW-CLOSED
                EXEC SQL
                    UPDATE LOANANAG
                       SET ATLOANAT_FISCODE    = :ATLOANAT-FISCODE,
                           ATLOANAT_START_DATE = :ATLOANAT-START-DATE,
                           ATLOANAT_END_DATE   = :ATLOANAT-END-DATE,
                           ATLOANAT_ST         = :ATLOANAT-ST,
                           ATLOANAT_PERIOD     = :ATLOANAT-PERIOD,
                           ATLOANAT_LAST_TYPE  = :ATLOANAT-LAST-TYPE
                     WHERE ATLOANAT_NO      = :ATLOANAT-NO
                       AND ATLOANAT_CUST_NO = :ATLOANAT-CUST-NO
                       AND ATLOANAT_ROLE    = :ATLOANAT-ROLE
                END-EXEC
             ELSE
                EXEC SQL
                    INSERT INTO LOANANAG VALUES
                    (:ATLOANAT-NO, :ATLOANAT-CUST-NO, :ATLOANAT-ROLE,
                     :ATLOANAT-FISCODE, :ATLOANAT-ST,
                     :ATLOANAT-START-DATE, :ATLOANAT-END-DATE,
                     :ATLOANAT-PERIOD, :ATLOANAT-LAST-TYPE)
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX LOANANAG OPENING SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                ADD 1                     TO WS-DB-ERRORS
                GO TO B2100-EXIT
             END-IF

             MOVE SPACES                  TO WS-T-REL
             MOVE ATLOANAT-ROLE           TO WS-TR-ROLE
             MOVE ATLOANAT-CUST-NO        TO WS-TR-CUST-NO
             MOVE ATLOANAT-FISCODE        TO WS-TR-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM   TO WS-TR-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM   TO WS-TR-FRSTNM
             PERFORM W2000-EVENT-DATE-PARA
                THRU W2000-EXIT

             MOVE SPACES                  TO ANAOUT-RECORD
             MOVE 'A'                     TO ANA-REC-TYPE
             MOVE LLOANM-NO               TO ANA-LOAN-NO
             MOVE WS-T-REL                TO ANA-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT
             PERFORM W4000-REGISTER-PARA
                THRU W4000-EXIT
             ADD 1                        TO WS-OPENINGS.
       B2100-EXIT.
             EXIT.
       B3000-CLOSINGS-PARA.
      *      A TRANSFERRED LOAN CLOSES AT THE DATE OF THE CESSION,
      *      EVERY OTHER EVENT AT THE END OF THE PERIOD
             MOVE PAR-TO-DATE             TO WS-EVENT-DATE
             IF LLOANM-ST = 'T'
                MOVE LLOANM-NO            TO ZLOANCES-NO
                EXEC SQL
                    SELECT MAX(ZLOANCES_DATE)
                      INTO :ZLOANCES-DATE
                      FROM LOANCESS
                     WHERE ZLOANCES_NO = :ZLOANCES-NO
                END-EXEC
                IF SQLCODE = 0
                AND ZLOANCES-DATE NOT = SPACES
                   MOVE ZLOANCES-DATE     TO WS-EVENT-DATE
                END-IF
             END-IF

             INITIALIZE WS-OPEN-FLAG

             EXEC SQL
                 OPEN CUR-ANAOPEN
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX OPEN CUR-ANAOPEN SQLCODE -',SQLCODE
                ADD 1 TO WS-DB-ERRORS
                SET END-OF-OPEN-ROWS TO TRUE
             END-IF

             PERFORM B3100-FETCH-OPEN-PARA
                THRU B3100-EXIT
             PERFORM B3200-ONE-OPEN-PARA
                THRU B3200-EXIT
                UNTIL END-OF-OPEN-ROWS

             EXEC SQL
                 CLOSE CUR-ANAOPEN
             END-EXEC.
       B3000-EXIT.
             EXIT.
       B3100-FETCH-OPEN-PARA.
             EXEC SQL
                 FETCH CUR-ANAOPEN
                 INTO :ATLOANAT-CUST-NO, :ATLOANAT-ROLE,
                      :ATLOANAT-FISCODE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-OPEN-ROWS TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBANAEX FETCH CUR-ANAOPEN SQLCODE -',
                     SQLCODE
                  ADD 1 TO WS-DB-ERRORS
                  SET END-OF-OPEN-ROWS TO TRUE
             END-EVALUATE.
       B3100-EXIT.
             EXIT.
       B3200-ONE-OPEN-PARA.
             INITIALIZE WS-FOUND-FLAG
             PERFORM B3300-MATCH-PARTY-PARA
                THRU B3300-EXIT
                VARYING WS-PTY-IX FROM 1 BY 1
                  UNTIL WS-PTY-IX > WS-PTY-NR
                     OR PARTY-STILL-ON-LOAN

             IF PARTY-STILL-ON-LOAN
                GO TO B3290-NEXT
             END-IF

             MOVE LLOANM-NO               TO ATLOANAT-NO
             MOVE 'C'                     TO ATLOANAT-ST
                                             ATLOANAT-LAST-TYPE
             MOVE WS-EVENT-DATE           TO ATLOANAT-END-DATE
             MOVE PAR-PERIOD              TO ATLOANAT-PERIOD

             EXEC SQL
                 UPDATE LOANANAG
                    SET ATLOANAT_ST        = :ATLOANAT-ST,
                        ATLOANAT_END_DATE  = :ATLOANAT-END-DATE,
                        ATLOANAT_PERIOD    = :ATLOANAT-PERIOD,
                        ATLOANAT_LAST_TYPE = :ATLOANAT-LAST-TYPE
                  WHERE ATLOANAT_NO      = :ATLOANAT-NO
                    AND ATLOANAT_CUST_NO = :ATLOANAT-CUST-NO
                    AND ATLOANAT_ROLE    = :ATLOANAT-ROLE
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX LOANANAG CLOSING SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                ADD 1                     TO WS-DB-ERRORS
                GO TO B3290-NEXT
             END-IF

      *      THE CLOSING GOES OUT UNDER THE CODE THE REGISTRY HOLDS
             MOVE ATLOANAT-CUST-NO        TO ACN-CUSTM-NO
             MOVE SPACES                  TO ACN-CUSTM-NAME-LASTNM
                                             ACN-CUSTM-NAME-FRSTNM
             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             MOVE SPACES                  TO WS-T-REL
             MOVE ATLOANAT-ROLE           TO WS-TR-ROLE
             MOVE ATLOANAT-CUST-NO        TO WS-TR-CUST-NO
             MOVE ATLOANAT-FISCODE        TO WS-TR-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM   TO WS-TR-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM   TO WS-TR-FRSTNM
             PERFORM W2000-EVENT-DATE-PARA
                THRU W2000-EXIT

             MOVE SPACES                  TO ANAOUT-RECORD
             MOVE 'C'                     TO ANA-REC-TYPE
             MOVE LLOANM-NO               TO ANA-LOAN-NO
             MOVE WS-T-REL                TO ANA-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT
             PERFORM W4000-REGISTER-PARA
                THRU W4000-EXIT
             ADD 1                        TO WS-CLOSINGS.

       B3290-NEXT.
             PERFORM B3100-FETCH-OPEN-PARA
                THRU B3100-EXIT.
       B3200-EXIT.
             EXIT.
       B3300-MATCH-PARTY-PARA.
             IF WS-PTY-CUST (WS-PTY-IX) = ATLOANAT-CUST-NO
             AND WS-PTY-ROLE (WS-PTY-IX) = ATLOANAT-ROLE
                SET PARTY-STILL-ON-LOAN TO TRUE
             END-IF.
       B3300-EXIT.
             EXIT.
       B4000-ENDED-UNSENT-PARA.
      *      AN ENDED LOAN WITHOUT ANY LOANANAG ROW WAS NEVER SENT:
      *      ITS PARTIES ARE OPENED FIRST, THEN THE EMPTY PARTY TABLE
      *      LETS B3000 CLOSE THEM ALL IN THE SAME RUN
             MOVE LLOANM-NO               TO ATLOANAT-NO

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM LOANANAG
                  WHERE ATLOANAT_NO = :ATLOANAT-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBANAEX LOANANAG COUNT SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
                ADD 1                     TO WS-DB-ERRORS
                GO TO B4000-EXIT
             END-IF

             IF WS-ROW-COUNT > ZERO
                GO TO B4000-EXIT
             END-IF

             PERFORM B1000-LOAD-PARTIES-PARA
                THRU B1000-EXIT
             IF WS-PTY-NR = ZERO
                DISPLAY 'PGBANAEX LOAN ',LLOANM-NO,
                   ' WITHOUT PARTIES - EXCLUDED'
                ADD 1                     TO WS-NO-PARTIES
                GO TO B4000-EXIT
             END-IF

             PERFORM B2000-OPENINGS-PARA
                THRU B2000-EXIT

             MOVE ZERO                    TO WS-PTY-NR.
       B4000-EXIT.
             EXIT.
       W1000-WRITE-REC-PARA.
             MOVE PAR-ABI                 TO ANA-ABI
             MOVE PAR-PERIOD              TO ANA-PERIOD
             WRITE ANAOUT-RECORD
             ADD 1                        TO WS-RECORDS-WRITTEN.
       W1000-EXIT.
             EXIT.
       W2000-EVENT-DATE-PARA.
      *      THE REGISTRY DATES ARE CCYYMMDD; LOANCAT IS THE KIND OF
      *      RELATIONSHIP
             MOVE WS-EVENT-DATE (7:4)     TO WS-TR-EVENT-DATE (1:4)
             MOVE WS-EVENT-DATE (1:2)     TO WS-TR-EVENT-DATE (5:2)
             MOVE WS-EVENT-DATE (4:2)     TO WS-TR-EVENT-DATE (7:2)
             MOVE LLOANM-CAT              TO WS-TR-CAT.
       W2000-EXIT.
             EXIT.
       W3000-WRITE-TRAILER-PARA.
             MOVE SPACES                  TO WS-T-TRL
             MOVE WS-OPENINGS             TO WS-TZ-OPENINGS
             MOVE WS-CLOSINGS             TO WS-TZ-CLOSINGS
             MOVE WS-CORRECTIONS          TO WS-TZ-CORRECTIONS
             ADD 1 WS-RECORDS-WRITTEN GIVING WS-TZ-RECORDS

             MOVE SPACES                  TO ANAOUT-RECORD
             MOVE 'Z'                     TO ANA-REC-TYPE
             MOVE ZERO                    TO ANA-LOAN-NO
             MOVE WS-T-TRL                TO ANA-DATA
             PERFORM W1000-WRITE-REC-PARA
                THRU W1000-EXIT.
       W3000-EXIT.
             EXIT.
       W4000-REGISTER-PARA.
      *      THE PARTY AND LOAN OF THE RECORD JUST WRITTEN; AN
      *      OPENING AND CLOSING OF THE SAME RUN MAKE ONE ENTRY
             MOVE SPACES                  TO PGBDSCRC
             MOVE WS-TR-CUST-NO           TO DSC-CUST-NO
             MOVE 'AT'                    TO DSC-RECIP-TYPE
             MOVE PAR-ABI                 TO DSC-RECIP
             STRING 'DDANAOUT '           DELIMITED BY SIZE
                    PAR-PERIOD            DELIMITED BY SIZE
                    INTO DSC-FILE-REF
             MOVE ANA-LOAN-NO             TO DSC-OBJ-LOAN
             MOVE 'ANAG'                  TO DSC-PURPOSE
             MOVE 'PGBANAEX'              TO DSC-PGM

             CALL WS-DSC-MODULE USING PGBDSCRC

             IF DSC-RCODE = SPACES
                ADD 1                     TO WS-DISCLOSURES
             END-IF.
       W4000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBANAEX - FINANCIAL RELATIONSHIPS REGISTRY ',
               PAR-PERIOD
            DISPLAY 'LOANS READ ...................: ',
               WS-LOANS-READ
            DISPLAY 'OPENINGS .....................: ',
               WS-OPENINGS
            DISPLAY 'CLOSINGS .....................: ',
               WS-CLOSINGS
            DISPLAY 'FISCAL CODE CORRECTIONS ......: ',
               WS-CORRECTIONS
            DISPLAY 'PARTIES WITHOUT FISCAL CODE ..: ',
               WS-NO-FISCODE
            DISPLAY 'LOANS WITHOUT PARTIES ........: ',
               WS-NO-PARTIES
            DISPLAY 'DATABASE ERRORS ..............: ',
               WS-DB-ERRORS
            DISPLAY 'RECORDS WRITTEN ..............: ',
               WS-RECORDS-WRITTEN
            DISPLAY 'DISCLOSURES REGISTERED .......: ',
               WS-DISCLOSURES
            DISPLAY '-------------------------------------------'

            IF WS-NO-FISCODE > ZERO
            OR WS-NO-PARTIES > ZERO
            OR WS-DB-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE ANAOUT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBANAEX.
