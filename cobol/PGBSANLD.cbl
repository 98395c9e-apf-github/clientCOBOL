       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSANLD.
      ******************************************************************
      * DAILY LOAD OF THE SANCTIONS AND PEP SCREENING LIST. THE LIST  *
      * FILE DDSANLST MERGES THE EU AND UN CONSOLIDATED SANCTIONS     *
      * LISTS AND THE POLITICALLY-EXPOSED-PERSONS LIST, ONE PERSON    *
      * PER RECORD (LIST ID, SOURCE EU/UN/PP, NAMES, DATE OF BIRTH),  *
      * BETWEEN A HDR RECORD WITH THE EDITION DATE AND A TRL RECORD   *
      * WITH THE NUMBER OF PERSONS. EVERY PERSON IS KEYED BY THE      *
      * SCREENING ROUTINE PGBSANCK AND KEPT ON SANCLIST: A NEW ENTRY  *
      * IS ADDED, A CHANGED ONE REPLACED, AN ENTRY NO LONGER ON THE   *
      * FILE REMOVED. A FILE WITHOUT HEADER OR TRAILER, OR WHOSE      *
      * COUNT DOES NOT BALANCE, LEAVES THE LIST AS IT WAS (RC 16).    *
      * THE CONTROL ROW SANCCTL RECORDS THE EDITION LOADED; WHEN ANY  *
      * PERSON WAS ADDED OR CHANGED IT ASKS THE NIGHTLY RESCREEN OF   *
      * THE CUSTOMER BASE (PGBSANRS) BY SETTING ITS RESCREEN FLAG.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANLST  ASSIGN TO DDSANLST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SANLST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SANLST.
       01 SANLST-RECORD.
           02  SLS-ID                     PIC X(12).
           02  SLS-SRC                    PIC X(02).
      *        'EU' / 'UN' = SANCTIONS   'PP' = POLITICALLY EXPOSED
           02  SLS-LASTNM                 PIC X(30).
           02  SLS-FRSTNM                 PIC X(30).
      *        SPACES FOR A PERSON KNOWN BY ONE NAME ONLY
           02  SLS-DOB                    PIC X(10).
      *        MM/DD/CCYY; 00/00/CCYY WHEN ONLY THE YEAR IS KNOWN
           02  FILLER                     PIC X(16).
       01 SANLST-HDR.
           02  SLH-TYPE                   PIC X(03).
           02  SLH-LIST-DATE              PIC X(10).
           02  FILLER                     PIC X(87).
       01 SANLST-TRL.
           02  SLT-TYPE                   PIC X(03).
           02  SLT-COUNT                  PIC 9(07).
           02  FILLER                     PIC X(90).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE SANCLIST
           END-EXEC.

           EXEC SQL
               INCLUDE SANCCTL
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-SANLST-FS          PIC XX.
             88 END-OF-SANLST         VALUE '10'.

       01 WS-FLAGS.
          05 WS-TRAILER-FLAG               PIC X(01).
             88  TRAILER-FOUND             VALUE 'Y'.
          05 WS-LOAD-FAILED                PIC X(01).
             88  LOAD-FAILED               VALUE 'Y'.
          05 WS-CTL-FLAG                   PIC X(01).
             88  CTL-ROW-MISSING           VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-PERSONS-READ               PIC 9(07) VALUE ZERO.
          05 WS-PERSONS-REJECTED           PIC 9(07) VALUE ZERO.
          05 WS-PERSONS-ADDED              PIC 9(07) VALUE ZERO.
          05 WS-PERSONS-CHANGED            PIC 9(07) VALUE ZERO.
          05 WS-PERSONS-SAME               PIC 9(07) VALUE ZERO.
          05 WS-PERSONS-REMOVED            PIC 9(07) VALUE ZERO.

       01 WS-LOAD-NO                       PIC S9(9)     COMP.
       01 WS-LIST-COUNT                    PIC S9(9)     COMP.
       01 WS-REJECT-REASON                 PIC X(30).
       01 WS-LIST-DATE                     PIC X(10).

      *    THE ENTRY AS ALREADY ON SANCLIST
       01 WS-OLD-ENTRY.
          05 WS-OLD-SRC                    PIC X(02).
          05 WS-OLD-LASTNM                 PIC X(30).
          05 WS-OLD-FRSTNM                 PIC X(30).
          05 WS-OLD-DOB                    PIC X(10).

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

      *    SCREENING ROUTINE, USED HERE TO KEY THE LIST NAMES
       01 WS-SAN-MODULE                    PIC X(08) VALUE 'PGBSANCK'.
           COPY PGBSANRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-ONE-PERSON-PARA
               THRU A2000-EXIT
               UNTIL END-OF-SANLST
                  OR TRAILER-FOUND
                  OR LOAD-FAILED

            IF NOT LOAD-FAILED
               PERFORM A3000-CHECK-TRAILER-PARA
                  THRU A3000-EXIT
            END-IF

            IF NOT LOAD-FAILED
               PERFORM A3100-REMOVE-STALE-PARA
                  THRU A3100-EXIT
            END-IF

            IF NOT LOAD-FAILED
               PERFORM A3200-UPDATE-CONTROL-PARA
                  THRU A3200-EXIT
            END-IF

            CLOSE SANLST

            IF LOAD-FAILED
               EXEC SQL ROLLBACK END-EXEC
            ELSE
               EXEC SQL COMMIT END-EXEC
            END-IF

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

            OPEN INPUT SANLST
            DISPLAY 'SANLST FILE STATUS -',WS-SANLST-FS
            IF WS-SANLST-FS NOT = '00'
               DISPLAY 'PGBSANLD LIST FILE NOT AVAILABLE'
               MOVE 16                  TO RETURN-CODE
               GOBACK
            END-IF

            PERFORM R1000-READ-LIST-PARA
               THRU R1000-EXIT
            IF END-OF-SANLST
            OR SLH-TYPE NOT = 'HDR'
               DISPLAY 'PGBSANLD LIST FILE WITHOUT HEADER'
               CLOSE SANLST
               MOVE 16                  TO RETURN-CODE
               GOBACK
            END-IF

      *     EVERY LOAD STAMPS THE ENTRIES IT FINDS ON THE FILE WITH
      *     A NEW LOAD NUMBER; THE ENTRIES LEFT WITH AN OLDER ONE
      *     ARE NO LONGER LISTED
            MOVE 'LIST'                 TO ZSANCCTL-KEY
            MOVE ZERO                   TO ZSANCCTL-LOAD-NO

            EXEC SQL
                SELECT ZSANCCTL_LOAD_NO, ZSANCCTL_LIST_DATE
                  INTO :ZSANCCTL-LOAD-NO, :ZSANCCTL-LIST-DATE
                  FROM SANCCTL
                 WHERE ZSANCCTL_KEY = :ZSANCCTL-KEY
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 DISPLAY 'PGBSANLD EDITION ON FILE ',
                    ZSANCCTL-LIST-DATE,' NEW EDITION ',SLH-LIST-DATE
            WHEN SQLCODE = 100
                 SET CTL-ROW-MISSING    TO TRUE
                 MOVE ZERO              TO ZSANCCTL-LOAD-NO
            WHEN OTHER
                 DISPLAY 'PGBSANLD SANCCTL READ SQLCODE -',SQLCODE
                 CLOSE SANLST
                 MOVE 16                TO RETURN-CODE
                 GOBACK
            END-EVALUATE

            COMPUTE WS-LOAD-NO = ZSANCCTL-LOAD-NO + 1
            MOVE SLH-LIST-DATE          TO WS-LIST-DATE

            PERFORM R1000-READ-LIST-PARA
               THRU R1000-EXIT.
       A1000-EXIT.
             EXIT.
       R1000-READ-LIST-PARA.
            READ SANLST
            END-READ

            EVALUATE TRUE
            WHEN WS-SANLST-FS = '00'
                 IF SLT-TYPE = 'TRL'
                    SET TRAILER-FOUND   TO TRUE
                 END-IF
            WHEN WS-SANLST-FS = '10'
                 SET END-OF-SANLST TO TRUE
            WHEN OTHER
                 SET END-OF-SANLST TO TRUE
                 SET LOAD-FAILED   TO TRUE
                 DISPLAY 'PGBSANLD LIST FILE ERROR -',WS-SANLST-FS
            END-EVALUATE.
       R1000-EXIT.
             EXIT.
       A2000-ONE-PERSON-PARA.
             ADD 1                       TO WS-PERSONS-READ
             MOVE SPACES                 TO WS-REJECT-REASON

             EVALUATE TRUE
             WHEN SLS-ID = SPACES
                  MOVE 'LIST ID MISSING' TO WS-REJECT-REASON
             WHEN SLS-SRC NOT = 'EU' AND SLS-SRC NOT = 'UN'
             AND  SLS-SRC NOT = 'PP'
                  MOVE 'SOURCE NOT EU, UN OR PP'
                                         TO WS-REJECT-REASON
             WHEN SLS-LASTNM = SPACES
                  MOVE 'NAME MISSING'    TO WS-REJECT-REASON
             WHEN OTHER
                  CONTINUE
             END-EVALUATE

             IF WS-REJECT-REASON NOT = SPACES
                ADD 1                    TO WS-PERSONS-REJECTED
                DISPLAY 'PGBSANLD REJECTED ENTRY ',SLS-ID,' ',
                   SLS-SRC,' ',SLS-LASTNM,' - ',WS-REJECT-REASON
                GO TO A2090-NEXT
             END-IF

      *      NAMES IN CAPITALS, KEYED AS THE CUSTOMERS WILL BE
             MOVE SLS-ID                 TO YSANCLST-ID
             MOVE SLS-SRC                TO YSANCLST-SRC
             MOVE SLS-LASTNM             TO YSANCLST-LASTNM
             MOVE SLS-FRSTNM             TO YSANCLST-FRSTNM
             MOVE SLS-DOB                TO YSANCLST-DOB
             INSPECT YSANCLST-LASTNM CONVERTING
                     'abcdefghijklmnopqrstuvwxyz'
                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             INSPECT YSANCLST-FRSTNM CONVERTING
                     'abcdefghijklmnopqrstuvwxyz'
                  TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

             MOVE SPACES                 TO PGBSANRC
             MOVE 'K'                    TO SAN-FUNZI
             MOVE ZERO                   TO SAN-CUST-NO
             MOVE YSANCLST-LASTNM        TO SAN-LASTNM
             MOVE YSANCLST-FRSTNM        TO SAN-FRSTNM
             CALL WS-SAN-MODULE USING PGBSANRC
             MOVE SAN-LKEY               TO YSANCLST-LKEY
             MOVE SAN-FKEY               TO YSANCLST-FKEY
             MOVE WS-LOAD-NO             TO YSANCLST-LOAD-NO

             EXEC SQL
                 SELECT YSANCLST_SRC, YSANCLST_LASTNM,
                        YSANCLST_FRSTNM, YSANCLST_DOB
                   INTO :WS-OLD-SRC, :WS-OLD-LASTNM,
                        :WS-OLD-FRSTNM, :WS-OLD-DOB
                   FROM SANCLIST
                  WHERE YSANCLST_ID = :YSANCLST-ID
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  PERFORM A2200-REPLACE-PARA
                     THRU A2200-EXIT
             WHEN SQLCODE = 100
                  PERFORM A2100-ADD-PARA
                     THRU A2100-EXIT
             WHEN OTHER
                  DISPLAY 'PGBSANLD SANCLIST READ SQLCODE -',SQLCODE,
                     ' ID ',SLS-ID
                  SET LOAD-FAILED        TO TRUE
             END-EVALUATE.

       A2090-NEXT.
             IF NOT LOAD-FAILED
                PERFORM R1000-READ-LIST-PARA
                   THRU R1000-EXIT
             END-IF.
       A2000-EXIT.
             EXIT.
       A2100-ADD-PARA.
             EXEC SQL
                 INSERT INTO SANCLIST
                 (YSANCLST_ID, YSANCLST_SRC, YSANCLST_LASTNM,
                  YSANCLST_FRSTNM, YSANCLST_DOB, YSANCLST_LKEY,
                  YSANCLST_FKEY, YSANCLST_LOAD_NO)
                 VALUES
                 (:YSANCLST-ID, :YSANCLST-SRC, :YSANCLST-LASTNM,
                  :YSANCLST-FRSTNM, :YSANCLST-DOB, :YSANCLST-LKEY,
                  :YSANCLST-FKEY, :YSANCLST-LOAD-NO)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANLD SANCLIST INSERT SQLCODE -',SQLCODE,
                   ' ID ',SLS-ID
                SET LOAD-FAILED          TO TRUE
                GO TO A2100-EXIT
             END-IF

             ADD 1                       TO WS-PERSONS-ADDED.
       A2100-EXIT.
             EXIT.
       A2200-REPLACE-PARA.
      *      THE ENTRY IS STAMPED WITH THE LOAD IN ANY CASE; ONLY A
      *      CHANGE OF SOURCE, NAME OR DATE OF BIRTH COUNTS AS A
      *      CHANGE OF THE LIST
             IF WS-OLD-SRC = YSANCLST-SRC
             AND WS-OLD-LASTNM = YSANCLST-LASTNM
             AND WS-OLD-FRSTNM = YSANCLST-FRSTNM
             AND WS-OLD-DOB = YSANCLST-DOB
                ADD 1                    TO WS-PERSONS-SAME
             ELSE
                ADD 1                    TO WS-PERSONS-CHANGED
             END-IF

             EXEC SQL
                 UPDATE SANCLIST
                    SET YSANCLST_SRC     = :YSANCLST-SRC,
                        YSANCLST_LASTNM  = :YSANCLST-LASTNM,
                        YSANCLST_FRSTNM  = :YSANCLST-FRSTNM,
                        YSANCLST_DOB     = :YSANCLST-DOB,
                        YSANCLST_LKEY    = :YSANCLST-LKEY,
                        YSANCLST_FKEY    = :YSANCLST-FKEY,
                        YSANCLST_LOAD_NO = :YSANCLST-LOAD-NO
                  WHERE YSANCLST_ID = :YSANCLST-ID
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANLD SANCLIST UPDATE SQLCODE -',SQLCODE,
                   ' ID ',SLS-ID
                SET LOAD-FAILED          TO TRUE
             END-IF.
       A2200-EXIT.
             EXIT.
       A3000-CHECK-TRAILER-PARA.
             IF NOT TRAILER-FOUND
                DISPLAY 'PGBSANLD LIST FILE WITHOUT TRAILER'
                SET LOAD-FAILED          TO TRUE
                GO TO A3000-EXIT
             END-IF

             IF SLT-COUNT NOT NUMERIC
             OR SLT-COUNT NOT = WS-PERSONS-READ
                DISPLAY 'PGBSANLD TRAILER COUNT ',SLT-COUNT,
                   ' PERSONS READ ',WS-PERSONS-READ
                SET LOAD-FAILED          TO TRUE
             END-IF.
       A3000-EXIT.
             EXIT.
       A3100-REMOVE-STALE-PARA.
             MOVE WS-LOAD-NO             TO YSANCLST-LOAD-NO

             EXEC SQL
                 DELETE FROM SANCLIST
                  WHERE YSANCLST_LOAD_NO <> :YSANCLST-LOAD-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE SQLERRD (3)       TO WS-PERSONS-REMOVED
             WHEN SQLCODE = 100
                  MOVE ZERO              TO WS-PERSONS-REMOVED
             WHEN OTHER
                  DISPLAY 'PGBSANLD SANCLIST DELETE SQLCODE -',SQLCODE
                  SET LOAD-FAILED        TO TRUE
             END-EVALUATE.
       A3100-EXIT.
             EXIT.
       A3200-UPDATE-CONTROL-PARA.
      *      A REMOVED ENTRY CANNOT MAKE A NEW HIT: ONLY ADDITIONS
      *      AND CHANGES CALL FOR THE RESCREEN. A RESCREEN ALREADY
      *      ASKED AND NOT YET RUN STAYS ASKED
             MOVE ZERO                   TO WS-LIST-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-LIST-COUNT
                   FROM SANCLIST
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANLD SANCLIST COUNT SQLCODE -',SQLCODE
                SET LOAD-FAILED          TO TRUE
                GO TO A3200-EXIT
             END-IF

             MOVE 'LIST'                 TO ZSANCCTL-KEY
             MOVE WS-LIST-COUNT          TO ZSANCCTL-COUNT
             MOVE WS-LOAD-NO             TO ZSANCCTL-LOAD-NO
             MOVE WS-CURR-DATE           TO ZSANCCTL-LOAD-DATE
             MOVE WS-LIST-DATE           TO ZSANCCTL-LIST-DATE
             MOVE 'N'                    TO ZSANCCTL-RESCREEN
             IF WS-PERSONS-ADDED > ZERO
             OR WS-PERSONS-CHANGED > ZERO
                MOVE 'Y'                 TO ZSANCCTL-RESCREEN
             END-IF

             IF CTL-ROW-MISSING
                MOVE SPACES              TO ZSANCCTL-RESCR-DATE
                EXEC SQL
                    INSERT INTO SANCCTL
                    (ZSANCCTL_KEY, ZSANCCTL_COUNT, ZSANCCTL_LOAD_NO,
                     ZSANCCTL_LOAD_DATE, ZSANCCTL_LIST_DATE,
                     ZSANCCTL_RESCREEN, ZSANCCTL_RESCR_DATE)
                    VALUES
                    (:ZSANCCTL-KEY, :ZSANCCTL-COUNT,
                     :ZSANCCTL-LOAD-NO, :ZSANCCTL-LOAD-DATE,
                     :ZSANCCTL-LIST-DATE, :ZSANCCTL-RESCREEN,
                     :ZSANCCTL-RESCR-DATE)
                END-EXEC
             ELSE
                EXEC SQL
                    UPDATE SANCCTL
                       SET ZSANCCTL_COUNT     = :ZSANCCTL-COUNT,
                           ZSANCCTL_LOAD_NO   = :ZSANCCTL-LOAD-NO,
                           ZSANCCTL_LOAD_DATE = :ZSANCCTL-LOAD-DATE,
                           ZSANCCTL_LIST_DATE = :ZSANCCTL-LIST-DATE,
                           ZSANCCTL_RESCREEN  =
                              CASE WHEN ZSANCCTL_RESCREEN = 'Y'
                                   THEN 'Y'
                                   ELSE :ZSANCCTL-RESCREEN END
                     WHERE ZSANCCTL_KEY = :ZSANCCTL-KEY
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANLD SANCCTL UPDATE SQLCODE -',SQLCODE
                SET LOAD-FAILED          TO TRUE
             END-IF.
       A3200-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBSANLD - SANCTIONS/PEP LIST LOAD ',WS-CURR-DATE
            DISPLAY 'LIST EDITION .................: ',WS-LIST-DATE
            DISPLAY 'PERSONS READ .................: ',
               WS-PERSONS-READ
            DISPLAY 'REJECTED (LISTED ABOVE) ......: ',
               WS-PERSONS-REJECTED
            DISPLAY 'ADDED ........................: ',
               WS-PERSONS-ADDED
            DISPLAY 'CHANGED ......................: ',
               WS-PERSONS-CHANGED
            DISPLAY 'UNCHANGED ....................: ',
               WS-PERSONS-SAME
            DISPLAY 'REMOVED ......................: ',
               WS-PERSONS-REMOVED
            IF LOAD-FAILED
               DISPLAY 'LOAD FAILED - LIST LEFT AS IT WAS'
            ELSE
               DISPLAY 'ENTRIES ON THE LIST ..........: ',
                  WS-LIST-COUNT
               IF ZSANCCTL-RESCREEN = 'Y'
                  DISPLAY 'CUSTOMER RESCREEN REQUESTED'
               END-IF
            END-IF
            DISPLAY '-------------------------------------------'

            EVALUATE TRUE
            WHEN LOAD-FAILED
                 MOVE 16 TO RETURN-CODE
            WHEN WS-PERSONS-REJECTED > ZERO
                 MOVE 4 TO RETURN-CODE
            WHEN OTHER
                 CONTINUE
            END-EVALUATE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBSANLD.
