       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBAMLWL.
      ******************************************************************
      * MONTHLY ANTI-MONEY-LAUNDERING REVIEW WORKLIST. EVERY CUSTAML   *
      * PROFILE OF A LIVE CUSTOMER IS CHECKED AGAINST TODAY: PROFILES  *
      * WHOSE NEXT DUE-DILIGENCE REVIEW HAS PASSED, WHOSE IDENTITY     *
      * DOCUMENT HAS EXPIRED OR THAT ARE STILL INCOMPLETE ARE LISTED   *
      * BY BRANCH ON DDAMLOUT, WITH RISK CLASS, LAST AND NEXT REVIEW   *
      * AND DOCUMENT EXPIRY, AND A COUNT PER BRANCH. CUSTOMERS PARTY   *
      * TO AN OPEN LOAN WHO HAVE NO PROFILE AT ALL CLOSE THE LIST      *
      * UNDER THE 'NO PROFILE' BUCKET. NONE OF THESE CUSTOMERS CAN BE  *
      * GRANTED A NEW LOAN BY PGBPRTXN UNTIL THE PROFILE IS PUT RIGHT. *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLOUT  ASSIGN TO DDAMLOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AMLOUT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AMLOUT.
       01 AMLOUT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTMSTR
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTAML
           END-EXEC.

           EXEC SQL
               DECLARE CUR-PROFILE CURSOR FOR
               SELECT A.MCUSTAML_CUST_NO, A.MCUSTAML_RISK,
                      A.MCUSTAML_DOC_TYPE, A.MCUSTAML_DOC_NO,
                      A.MCUSTAML_DOC_EXP, A.MCUSTAML_PROF,
                      A.MCUSTAML_SECTOR, A.MCUSTAML_BRANCH,
                      A.MCUSTAML_LAST_REV, A.MCUSTAML_NEXT_REV,
                      C.CUSTM_NAME_FRSTNM, C.CUSTM_NAME_LASTNM
               FROM CUSTAML A, CUSTM_TABLE C
               WHERE C.CUSTM_NO = A.MCUSTAML_CUST_NO
                 AND C.CUSTM_DELETED NOT IN ('Y', 'A')
                 AND C.CUSTM_DECEASED NOT = 'Y'
               ORDER BY A.MCUSTAML_BRANCH, A.MCUSTAML_CUST_NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-NOPROF CURSOR FOR
               SELECT DISTINCT C.CUSTM_NO, C.CUSTM_NAME_FRSTNM,
                      C.CUSTM_NAME_LASTNM
               FROM CUSTM_TABLE C, LOANCUST P, LOANMSTR L
               WHERE P.PLOANCST_CUST_NO = C.CUSTM_NO
                 AND L.LOANM_NO = P.PLOANCST_NO
                 AND L.LOANM_ST = 'O'
                 AND C.CUSTM_DELETED NOT IN ('Y', 'A')
                 AND C.CUSTM_DECEASED NOT = 'Y'
                 AND NOT EXISTS
                     (SELECT 1 FROM CUSTAML A
                       WHERE A.MCUSTAML_CUST_NO = C.CUSTM_NO)
               ORDER BY C.CUSTM_NO
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-AMLOUT-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-PROFILE-FLAG               PIC X(01).
             88  END-OF-PROFILE            VALUE '1'.
          05 WS-NOPROF-FLAG                PIC X(01).
             88  END-OF-NOPROF             VALUE '1'.

       01 WS-COUNTERS.
          05 WS-PROFILES-READ              PIC 9(07) VALUE ZERO.
          05 WS-REVIEW-OVERDUE             PIC 9(07) VALUE ZERO.
          05 WS-DOC-EXPIRED                PIC 9(07) VALUE ZERO.
          05 WS-INCOMPLETE                 PIC 9(07) VALUE ZERO.
          05 WS-NO-PROFILE                 PIC 9(07) VALUE ZERO.
          05 WS-LISTED                     PIC 9(07) VALUE ZERO.
          05 WS-BRN-LISTED                 PIC 9(05) VALUE ZERO.

       01 WS-BRANCH-WORK.
          05 WS-CUR-BRANCH                 PIC X(05).
          05 WS-BRN-STARTED                PIC X(01).

       01 WS-CHECK-WORK.
          05 WS-CHK-REVIEW                 PIC X(01).
          05 WS-CHK-DOC                    PIC X(01).
          05 WS-CHK-INCOMPL                PIC X(01).
          05 WS-REASON-TEXT                PIC X(40).
          05 WS-REASON-PTR                 PIC 9(02).

      *    DATES ARE KEPT MM/DD/CCYY AND COMPARED AS CCYYMMDD
       01 WS-CMP-WORK.
          05 WS-CMP-DATE                   PIC X(10).
          05 WS-CMP-DATE-NUM REDEFINES WS-CMP-DATE.
             10 WS-CMPN-MM                 PIC 99.
             10 FILLER                     PIC X(01).
             10 WS-CMPN-DD                 PIC 99.
             10 FILLER                     PIC X(01).
             10 WS-CMPN-CCYY               PIC 9(04).
          05 WS-CMP-VALUE                  PIC 9(08).
          05 WS-CMP-TODAY                  PIC 9(08).

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

       01 WS-PRT-LINE                      PIC X(132).
       01 WS-ED-CUST                       PIC Z(08)9.
       01 WS-ED-COUNT                      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-FLAGS
                       WS-COUNTERS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY
            COMPUTE WS-CMP-TODAY = WS-CURT-DATE-CCYY * 10000
                                 + WS-CURT-DATE-MM * 100
                                 + WS-CURT-DATE-DD

            OPEN OUTPUT AMLOUT
            DISPLAY 'AMLOUT FILE STATUS -',WS-AMLOUT-FS

            MOVE SPACES                 TO WS-PRT-LINE
            STRING 'AML DUE-DILIGENCE REVIEW WORKLIST AS OF '
                                        DELIMITED BY SIZE
                   WS-CURR-DATE         DELIMITED BY SIZE
                   INTO WS-PRT-LINE
            WRITE AMLOUT-RECORD FROM WS-PRT-LINE
            MOVE SPACES                 TO WS-PRT-LINE
            WRITE AMLOUT-RECORD FROM WS-PRT-LINE

            MOVE HIGH-VALUES            TO WS-CUR-BRANCH
            MOVE 'N'                    TO WS-BRN-STARTED

            EXEC SQL
                OPEN CUR-PROFILE
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBAMLWL OPEN CUR-PROFILE SQLCODE -',SQLCODE
               SET END-OF-PROFILE TO TRUE
            END-IF

            PERFORM A1000-FETCH-PROFILE-PARA
               THRU A1000-EXIT
            PERFORM A2000-ONE-PROFILE-PARA
               THRU A2000-EXIT
               UNTIL END-OF-PROFILE

            EXEC SQL
                CLOSE CUR-PROFILE
            END-EXEC

            IF WS-BRN-STARTED = 'Y'
               PERFORM B2000-END-BRANCH-PARA
                  THRU B2000-EXIT
            END-IF

            PERFORM A3000-LIST-NO-PROFILE-PARA
               THRU A3000-EXIT

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       A1000-FETCH-PROFILE-PARA.
            EXEC SQL
                FETCH CUR-PROFILE
                INTO :MCUSTAML-CUST-NO, :MCUSTAML-RISK,
                     :MCUSTAML-DOC-TYPE, :MCUSTAML-DOC-NO,
                     :MCUSTAML-DOC-EXP, :MCUSTAML-PROF,
                     :MCUSTAML-SECTOR, :MCUSTAML-BRANCH,
                     :MCUSTAML-LAST-REV, :MCUSTAML-NEXT-REV,
                     :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-LASTNM
            END-EXEC

            EVALUATE TRUE
            WHEN SQLCODE = 0
                 ADD 1                    TO WS-PROFILES-READ
            WHEN SQLCODE = 100
                 SET END-OF-PROFILE TO TRUE
            WHEN OTHER
                 DISPLAY 'PGBAMLWL FETCH CUR-PROFILE SQLCODE -',
                    SQLCODE
                 SET END-OF-PROFILE TO TRUE
            END-EVALUATE.
       A1000-EXIT.
             EXIT.
       A2000-ONE-PROFILE-PARA.
             MOVE 'N'                     TO WS-CHK-REVIEW
                                             WS-CHK-DOC
                                             WS-CHK-INCOMPL

             IF MCUSTAML-RISK = SPACES
             OR MCUSTAML-DOC-TYPE = SPACES
             OR MCUSTAML-DOC-NO = SPACES
             OR MCUSTAML-DOC-EXP = SPACES
             OR MCUSTAML-PROF = SPACES
             OR MCUSTAML-SECTOR = SPACES
             OR MCUSTAML-BRANCH = SPACES
                MOVE 'Y'                  TO WS-CHK-INCOMPL
                ADD 1                     TO WS-INCOMPLETE
             END-IF

             IF MCUSTAML-DOC-EXP NOT = SPACES
                MOVE MCUSTAML-DOC-EXP     TO WS-CMP-DATE
                PERFORM X1000-DATE-VALUE-PARA
                   THRU X1000-EXIT
                IF WS-CMP-VALUE < WS-CMP-TODAY
                   MOVE 'Y'               TO WS-CHK-DOC
                   ADD 1                  TO WS-DOC-EXPIRED
                END-IF
             END-IF

             MOVE MCUSTAML-NEXT-REV       TO WS-CMP-DATE
             PERFORM X1000-DATE-VALUE-PARA
                THRU X1000-EXIT
             IF WS-CMP-VALUE < WS-CMP-TODAY
                MOVE 'Y'                  TO WS-CHK-REVIEW
                ADD 1                     TO WS-REVIEW-OVERDUE
             END-IF

             IF WS-CHK-REVIEW = 'N'
             AND WS-CHK-DOC = 'N'
             AND WS-CHK-INCOMPL = 'N'
                GO TO A2090-NEXT
             END-IF

             IF MCUSTAML-BRANCH = SPACES
                MOVE '-----'              TO MCUSTAML-BRANCH
             END-IF

             IF MCUSTAML-BRANCH NOT = WS-CUR-BRANCH
                IF WS-BRN-STARTED = 'Y'
                   PERFORM B2000-END-BRANCH-PARA
                      THRU B2000-EXIT
                END-IF
                PERFORM B1000-START-BRANCH-PARA
                   THRU B1000-EXIT
             END-IF

             MOVE SPACES                  TO WS-REASON-TEXT
             MOVE 1                       TO WS-REASON-PTR
             IF WS-CHK-REVIEW = 'Y'
                STRING 'REVIEW OVERDUE '  DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                       WITH POINTER WS-REASON-PTR
             END-IF
             IF WS-CHK-DOC = 'Y'
                STRING 'DOCUMENT EXPIRED ' DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                       WITH POINTER WS-REASON-PTR
             END-IF
             IF WS-CHK-INCOMPL = 'Y'
                STRING 'INCOMPLETE'       DELIMITED BY SIZE
                       INTO WS-REASON-TEXT
                       WITH POINTER WS-REASON-PTR
             END-IF

             ADD 1                        TO WS-LISTED
                                             WS-BRN-LISTED
             MOVE MCUSTAML-CUST-NO        TO WS-ED-CUST
             MOVE SPACES                  TO WS-PRT-LINE
             STRING ' '                   DELIMITED BY SIZE
                    WS-ED-CUST            DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                   DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-PRT-LINE
             MOVE MCUSTAML-RISK           TO WS-PRT-LINE (50:1)
             MOVE MCUSTAML-LAST-REV       TO WS-PRT-LINE (53:10)
             MOVE MCUSTAML-NEXT-REV       TO WS-PRT-LINE (65:10)
             MOVE MCUSTAML-DOC-EXP        TO WS-PRT-LINE (77:10)
             MOVE WS-REASON-TEXT          TO WS-PRT-LINE (89:40)
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE.

       A2090-NEXT.
             PERFORM A1000-FETCH-PROFILE-PARA
                THRU A1000-EXIT.
       A2000-EXIT.
             EXIT.
       B1000-START-BRANCH-PARA.
             MOVE MCUSTAML-BRANCH         TO WS-CUR-BRANCH
             MOVE 'Y'                     TO WS-BRN-STARTED
             MOVE ZERO                    TO WS-BRN-LISTED

             MOVE SPACES                  TO WS-PRT-LINE
             STRING 'BRANCH '             DELIMITED BY SIZE
                    WS-CUR-BRANCH         DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE

             MOVE SPACES                  TO WS-PRT-LINE
             MOVE ' CUSTOMER  NAME'       TO WS-PRT-LINE (1:15)
             MOVE 'RISK'                  TO WS-PRT-LINE (49:4)
             MOVE 'LAST REV'              TO WS-PRT-LINE (53:8)
             MOVE 'NEXT REV'              TO WS-PRT-LINE (65:8)
             MOVE 'DOC EXPIRY'            TO WS-PRT-LINE (77:10)
             MOVE 'REASON'                TO WS-PRT-LINE (89:6)
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE.
       B1000-EXIT.
             EXIT.
       B2000-END-BRANCH-PARA.
             MOVE WS-BRN-LISTED           TO WS-ED-COUNT
             MOVE SPACES                  TO WS-PRT-LINE
             STRING ' CUSTOMERS TO REVIEW AT BRANCH '
                                          DELIMITED BY SIZE
                    WS-CUR-BRANCH         DELIMITED BY SIZE
                    ' '                   DELIMITED BY SIZE
                    WS-ED-COUNT           DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE
             MOVE SPACES                  TO WS-PRT-LINE
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE.
       B2000-EXIT.
             EXIT.
       A3000-LIST-NO-PROFILE-PARA.
      *      BORROWERS, CO-BORROWERS AND GUARANTORS OF OPEN LOANS
      *      THAT NEVER HAD A DUE-DILIGENCE PROFILE RECORDED
             INITIALIZE WS-NOPROF-FLAG

             EXEC SQL
                 OPEN CUR-NOPROF
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLWL OPEN CUR-NOPROF SQLCODE -',SQLCODE
                GO TO A3000-EXIT
             END-IF

             MOVE 'NO PROFILE'            TO WS-PRT-LINE
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE

             PERFORM A3100-FETCH-NOPROF-PARA
                THRU A3100-EXIT
                UNTIL END-OF-NOPROF

             EXEC SQL
                 CLOSE CUR-NOPROF
             END-EXEC

             MOVE WS-NO-PROFILE           TO WS-ED-COUNT
             MOVE SPACES                  TO WS-PRT-LINE
             STRING ' CUSTOMERS WITHOUT A PROFILE '
                                          DELIMITED BY SIZE
                    WS-ED-COUNT           DELIMITED BY SIZE
                    INTO WS-PRT-LINE
             WRITE AMLOUT-RECORD FROM WS-PRT-LINE.
       A3000-EXIT.
             EXIT.
       A3100-FETCH-NOPROF-PARA.
             EXEC SQL
                 FETCH CUR-NOPROF
                 INTO :ACN-CUSTM-NO, :ACN-CUSTM-NAME-FRSTNM,
                      :ACN-CUSTM-NAME-LASTNM
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  ADD 1                   TO WS-NO-PROFILE
                  MOVE ACN-CUSTM-NO       TO WS-ED-CUST
                  MOVE SPACES             TO WS-PRT-LINE
                  STRING ' '              DELIMITED BY SIZE
                         WS-ED-CUST       DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                         ' '              DELIMITED BY SIZE
                         ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                         INTO WS-PRT-LINE
                  WRITE AMLOUT-RECORD FROM WS-PRT-LINE
             WHEN SQLCODE = 100
                  SET END-OF-NOPROF TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBAMLWL FETCH CUR-NOPROF SQLCODE -',
                     SQLCODE
                  SET END-OF-NOPROF TO TRUE
             END-EVALUATE.
       A3100-EXIT.
             EXIT.
       X1000-DATE-VALUE-PARA.
      *      WS-CMP-DATE (MM/DD/CCYY) AS CCYYMMDD; AN UNREADABLE
      *      DATE COUNTS AS ALREADY PASSED
             IF WS-CMPN-MM NOT NUMERIC
             OR WS-CMPN-DD NOT NUMERIC
             OR WS-CMPN-CCYY NOT NUMERIC
                MOVE ZERO                 TO WS-CMP-VALUE
                GO TO X1000-EXIT
             END-IF

             COMPUTE WS-CMP-VALUE = WS-CMPN-CCYY * 10000
                                  + WS-CMPN-MM * 100
                                  + WS-CMPN-DD.
       X1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBAMLWL - AML REVIEW WORKLIST ',WS-CURR-DATE
            DISPLAY 'PROFILES EXAMINED ............: ',
               WS-PROFILES-READ
            DISPLAY 'REVIEW OVERDUE ...............: ',
               WS-REVIEW-OVERDUE
            DISPLAY 'IDENTITY DOCUMENT EXPIRED ....: ',
               WS-DOC-EXPIRED
            DISPLAY 'PROFILE INCOMPLETE ...........: ',
               WS-INCOMPLETE
            DISPLAY 'CUSTOMERS LISTED .............: ',
               WS-LISTED
            DISPLAY 'OPEN-LOAN PARTIES NO PROFILE .: ',
               WS-NO-PROFILE
            DISPLAY '-------------------------------------------'

            IF WS-LISTED > ZERO
            OR WS-NO-PROFILE > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF

            CLOSE AMLOUT.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBAMLWL.
