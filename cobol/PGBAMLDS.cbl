       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBAMLDS.
      ******************************************************************
      * AML CASE DISPOSITION. THE AML OFFICER'S DECISIONS ON THE      *
      * CASES OPENED BY PGBAMLMN COME ON DDAMLDSP, ONE PER CASE:      *
      *  - 'N' NOTHING SUSPICIOUS, CASE CLOSED WITH NO FURTHER        *
      *        ACTION;                                                *
      *  - 'S' SUSPICIOUS, ESCALATED AND REPORTED. AN ESCALATED CASE  *
      *        IS NEVER SHOWN TO THE CUSTOMER: PGBSARDO LEAVES IT     *
      *        OUT OF THE SUBJECT-ACCESS DOSSIER.                     *
      * THE DECISION, THE OFFICER AND THE REASONING ARE RECORDED ON   *
      * THE AMLCASE ROW AND THE CASE IS CLOSED. ONLY AN OPEN CASE     *
      * TAKES A DISPOSITION; A DECISION ON A CLOSED OR UNKNOWN CASE,  *
      * WITHOUT THE OFFICER OR WITHOUT THE NOTE IS REJECTED AND       *
      * LISTED. THE REPORT ENDS WITH THE CASES STILL OPEN.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLDSP  ASSIGN TO DDAMLDSP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AMLDSP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD AMLDSP.
       01 AMLDSP-RECORD.
           02  DSP-CASE-NO                PIC 9(09).
           02  DSP-CODE                   PIC X(01).
      *        'N' = NO FURTHER ACTION   'S' = SUSPICIOUS, ESCALATED
           02  DSP-OFFICER                PIC X(08).
           02  DSP-NOTE                   PIC X(60).
           02  FILLER                     PIC X(02).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE AMLCASE
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-AMLDSP-FS          PIC XX.
             88 END-OF-AMLDSP         VALUE '10'.

       01 WS-COUNTERS.
          05 WS-DECISIONS-READ             PIC 9(07) VALUE ZERO.
          05 WS-CLOSED-NO-ACTION           PIC 9(07) VALUE ZERO.
          05 WS-CLOSED-ESCALATED           PIC 9(07) VALUE ZERO.
          05 WS-DECISIONS-REJECTED         PIC 9(07) VALUE ZERO.
          05 WS-STILL-OPEN                 PIC 9(07) VALUE ZERO.

       01 WS-OPEN-COUNT                    PIC S9(9)     COMP.
       01 WS-REJECT-REASON                 PIC X(30).

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

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-COUNTERS

            ACCEPT WS-TEMP-DATE FROM DATE
            MOVE WS-TEMP-DATE-MM        TO WS-CURT-DATE-MM
            MOVE WS-TEMP-DATE-DD        TO WS-CURT-DATE-DD
            MOVE 2000                   TO WS-CURT-DATE-CCYY
            ADD  WS-TEMP-DATE-YY        TO WS-CURT-DATE-CCYY

            OPEN INPUT  AMLDSP
            DISPLAY 'AMLDSP FILE STATUS -',WS-AMLDSP-FS

            PERFORM R1000-READ-DECISION-PARA
               THRU R1000-EXIT
            PERFORM A2000-ONE-DECISION-PARA
               THRU A2000-EXIT
               UNTIL END-OF-AMLDSP

            CLOSE AMLDSP

            EXEC SQL COMMIT END-EXEC

            PERFORM A4000-PRINT-SUMMARY-PARA
               THRU A4000-EXIT.
           GOBACK.
       0000-EXIT.
            EXIT.
       R1000-READ-DECISION-PARA.
            READ AMLDSP
            END-READ

            EVALUATE TRUE
            WHEN WS-AMLDSP-FS = '00'
                 ADD 1                    TO WS-DECISIONS-READ
            WHEN WS-AMLDSP-FS = '10'
                 SET END-OF-AMLDSP TO TRUE
            WHEN OTHER
                 SET END-OF-AMLDSP TO TRUE
                 DISPLAY 'PGBAMLDS DECISION FILE ERROR -',WS-AMLDSP-FS
            END-EVALUATE.
       R1000-EXIT.
             EXIT.
       A2000-ONE-DECISION-PARA.
             MOVE SPACES                 TO WS-REJECT-REASON

             EVALUATE TRUE
             WHEN DSP-CASE-NO NOT NUMERIC
             OR   DSP-CASE-NO = ZERO
                  MOVE 'CASE NUMBER INVALID'
                                         TO WS-REJECT-REASON
             WHEN DSP-CODE NOT = 'N' AND DSP-CODE NOT = 'S'
                  MOVE 'DISPOSITION NOT N OR S'
                                         TO WS-REJECT-REASON
             WHEN DSP-OFFICER = SPACES
                  MOVE 'OFFICER MISSING' TO WS-REJECT-REASON
             WHEN DSP-NOTE = SPACES
                  MOVE 'REASONING NOTE MISSING'
                                         TO WS-REJECT-REASON
             WHEN OTHER
                  CONTINUE
             END-EVALUATE

             IF WS-REJECT-REASON NOT = SPACES
                PERFORM W1000-REJECT-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             MOVE DSP-CASE-NO            TO VAMLCASE-NO

             EXEC SQL
                 SELECT VAMLCASE_ST
                   INTO :VAMLCASE-ST
                   FROM AMLCASE
                  WHERE VAMLCASE_NO = :VAMLCASE-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF VAMLCASE-ST NOT = 'O'
                     MOVE 'CASE ALREADY CLOSED'
                                         TO WS-REJECT-REASON
                  END-IF
             WHEN SQLCODE = 100
                  MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
             WHEN OTHER
                  DISPLAY 'PGBAMLDS CASE READ SQLCODE -',SQLCODE
                  MOVE 'CASE NOT READABLE'
                                         TO WS-REJECT-REASON
             END-EVALUATE

             IF WS-REJECT-REASON NOT = SPACES
                PERFORM W1000-REJECT-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             MOVE 'C'                    TO VAMLCASE-ST
             MOVE DSP-CODE               TO VAMLCASE-DISP
             MOVE WS-CURR-DATE           TO VAMLCASE-DISP-DATE
             MOVE DSP-OFFICER            TO VAMLCASE-DISP-BY
             MOVE DSP-NOTE               TO VAMLCASE-DISP-NOTE

             EXEC SQL
                 UPDATE AMLCASE
                    SET VAMLCASE_ST        = :VAMLCASE-ST,
                        VAMLCASE_DISP      = :VAMLCASE-DISP,
                        VAMLCASE_DISP_DATE = :VAMLCASE-DISP-DATE,
                        VAMLCASE_DISP_BY   = :VAMLCASE-DISP-BY,
                        VAMLCASE_DISP_NOTE = :VAMLCASE-DISP-NOTE
                  WHERE VAMLCASE_NO = :VAMLCASE-NO
                    AND VAMLCASE_ST = 'O'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAMLDS CASE UPDATE SQLCODE -',SQLCODE,
                   ' CASE ',DSP-CASE-NO
                MOVE 'CASE NOT UPDATED'  TO WS-REJECT-REASON
                PERFORM W1000-REJECT-PARA
                   THRU W1000-EXIT
                GO TO A2090-NEXT
             END-IF

             IF DSP-CODE = 'S'
                ADD 1                    TO WS-CLOSED-ESCALATED
             ELSE
                ADD 1                    TO WS-CLOSED-NO-ACTION
             END-IF.

       A2090-NEXT.
             PERFORM R1000-READ-DECISION-PARA
                THRU R1000-EXIT.
       A2000-EXIT.
             EXIT.
       W1000-REJECT-PARA.
             ADD 1                       TO WS-DECISIONS-REJECTED
             DISPLAY 'PGBAMLDS REJECTED CASE ',DSP-CASE-NO,
                ' DISPOSITION ',DSP-CODE,
                ' BY ',DSP-OFFICER,' - ',WS-REJECT-REASON.
       W1000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            MOVE ZERO                   TO WS-OPEN-COUNT

            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-COUNT
                  FROM AMLCASE
                 WHERE VAMLCASE_ST = 'O'
            END-EXEC

            IF SQLCODE NOT = 0
               DISPLAY 'PGBAMLDS OPEN CASE COUNT SQLCODE -',SQLCODE
               MOVE ZERO                TO WS-OPEN-COUNT
            END-IF
            MOVE WS-OPEN-COUNT          TO WS-STILL-OPEN

            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBAMLDS - AML CASE DISPOSITIONS ',WS-CURR-DATE
            DISPLAY 'DECISIONS READ ...............: ',
               WS-DECISIONS-READ
            DISPLAY 'CLOSED, NO FURTHER ACTION ....: ',
               WS-CLOSED-NO-ACTION
            DISPLAY 'CLOSED, ESCALATED SUSPICIOUS .: ',
               WS-CLOSED-ESCALATED
            DISPLAY 'REJECTED (LISTED ABOVE) ......: ',
               WS-DECISIONS-REJECTED
            DISPLAY 'CASES STILL OPEN .............: ',
               WS-STILL-OPEN
            DISPLAY '-------------------------------------------'

            IF WS-DECISIONS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBAMLDS.
