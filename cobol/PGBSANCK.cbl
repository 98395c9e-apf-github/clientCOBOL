       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBSANCK.
      ******************************************************************
      * SANCTIONS AND PEP SCREENING ROUTINE. CALLED WITH THE PGBSANRC *
      * COMMAREA TO SCREEN ONE PERSON (NAME AND DATE OF BIRTH) ON THE *
      * DAILY LIST SANCLIST LOADED BY PGBSANLD FROM THE EU AND UN     *
      * SANCTIONS LISTS AND THE POLITICALLY-EXPOSED-PERSONS LIST.     *
      * THE MATCH IS FUZZY: EVERY NAME IS REDUCED TO A PHONETIC KEY   *
      * (LETTERS ONLY, FIRST LETTER KEPT, LATER VOWELS AND H/W/Y/J    *
      * DROPPED, SOUNDS THAT TRANSLITERATE ALIKE - C/K/Q, S/Z/X, D/T, *
      * B/P, F/V - FOLDED, REPEATED SOUNDS COUNTED ONCE), SO THAT     *
      * MOHAMMED, MUHAMAD AND MOHAMED MEET. A LIST ENTRY IS A         *
      * CANDIDATE WHEN ITS KEYS MATCH THOSE OF THE PERSON, FIRST AND  *
      * LAST NAME ALSO TAKEN THE OTHER WAY ROUND; AN ENTRY KNOWN BY   *
      * ONE NAME ONLY MATCHES ON THAT NAME. THE CANDIDATE SCORES 60,  *
      * 80 WHEN THE NAMES ARE THE SAME LETTER BY LETTER, PLUS 40 FOR  *
      * THE SAME DATE OF BIRTH OR 10 FOR THE SAME YEAR ONLY; A        *
      * DIFFERENT YEAR OF BIRTH RULES THE CANDIDATE OUT, A DATE       *
      * MISSING ON EITHER SIDE DOES NOT. A LIST ENTRY ALREADY CLEARED *
      * BY COMPLIANCE AS A FALSE POSITIVE FOR THE SAME PERSON         *
      * (SANCHIT STATUS 'F', SAME CUSTOMER, FISCAL CODE OR NAME AND   *
      * DATE OF BIRTH) IS NOT A HIT AGAIN. THE BEST CANDIDATE IS      *
      * RETURNED WITH THE NUMBER OF ENTRIES MATCHED; THE ROUTINE      *
      * ONLY READS, THE CALLER DECIDES WHAT A HIT PARKS OR FREEZES.   *
      * THE KEY FUNCTION ('K') ONLY BUILDS THE TWO KEYS AND SERVES    *
      * THE LIST LOAD, SO LIST AND CUSTOMERS ARE KEYED ALIKE.         *
      ******************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE SANCLIST
           END-EXEC.

           EXEC SQL
               INCLUDE SANCHIT
           END-EXEC.

           EXEC SQL
               DECLARE CUR-CANDIDATES CURSOR FOR
               SELECT YSANCLST_ID, YSANCLST_SRC, YSANCLST_LASTNM,
                      YSANCLST_FRSTNM, YSANCLST_DOB
               FROM SANCLIST
               WHERE (YSANCLST_LKEY = :WS-SCR-LKEY
                      AND (YSANCLST_FKEY = :WS-SCR-FKEY
                           OR YSANCLST_FKEY = ' '))
                  OR (YSANCLST_LKEY = :WS-SCR-FKEY
                      AND (YSANCLST_FKEY = :WS-SCR-LKEY
                           OR YSANCLST_FKEY = ' '))
               ORDER BY YSANCLST_ID
           END-EXEC.

       01 WS-CANDIDATES-FLAG               PIC X(01).
          88  END-OF-CANDIDATES            VALUE '1'.

      *    THE PERSON UNDER SCREENING, NAMES IN CAPITALS
       01 WS-SCREEN-WORK.
          05 WS-SCR-CUST                   PIC S9(9)     COMP.
          05 WS-SCR-LASTNM                 PIC X(30).
          05 WS-SCR-FRSTNM                 PIC X(30).
          05 WS-SCR-LKEY                   PIC X(12).
          05 WS-SCR-FKEY                   PIC X(12).
          05 WS-CND-SCORE                  PIC 9(03).
          05 WS-CLR-COUNT                  PIC S9(9)     COMP.

      *    PHONETIC KEY OF ONE NAME
       01 WS-KEY-WORK.
          05 WS-KEY-NAME                   PIC X(30).
          05 WS-KEY-OUT                    PIC X(12).
          05 WS-KEY-CHAR                   PIC X(01).
          05 WS-KEY-CODE                   PIC X(01).
          05 WS-KEY-PREV                   PIC X(01).
          05 WS-KX                         PIC S9(4)     COMP.
          05 WS-KO                         PIC S9(4)     COMP.

       LINKAGE SECTION.
       COPY PGBSANRC.

       PROCEDURE DIVISION USING PGBSANRC.
       0000-MAIN-PROCESSING-PARA.
            MOVE SPACES                 TO SAN-RCODE
                                           SAN-HIT
            MOVE ZERO                   TO SAN-HIT-SCORE
                                           SAN-HIT-COUNT

            MOVE SAN-LASTNM             TO WS-SCR-LASTNM
            MOVE SAN-FRSTNM             TO WS-SCR-FRSTNM
            INSPECT WS-SCR-LASTNM CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            INSPECT WS-SCR-FRSTNM CONVERTING
                    'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            MOVE WS-SCR-LASTNM          TO WS-KEY-NAME
            PERFORM A1000-BUILD-KEY-PARA
               THRU A1000-EXIT
            MOVE WS-KEY-OUT             TO WS-SCR-LKEY
                                           SAN-LKEY

            MOVE WS-SCR-FRSTNM          TO WS-KEY-NAME
            PERFORM A1000-BUILD-KEY-PARA
               THRU A1000-EXIT
            MOVE WS-KEY-OUT             TO WS-SCR-FKEY
                                           SAN-FKEY

            IF SAN-FUNZI NOT = 'S'
            OR WS-SCR-LKEY = SPACES
               GO TO 0000-EXIT
            END-IF

            IF SAN-CUST-NO NUMERIC
               MOVE SAN-CUST-NO         TO WS-SCR-CUST
            ELSE
               MOVE ZERO                TO WS-SCR-CUST
            END-IF

            PERFORM A2000-SCREEN-PARA
               THRU A2000-EXIT.
       0000-EXIT.
           GOBACK.
       A1000-BUILD-KEY-PARA.
             MOVE SPACES                 TO WS-KEY-OUT
             MOVE SPACE                  TO WS-KEY-PREV
             MOVE ZERO                   TO WS-KO

             PERFORM A1100-KEY-CHAR-PARA
                THRU A1100-EXIT
                VARYING WS-KX FROM 1 BY 1
                UNTIL WS-KX > 30
                   OR WS-KO = 12.
       A1000-EXIT.
             EXIT.
       A1100-KEY-CHAR-PARA.
      *      BLANKS, APOSTROPHES AND HYPHENS ARE IGNORED, SO THAT
      *      AL ASSAD, AL-ASSAD AND ALASSAD ARE KEYED ALIKE
             MOVE WS-KEY-NAME (WS-KX:1)  TO WS-KEY-CHAR
             IF WS-KEY-CHAR = SPACE
             OR WS-KEY-CHAR NOT ALPHABETIC-UPPER
                GO TO A1100-EXIT
             END-IF

             EVALUATE WS-KEY-CHAR
             WHEN 'A' WHEN 'E' WHEN 'I' WHEN 'O' WHEN 'U'
             WHEN 'Y' WHEN 'J' WHEN 'H' WHEN 'W'
                  MOVE '*'               TO WS-KEY-CODE
             WHEN 'C' WHEN 'K' WHEN 'Q'
                  MOVE 'C'               TO WS-KEY-CODE
             WHEN 'S' WHEN 'Z' WHEN 'X'
                  MOVE 'S'               TO WS-KEY-CODE
             WHEN 'D' WHEN 'T'
                  MOVE 'T'               TO WS-KEY-CODE
             WHEN 'B' WHEN 'P'
                  MOVE 'P'               TO WS-KEY-CODE
             WHEN 'F' WHEN 'V'
                  MOVE 'F'               TO WS-KEY-CODE
             WHEN OTHER
                  MOVE WS-KEY-CHAR       TO WS-KEY-CODE
             END-EVALUATE

      *      A NAME STARTING WITH A VOWEL SOUND IS KEYED ON 'A'
             IF WS-KO = ZERO
                IF WS-KEY-CODE = '*'
                   MOVE 'A'              TO WS-KEY-CODE
                END-IF
                ADD 1                    TO WS-KO
                MOVE WS-KEY-CODE         TO WS-KEY-OUT (WS-KO:1)
                MOVE WS-KEY-CODE         TO WS-KEY-PREV
                GO TO A1100-EXIT
             END-IF

             IF WS-KEY-CODE = '*'
                MOVE '*'                 TO WS-KEY-PREV
                GO TO A1100-EXIT
             END-IF

             IF WS-KEY-CODE = WS-KEY-PREV
                GO TO A1100-EXIT
             END-IF

             ADD 1                       TO WS-KO
             MOVE WS-KEY-CODE            TO WS-KEY-OUT (WS-KO:1)
             MOVE WS-KEY-CODE            TO WS-KEY-PREV.
       A1100-EXIT.
             EXIT.
       A2000-SCREEN-PARA.
             MOVE SPACE                  TO WS-CANDIDATES-FLAG

             EXEC SQL
                 OPEN CUR-CANDIDATES
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANCK OPEN CUR-CANDIDATES SQLCODE -',
                   SQLCODE
                MOVE 'DB'                TO SAN-RCODE
                GO TO A2000-EXIT
             END-IF

             PERFORM A2100-FETCH-CANDIDATE-PARA
                THRU A2100-EXIT
             PERFORM A2200-ONE-CANDIDATE-PARA
                THRU A2200-EXIT
                UNTIL END-OF-CANDIDATES

             EXEC SQL
                 CLOSE CUR-CANDIDATES
             END-EXEC

             IF SAN-RCODE = SPACES
             AND SAN-HIT-COUNT > ZERO
                MOVE 'HT'                TO SAN-RCODE
             END-IF.
       A2000-EXIT.
             EXIT.
       A2100-FETCH-CANDIDATE-PARA.
             EXEC SQL
                 FETCH CUR-CANDIDATES
                 INTO :YSANCLST-ID, :YSANCLST-SRC, :YSANCLST-LASTNM,
                      :YSANCLST-FRSTNM, :YSANCLST-DOB
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-CANDIDATES  TO TRUE
             WHEN OTHER
                  DISPLAY 'PGBSANCK FETCH CUR-CANDIDATES SQLCODE -',
                     SQLCODE
                  MOVE 'DB'              TO SAN-RCODE
                  SET END-OF-CANDIDATES  TO TRUE
             END-EVALUATE.
       A2100-EXIT.
             EXIT.
       A2200-ONE-CANDIDATE-PARA.
             MOVE 60                     TO WS-CND-SCORE

             IF (YSANCLST-LASTNM = WS-SCR-LASTNM
                 AND YSANCLST-FRSTNM = WS-SCR-FRSTNM)
             OR (YSANCLST-LASTNM = WS-SCR-FRSTNM
                 AND YSANCLST-FRSTNM = WS-SCR-LASTNM)
                MOVE 80                  TO WS-CND-SCORE
             END-IF

      *      DATES MM/DD/CCYY: THE YEAR DECIDES, THE DAY ADDS
             IF YSANCLST-DOB NOT = SPACES
             AND SAN-DOB NOT = SPACES
                IF YSANCLST-DOB (7:4) NOT = SAN-DOB (7:4)
                   GO TO A2290-NEXT
                END-IF
                IF YSANCLST-DOB = SAN-DOB
                   ADD 40                TO WS-CND-SCORE
                ELSE
                   ADD 10                TO WS-CND-SCORE
                END-IF
             END-IF

             PERFORM A2300-CHECK-CLEARED-PARA
                THRU A2300-EXIT
             IF WS-CLR-COUNT > ZERO
                GO TO A2290-NEXT
             END-IF

             ADD 1                       TO SAN-HIT-COUNT
             IF WS-CND-SCORE > SAN-HIT-SCORE
                MOVE YSANCLST-ID         TO SAN-HIT-ID
                MOVE YSANCLST-SRC        TO SAN-HIT-SRC
                MOVE YSANCLST-LASTNM     TO SAN-HIT-LASTNM
                MOVE YSANCLST-FRSTNM     TO SAN-HIT-FRSTNM
                MOVE YSANCLST-DOB        TO SAN-HIT-DOB
                MOVE WS-CND-SCORE        TO SAN-HIT-SCORE
             END-IF.

       A2290-NEXT.
             PERFORM A2100-FETCH-CANDIDATE-PARA
                THRU A2100-EXIT.
       A2200-EXIT.
             EXIT.
       A2300-CHECK-CLEARED-PARA.
      *      FALSE POSITIVE ALREADY CLEARED FOR THIS PERSON: SAME
      *      CUSTOMER, SAME FISCAL CODE OR SAME NAME AND BIRTH DATE
             MOVE ZERO                   TO WS-CLR-COUNT
             MOVE YSANCLST-ID            TO TSANCHIT-LIST-ID

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-CLR-COUNT
                   FROM SANCHIT
                  WHERE TSANCHIT_LIST_ID = :TSANCHIT-LIST-ID
                    AND TSANCHIT_ST      = 'F'
                    AND ((TSANCHIT_CUST_NO = :WS-SCR-CUST
                          AND TSANCHIT_CUST_NO > 0)
                      OR (TSANCHIT_FISCODE = :SAN-FISCODE
                          AND TSANCHIT_FISCODE <> ' ')
                      OR (TSANCHIT_LASTNM = :WS-SCR-LASTNM
                          AND TSANCHIT_FRSTNM = :WS-SCR-FRSTNM
                          AND TSANCHIT_DOB    = :SAN-DOB))
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBSANCK CLEARED HIT SQLCODE -',SQLCODE
                MOVE ZERO                TO WS-CLR-COUNT
             END-IF.
       A2300-EXIT.
             EXIT.
       END PROGRAM PGBSANCK.
