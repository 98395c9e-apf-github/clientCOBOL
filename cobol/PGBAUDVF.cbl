       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGBAUDVF.
      ******************************************************************
      * NIGHTLY VERIFICATION OF THE AUDIT TRAIL INTEGRITY CHAINS.     *
      * EVERY ROW OF AN AUDIT TRAIL CARRIES A SEQUENCE NUMBER AND A   *
      * HASH OF ITS OWN IMAGE CHAINED TO THE HASH OF THE PREVIOUS ROW *
      * OF THE SAME TRAIL (NPX53P). THE RUN WALKS EVERY TRAIL:        *
      *  - A62/A63/A64/A65/A66 OF NPDATT, THROUGH THEIR A87 LINKS;    *
      *  - CHS, THE CUSTOMER HISTORY CUSTHIST;                        *
      *  - JRN, THE TRANSACTION JOURNAL DDJRNL OF PGBPRTXN;           *
      * AND RECOMPUTES EACH LINK. A MISSING SEQUENCE NUMBER IS A      *
      * DELETED ROW, A HASH THAT NO LONGER MATCHES IS AN ALTERED ROW, *
      * AN AUDIT ROW WRITTEN AFTER THE CHAIN STARTED WITHOUT A LINK   *
      * IS AN INSERTED ROW, AND A TRAIL HEAD (A87 ROW WITH SEQUENCE   *
      * ZERO) AHEAD OF THE LAST LINK IS A TRUNCATED TRAIL. AN A66     *
      * ROW UPDATED BY ITS DECISION IS RE-LINKED, SO ONLY ITS LAST    *
      * LINK MUST MATCH THE ROW. ROWS WRITTEN BEFORE THE CHAIN        *
      * EXISTED ARE COUNTED AS LEGACY, NOT AS BREAKS.                 *
      * THE LAST LINK OF EACH TRAIL IS WRITTEN AS AN ANCHOR TO        *
      * DDANCOUT, WHICH OPERATIONS ARCHIVES ON WRITE-ONCE MEDIA; THE  *
      * ARCHIVED ANCHORS OF THE PREVIOUS RUNS (DDANCIN) MUST STILL    *
      * MATCH THE CHAINS, SO A TRAIL REBUILT FROM SCRATCH IS DETECTED *
      * AS WELL. ANY BREAK IS LISTED ON THE REPORT AND LOGGED AS A    *
      * SEVERE NPERRT ENTRY (NPX50P) FOR THE NPX50G MORNING BULLETIN, *
      * RC 8; A WARNING ONLY (ROWS OF THE DAY THE CHAIN STARTED) IS   *
      * RC 4.                                                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANCIN  ASSIGN TO DDANCIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANCIN-FS.

           SELECT ANCOUT ASSIGN TO DDANCOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ANCOUT-FS.

           SELECT OPTIONAL JRNLF  ASSIGN TO DDJRNL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FS.

       DATA DIVISION.
       FILE SECTION.
      * ANCHORS OF THE PREVIOUS RUNS, IN RUN ORDER: ONE RECORD PER
      * TRAIL AND RUN
       FD ANCIN.
       01 ANCIN-RECORD.
           02  AIN-TRAIL                  PIC X(03).
           02  AIN-DATE                   PIC 9(08).
           02  AIN-TIME                   PIC 9(06).
           02  AIN-LAST-PROGR             PIC 9(09).
           02  AIN-LAST-HASH              PIC X(18).
           02  AIN-ROWS                   PIC 9(09).
           02  AIN-STATUS                 PIC X(02).
           02  FILLER                     PIC X(25).

       FD ANCOUT.
       01 ANCOUT-RECORD.
           02  AOT-TRAIL                  PIC X(03).
           02  AOT-DATE                   PIC 9(08).
           02  AOT-TIME                   PIC 9(06).
           02  AOT-LAST-PROGR             PIC 9(09).
           02  AOT-LAST-HASH              PIC X(18).
           02  AOT-ROWS                   PIC 9(09).
           02  AOT-STATUS                 PIC X(02).
           02  FILLER                     PIC X(25).

      * TRANSACTION JOURNAL OF PGBPRTXN; THE CHAIN LINK COVERS THE
      * FIRST 227 BYTES
       FD JRNLF.
       01 JRNL-RECORD.
           02 JRN-RUN-ID      PIC X(14).
           02 JRN-SOURCE      PIC X(01).
           02 JRN-SEQ         PIC 9(07).
           02 JRN-COMMIT-PT   PIC 9(05).
           02 JRN-DATA        PIC X(200).
           02 JRN-CHN-PROGR   PIC 9(09).
           02 JRN-CHN-HASH    PIC X(18).

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTHIST
           END-EXEC.

      *    THE LINKS OF ONE NPDATT TRAIL IN SEQUENCE ORDER (THE KEY
      *    CARRIES THE ZERO-PADDED SEQUENCE AFTER THE TRAIL CODE)
           EXEC SQL
               DECLARE CUR-LINKS CURSOR FOR
               SELECT DAT_KEYGE, DAT_RESTO
               FROM NPDATT
               WHERE DAT_CODIT = 'A87'
                 AND SUBSTR(DAT_KEYGE,1,3) = :WS-TRAIL
                 AND SUBSTR(DAT_KEYGE,4,9) > '000000000'
               ORDER BY DAT_KEYGE
               WITH UR
           END-EXEC.

      *    THE AUDIT ROWS OF ONE NPDATT TRAIL
           EXEC SQL
               DECLARE CUR-AUDIT CURSOR FOR
               SELECT DAT_KEYGE
               FROM NPDATT
               WHERE DAT_CODIT = :WS-TRAIL
               ORDER BY DAT_KEYGE
               WITH UR
           END-EXEC.

      *    THE CHAINED CUSTOMER HISTORY IN SEQUENCE ORDER
           EXEC SQL
               DECLARE CUR-CHS CURSOR FOR
               SELECT HCUSTH_TS, HCUSTH_SRC, HCUSTH_TYPE,
                      HCUSTH_FRSTNM, HCUSTH_MDLNM, HCUSTH_LASTNM,
                      HCUSTH_ADDR, HCUSTH_DOB, HCUSTH_FISCODE,
                      HCUSTH_CHN_PROGR, HCUSTH_CHN_HASH
               FROM CUSTHIST
               WHERE HCUSTH_CHN_PROGR > 0
               ORDER BY HCUSTH_CHN_PROGR
               WITH UR
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-ANCIN-FS           PIC XX.
          05 WS-ANCOUT-FS          PIC XX.
          05 WS-JRNL-FS            PIC XX.

       01 WS-FLAGS.
          05 WS-ANCIN-FLAG                 PIC X(01).
             88  END-OF-ANCIN              VALUE '1'.
          05 WS-CURSOR-FLAG                PIC X(01).
             88  END-OF-CURSOR             VALUE '1'.
          05 WS-JRNL-FLAG                  PIC X(01).
             88  END-OF-JRNL               VALUE '1'.
          05 WS-HEAD-FLAG                  PIC X(01).
             88  HEAD-FOUND                VALUE 'Y'.

       01 WS-COUNTERS.
          05 WS-TOT-LINKS                  PIC 9(09) VALUE ZERO.
          05 WS-TOT-BREAKS                 PIC 9(07) VALUE ZERO.
          05 WS-TOT-WARNINGS               PIC 9(07) VALUE ZERO.
          05 WS-EXC-LISTED                 PIC 9(05) VALUE ZERO.
          05 WS-ANC-READ                   PIC 9(05) VALUE ZERO.
          05 WS-ANC-WRITTEN                PIC 9(03) VALUE ZERO.
          05 WS-DB-ERRORS                  PIC 9(05) VALUE ZERO.

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

       01 WS-TODAY-NUM                     PIC 9(08) VALUE ZERO.
       01 WS-RUN-TIME                      PIC 9(06) VALUE ZERO.

      *    THE TRAILS IN PROCESSING ORDER, WITH THEIR RESULTS
       01 WS-TRAIL-LIST                    PIC X(21)
                                  VALUE 'A62A63A64A65A66CHSJRN'.
       01 WS-TRAIL-LIST-R REDEFINES WS-TRAIL-LIST.
          05 WS-TRAIL-CODE OCCURS 7        PIC X(03).

       01 WS-TRL-TABLE.
          05 WS-TRL-ELE OCCURS 7.
             10 WS-TRL-LINKS               PIC 9(09).
             10 WS-TRL-LAST-PROGR          PIC 9(09).
             10 WS-TRL-LAST-HASH           PIC X(18).
             10 WS-TRL-BREAKS              PIC 9(07).
             10 WS-TRL-WARNINGS            PIC 9(07).
             10 WS-TRL-LEGACY              PIC 9(09).
             10 WS-TRL-RELINKED            PIC 9(07).
             10 WS-TRL-ANC-OK              PIC 9(05).
       01 WS-TRL-IX                        PIC 9(01).

      *    THE TRAIL IN HAND
       01 WS-TRAIL                         PIC X(03).
       01 WS-PREV-PROGR                    PIC 9(09).
       01 WS-PREV-HASH                     PIC X(18).
       01 WS-HEAD-ULTIMO                   PIC 9(09).
       01 WS-HEAD-HASH                     PIC X(18).
       01 WS-HEAD-DATA-INI                 PIC 9(08).
       01 WS-CHK-PROGR                     PIC 9(09).
       01 WS-CHK-HASH                      PIC X(18).
       01 WS-NEXT-PROGR                    PIC 9(09).

      *    NPDATT HOST VARIABLES: ONE ROW IS KEY PLUS REMAINDER, THE
      *    IMAGE THE WRITERS HASH
       01 WS-DAT-ROW.
          05 WS-DAT-CODIT                  PIC X(03).
          05 WS-DAT-KEYGE                  PIC X(32).
          05 WS-DAT-RESTO                  PIC X(200).
       01 WS-LINK-KEYGE                    PIC X(32).
       01 WS-HEAD-KEYGE                    PIC X(32).
       01 WS-RIFER                         PIC X(35).
       01 WS-AUD-KEYGE                     PIC X(32).
       01 WS-AUD-YYMMDD                    PIC X(06).
       01 WS-AUD-YYMMDD-N REDEFINES WS-AUD-YYMMDD
                                           PIC 9(06).
       01 WS-AUD-DATE                      PIC 9(08).
       01 WS-SQL-COUNT                     PIC S9(09) COMP.

      *    CUSTOMER HISTORY: FIRST CHAINED ROW AND THE IMAGE POINTER
       01 WS-CHS-FIRST-TS                  PIC X(26).
       01 WS-CHS-PROGR                     PIC 9(09).
       01 WS-CHN-PTR                       PIC S9(4) COMP.

      *    ANCHORS OF THE PREVIOUS RUNS
       01 WS-ANC-TABLE.
          05 WS-ANC-NR                     PIC 9(05) VALUE ZERO.
          05 WS-ANC-ELE OCCURS 10000.
             10 WS-ANC-TRAIL               PIC X(03).
             10 WS-ANC-DATE                PIC 9(08).
             10 WS-ANC-PROGR               PIC 9(09).
             10 WS-ANC-HASH                PIC X(18).
       01 WS-ANC-PTR                       PIC 9(05).

       01 WS-EXC-TEXT                      PIC X(100).
       01 WS-ED-PROGR                      PIC Z(8)9.
       01 WS-ED-PROGR2                     PIC Z(8)9.
       01 WS-ED-COUNT                      PIC Z(8)9.

       01 WS-LOG-DATE                      PIC 9(08).
       01 WS-LOG-TIME                      PIC 9(06).
       01 WS-LOG-LINE                      PIC 9(01).

           COPY NPA87TC.
           COPY NPX53RC.
           COPY NPX50RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NPX53P/NPX50P CALLS (LAYOUT OF WRK-1650 IN
      *    THE NP WORKING AREA, WITHOUT ITS COMMA-EDITED FIELDS)
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP1000         PIC X(1000).
          05  WS-ROUT-NPG01          PIC X(0650).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
               THRU A1000-EXIT

            PERFORM A2000-NPDATT-TRAIL-PARA
               THRU A2000-EXIT
               VARYING WS-TRL-IX FROM 1 BY 1
               UNTIL WS-TRL-IX > 5

            MOVE 6                       TO WS-TRL-IX
            PERFORM A3000-CUSTHIST-TRAIL-PARA
               THRU A3000-EXIT

            MOVE 7                       TO WS-TRL-IX
            PERFORM A4000-JOURNAL-TRAIL-PARA
               THRU A4000-EXIT

            PERFORM A5000-WRITE-ANCHOR-PARA
               THRU A5000-EXIT
               VARYING WS-TRL-IX FROM 1 BY 1
               UNTIL WS-TRL-IX > 7
            CLOSE ANCOUT

            PERFORM A6000-PRINT-REPORT-PARA
               THRU A6000-EXIT

            IF WS-TOT-BREAKS > ZERO
               PERFORM A7000-LOG-BREAKS-PARA
                  THRU A7000-EXIT
               MOVE 8                    TO RETURN-CODE
            ELSE
               IF WS-TOT-WARNINGS > ZERO OR WS-DB-ERRORS > ZERO
                  MOVE 4                 TO RETURN-CODE
               END-IF
            END-IF

            GOBACK.
       A1000-HOUSE-KEEPING-PARA.
             INITIALIZE WS-TRL-TABLE

             ACCEPT WS-TEMP-DATE FROM DATE
             MOVE WS-TEMP-DATE-MM         TO WS-CURT-DATE-MM
             MOVE WS-TEMP-DATE-DD         TO WS-CURT-DATE-DD
             COMPUTE WS-CURT-DATE-CCYY = 2000 + WS-TEMP-DATE-YY
             COMPUTE WS-TODAY-NUM = WS-CURT-DATE-CCYY * 10000
                                  + WS-TEMP-DATE-MM * 100
                                  + WS-TEMP-DATE-DD
             ACCEPT WS-RUN-TIME FROM TIME

             DISPLAY '-------------------------------------------'
             DISPLAY 'PGBAUDVF - AUDIT TRAIL INTEGRITY VERIFICATION ',
                WS-CURR-DATE
             DISPLAY '-------------------------------------------'

      *      ANCHORS OF THE PREVIOUS RUNS; NONE ON THE FIRST RUN
             OPEN INPUT ANCIN
             IF WS-ANCIN-FS = '00'
                PERFORM A1100-READ-ANCHOR-PARA
                   THRU A1100-EXIT
                PERFORM A1200-LOAD-ANCHOR-PARA
                   THRU A1200-EXIT
                   UNTIL END-OF-ANCIN
                CLOSE ANCIN
             END-IF
             IF WS-ANC-NR = ZERO
                DISPLAY 'NO ANCHORS OF PREVIOUS RUNS - CHAINS ARE ',
                   'VERIFIED ON THEIR OWN'
             END-IF

             OPEN OUTPUT ANCOUT
             IF WS-ANCOUT-FS NOT = '00'
                DISPLAY 'ANCOUT FILE STATUS -',WS-ANCOUT-FS
                MOVE 16                  TO RETURN-CODE
                GOBACK
             END-IF.
       A1000-EXIT.
             EXIT.
       A1100-READ-ANCHOR-PARA.
             READ ANCIN
               AT END
                  SET END-OF-ANCIN       TO TRUE
             END-READ.
       A1100-EXIT.
             EXIT.
       A1200-LOAD-ANCHOR-PARA.
             IF AIN-LAST-PROGR NUMERIC
                AND AIN-LAST-PROGR > ZERO
                IF WS-ANC-NR < 9999
                   ADD 1                  TO WS-ANC-NR
                   MOVE AIN-TRAIL         TO WS-ANC-TRAIL (WS-ANC-NR)
                   MOVE AIN-DATE          TO WS-ANC-DATE (WS-ANC-NR)
                   MOVE AIN-LAST-PROGR    TO WS-ANC-PROGR (WS-ANC-NR)
                   MOVE AIN-LAST-HASH     TO WS-ANC-HASH (WS-ANC-NR)
                   ADD 1                  TO WS-ANC-READ
                ELSE
                   DISPLAY 'PGBAUDVF ANCHOR TABLE FULL - ANCHOR ',
                      AIN-TRAIL,' ',AIN-DATE,' NOT CHECKED'
                   ADD 1                  TO WS-TOT-WARNINGS
                END-IF
             END-IF

             PERFORM A1100-READ-ANCHOR-PARA
                THRU A1100-EXIT.
       A1200-EXIT.
             EXIT.
       A2000-NPDATT-TRAIL-PARA.
      *      ONE NPDATT AUDIT TRAIL: ITS A87 LINKS, ITS HEAD, THEN
      *      THE AUDIT ROWS THAT SHOULD BE LINKED
             MOVE WS-TRAIL-CODE (WS-TRL-IX) TO WS-TRAIL
             MOVE ZERO                    TO WS-PREV-PROGR
             MOVE ZERO                    TO WS-PREV-HASH
             PERFORM C9000-FIRST-ANCHOR-PARA
                THRU C9000-EXIT
             PERFORM B1000-READ-HEAD-PARA
                THRU B1000-EXIT

             MOVE SPACE                   TO WS-CURSOR-FLAG
             EXEC SQL
                 OPEN CUR-LINKS
             END-EXEC
             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF OPEN CUR-LINKS SQLCODE -',SQLCODE,
                   ' TRAIL ',WS-TRAIL
                ADD 1                     TO WS-DB-ERRORS
                GO TO A2000-EXIT
             END-IF

             PERFORM B1100-FETCH-LINK-PARA
                THRU B1100-EXIT
             PERFORM B1200-CHECK-LINK-PARA
                THRU B1200-EXIT
                UNTIL END-OF-CURSOR

             EXEC SQL
                 CLOSE CUR-LINKS
             END-EXEC

             PERFORM C8000-CHECK-HEAD-PARA
                THRU C8000-EXIT
             PERFORM C9300-ANCHORS-BEYOND-PARA
                THRU C9300-EXIT

      *      AUDIT ROWS WITHOUT A LINK
             MOVE SPACE                   TO WS-CURSOR-FLAG
             EXEC SQL
                 OPEN CUR-AUDIT
             END-EXEC
             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF OPEN CUR-AUDIT SQLCODE -',SQLCODE,
                   ' TRAIL ',WS-TRAIL
                ADD 1                     TO WS-DB-ERRORS
                GO TO A2000-EXIT
             END-IF

             PERFORM B1500-FETCH-AUDIT-PARA
                THRU B1500-EXIT
             PERFORM B1600-CHECK-AUDIT-PARA
                THRU B1600-EXIT
                UNTIL END-OF-CURSOR

             EXEC SQL
                 CLOSE CUR-AUDIT
             END-EXEC.
       A2000-EXIT.
             EXIT.
       A3000-CUSTHIST-TRAIL-PARA.
      *      THE CUSTOMER HISTORY: THE LINK IS ON THE ROW ITSELF AND
      *      THE HEAD IS THE A87 ROW OF TRAIL 'CHS'
             MOVE WS-TRAIL-CODE (WS-TRL-IX) TO WS-TRAIL
             MOVE ZERO                    TO WS-PREV-PROGR
             MOVE ZERO                    TO WS-PREV-HASH
             MOVE SPACES                  TO WS-CHS-FIRST-TS
             PERFORM C9000-FIRST-ANCHOR-PARA
                THRU C9000-EXIT
             PERFORM B1000-READ-HEAD-PARA
                THRU B1000-EXIT

             MOVE SPACE                   TO WS-CURSOR-FLAG
             EXEC SQL
                 OPEN CUR-CHS
             END-EXEC
             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF OPEN CUR-CHS SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
                GO TO A3000-EXIT
             END-IF

             PERFORM B2000-FETCH-HISTORY-PARA
                THRU B2000-EXIT
             PERFORM B2100-CHECK-HISTORY-PARA
                THRU B2100-EXIT
                UNTIL END-OF-CURSOR

             EXEC SQL
                 CLOSE CUR-CHS
             END-EXEC

             PERFORM C8000-CHECK-HEAD-PARA
                THRU C8000-EXIT
             PERFORM C9300-ANCHORS-BEYOND-PARA
                THRU C9300-EXIT
             PERFORM B2300-UNCHAINED-HISTORY-PARA
                THRU B2300-EXIT.
       A3000-EXIT.
             EXIT.
       A4000-JOURNAL-TRAIL-PARA.
      *      THE TRANSACTION JOURNAL: NO HEAD ON THE DATABASE, THE
      *      LAST RECORD IS THE END OF THE CHAIN AND THE ANCHORS
      *      CATCH A TRUNCATION
             MOVE WS-TRAIL-CODE (WS-TRL-IX) TO WS-TRAIL
             MOVE ZERO                    TO WS-PREV-PROGR
             MOVE ZERO                    TO WS-PREV-HASH
             PERFORM C9000-FIRST-ANCHOR-PARA
                THRU C9000-EXIT

             OPEN INPUT JRNLF
             IF WS-JRNL-FS = '00'
                PERFORM B3000-READ-JOURNAL-PARA
                   THRU B3000-EXIT
                PERFORM B3100-CHECK-JOURNAL-PARA
                   THRU B3100-EXIT
                   UNTIL END-OF-JRNL
                CLOSE JRNLF
             ELSE
                DISPLAY 'PGBAUDVF NO JOURNAL - STATUS ',WS-JRNL-FS
             END-IF

             MOVE WS-PREV-PROGR           TO WS-TRL-LAST-PROGR
                                             (WS-TRL-IX)
             MOVE WS-PREV-HASH            TO WS-TRL-LAST-HASH
                                             (WS-TRL-IX)
             PERFORM C9300-ANCHORS-BEYOND-PARA
                THRU C9300-EXIT.
       A4000-EXIT.
             EXIT.
       A5000-WRITE-ANCHOR-PARA.
      *      TODAY'S ANCHOR OF THE TRAIL, WHATEVER ITS STATE: A BROKEN
      *      TRAIL IS ANCHORED AS KO SO THE ARCHIVE RECORDS IT
             MOVE SPACES                  TO ANCOUT-RECORD
             MOVE WS-TRAIL-CODE (WS-TRL-IX) TO AOT-TRAIL
             MOVE WS-TODAY-NUM            TO AOT-DATE
             MOVE WS-RUN-TIME             TO AOT-TIME
             MOVE WS-TRL-LAST-PROGR (WS-TRL-IX) TO AOT-LAST-PROGR
             MOVE WS-TRL-LAST-HASH (WS-TRL-IX)  TO AOT-LAST-HASH
             MOVE WS-TRL-LINKS (WS-TRL-IX)      TO AOT-ROWS
             IF WS-TRL-BREAKS (WS-TRL-IX) = ZERO
                MOVE 'OK'                 TO AOT-STATUS
             ELSE
                MOVE 'KO'                 TO AOT-STATUS
             END-IF

             WRITE ANCOUT-RECORD
             IF WS-ANCOUT-FS NOT = '00'
                DISPLAY 'PGBAUDVF ANCOUT WRITE STATUS -',WS-ANCOUT-FS
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                ADD 1                     TO WS-ANC-WRITTEN
             END-IF.
       A5000-EXIT.
             EXIT.
       A6000-PRINT-REPORT-PARA.
             DISPLAY '-------------------------------------------'
             IF WS-EXC-LISTED NOT < 500
                DISPLAY 'FURTHER EXCEPTIONS NOT LISTED'
             END-IF
             PERFORM A6100-PRINT-TRAIL-PARA
                THRU A6100-EXIT
                VARYING WS-TRL-IX FROM 1 BY 1
                UNTIL WS-TRL-IX > 7
             DISPLAY '-------------------------------------------'
             DISPLAY 'LINKS VERIFIED ...............: ',WS-TOT-LINKS
             DISPLAY 'BREAKS .......................: ',WS-TOT-BREAKS
             DISPLAY 'WARNINGS .....................: ',
                WS-TOT-WARNINGS
             DISPLAY 'ANCHORS OF PREVIOUS RUNS .....: ',WS-ANC-READ
             DISPLAY 'ANCHORS WRITTEN ..............: ',WS-ANC-WRITTEN
             DISPLAY 'DATABASE ERRORS ..............: ',WS-DB-ERRORS
             DISPLAY '-------------------------------------------'
             IF WS-TOT-BREAKS > ZERO
                DISPLAY 'AUDIT TRAILS BROKEN - SEE EXCEPTIONS ABOVE'
             ELSE
                DISPLAY 'ALL AUDIT TRAILS INTACT'
             END-IF.
       A6000-EXIT.
             EXIT.
       A6100-PRINT-TRAIL-PARA.
             DISPLAY 'TRAIL ',WS-TRAIL-CODE (WS-TRL-IX)
             DISPLAY '  LINKS VERIFIED .............: ',
                WS-TRL-LINKS (WS-TRL-IX)
             DISPLAY '  LAST LINK ..................: ',
                WS-TRL-LAST-PROGR (WS-TRL-IX),' ',
                WS-TRL-LAST-HASH (WS-TRL-IX)
             DISPLAY '  RE-LINKED ROWS .............: ',
                WS-TRL-RELINKED (WS-TRL-IX)
             DISPLAY '  LEGACY ROWS (BEFORE CHAIN) .: ',
                WS-TRL-LEGACY (WS-TRL-IX)
             DISPLAY '  ANCHORS MATCHED ............: ',
                WS-TRL-ANC-OK (WS-TRL-IX)
             DISPLAY '  BREAKS .....................: ',
                WS-TRL-BREAKS (WS-TRL-IX)
             DISPLAY '  WARNINGS ...................: ',
                WS-TRL-WARNINGS (WS-TRL-IX).
       A6100-EXIT.
             EXIT.
       A7000-LOG-BREAKS-PARA.
      *      ONE SEVERE ENTRY PER RUN WITH BREAKS, WITH THE FIRST
      *      BROKEN TRAILS, FOR THE MORNING BULLETIN
             MOVE SPACES                  TO NPG01RC
             MOVE 'S'                     TO G01-TPERR
             MOVE 'PGBAUDVF'              TO G01-PGMNM
             MOVE 'PGBAUDVF'              TO G01-ROUNM
             MOVE 'AUD-VERIFY'            TO G01-LABEL
             MOVE 'NPDATT'                TO G01-ARCHI
             MOVE 'AUDCHAIN'              TO G01-CDERR
             MOVE ZERO                    TO G01-NOPER
             MOVE WS-TOT-BREAKS           TO WS-ED-COUNT
             STRING 'AUDIT TRAILS BROKEN ON ' DELIMITED BY SIZE
                    WS-CURR-DATE           DELIMITED BY SIZE
                    ' BREAKS '             DELIMITED BY SIZE
                    WS-ED-COUNT            DELIMITED BY SIZE
                    INTO G01-DESC1
             END-STRING
             MOVE 'SEE THE PGBAUDVF REPORT FOR THE ROWS CONCERNED'
                                          TO G01-DESC2

             MOVE ZERO                    TO WS-LOG-LINE
             PERFORM A7100-LOG-TRAIL-PARA
                THRU A7100-EXIT
                VARYING WS-TRL-IX FROM 1 BY 1
                UNTIL WS-TRL-IX > 7
                   OR WS-LOG-LINE NOT < 3

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
             MOVE WS-ROUT-NPG01           TO NPG01RC

             IF X50-RCODE NOT = SPACES
                DISPLAY 'PGBAUDVF NPERRT LOG FAILED - RCODE ',
                   X50-RCODE
             END-IF.
       A7000-EXIT.
             EXIT.
       A7100-LOG-TRAIL-PARA.
             IF WS-TRL-BREAKS (WS-TRL-IX) = ZERO
                GO TO A7100-EXIT
             END-IF

             ADD 1                        TO WS-LOG-LINE
             MOVE WS-TRL-BREAKS (WS-TRL-IX) TO WS-ED-COUNT
             MOVE SPACES                  TO WS-EXC-TEXT
             STRING 'TRAIL '              DELIMITED BY SIZE
                    WS-TRAIL-CODE (WS-TRL-IX) DELIMITED BY SIZE
                    ' BREAKS '             DELIMITED BY SIZE
                    WS-ED-COUNT            DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             EVALUATE WS-LOG-LINE
                 WHEN 1
                    MOVE WS-EXC-TEXT      TO G01-DESC3
                 WHEN 2
                    MOVE WS-EXC-TEXT      TO G01-DESC4
                 WHEN OTHER
                    MOVE WS-EXC-TEXT      TO G01-DESC5
             END-EVALUATE.
       A7100-EXIT.
             EXIT.
       B1000-READ-HEAD-PARA.
      *      THE HEAD OF THE TRAIL: LAST LINK, LAST HASH AND THE DAY
      *      THE CHAIN STARTED. NO HEAD MEANS THE TRAIL WAS NEVER
      *      WRITTEN SINCE THE CHAIN EXISTS
             MOVE SPACE                   TO WS-HEAD-FLAG
             MOVE ZERO                    TO WS-HEAD-ULTIMO
                                             WS-HEAD-DATA-INI
             MOVE ZERO                    TO WS-HEAD-HASH
             MOVE SPACES                  TO NPA87TC
             MOVE 'A87'                   TO A87-CODIT
             MOVE WS-TRAIL                TO A87-TRACC
             MOVE ZERO                    TO A87-PROGR
             MOVE NPA87TC (4:32)          TO WS-HEAD-KEYGE

             EXEC SQL
                 SELECT DAT_RESTO
                   INTO :WS-DAT-RESTO
                   FROM NPDATT
                  WHERE DAT_CODIT = 'A87'
                    AND DAT_KEYGE = :WS-HEAD-KEYGE
                  WITH UR
             END-EXEC

             EVALUATE SQLCODE
                 WHEN 0
                    SET HEAD-FOUND        TO TRUE
                    MOVE WS-DAT-RESTO     TO A87-ANELLO
                    MOVE A87-T-ULTIMO     TO WS-HEAD-ULTIMO
                    MOVE A87-T-HASH       TO WS-HEAD-HASH
                    MOVE A87-T-DATA-INI   TO WS-HEAD-DATA-INI
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'PGBAUDVF HEAD SQLCODE -',SQLCODE,
                       ' TRAIL ',WS-TRAIL
                    ADD 1                 TO WS-DB-ERRORS
             END-EVALUATE.
       B1000-EXIT.
             EXIT.
       B1100-FETCH-LINK-PARA.
             EXEC SQL
                 FETCH CUR-LINKS
                  INTO :WS-DAT-KEYGE, :WS-DAT-RESTO
             END-EXEC

             EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET END-OF-CURSOR     TO TRUE
                 WHEN OTHER
                    DISPLAY 'PGBAUDVF FETCH CUR-LINKS SQLCODE -',
                       SQLCODE,' TRAIL ',WS-TRAIL
                    ADD 1                 TO WS-DB-ERRORS
                    SET END-OF-CURSOR     TO TRUE
             END-EVALUATE.
       B1100-EXIT.
             EXIT.
       B1200-CHECK-LINK-PARA.
      *      ONE A87 LINK: SEQUENCE, CHAIN TO THE PREVIOUS LINK, LINK
      *      HASH, THEN THE AUDIT ROW IT STANDS FOR
             MOVE 'A87'                   TO WS-DAT-CODIT
             MOVE WS-DAT-ROW              TO NPA87TC
             MOVE WS-DAT-KEYGE            TO WS-LINK-KEYGE
             ADD 1                        TO WS-TRL-LINKS (WS-TRL-IX)
                                             WS-TOT-LINKS

             COMPUTE WS-NEXT-PROGR = WS-PREV-PROGR + 1
             IF A87-PROGR NOT = WS-NEXT-PROGR
                PERFORM C7000-SEQUENCE-BREAK-PARA
                   THRU C7000-EXIT
             ELSE
                IF A87-HASH-PRE NOT = WS-PREV-HASH
                   MOVE A87-PROGR         TO WS-ED-PROGR
                   MOVE SPACES            TO WS-EXC-TEXT
                   STRING 'LINK '          DELIMITED BY SIZE
                          WS-ED-PROGR      DELIMITED BY SIZE
                          ' NOT CHAINED TO THE PREVIOUS LINK'
                                           DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM C9500-BREAK-PARA
                      THRU C9500-EXIT
                END-IF
             END-IF

      *      THE LINK ITSELF, FROM ITS STORED DIGEST
             MOVE SPACES                  TO NPX53RC
             MOVE 'HD'                    TO X53-FUNZI
             MOVE WS-TRAIL                TO X53-TRACC
             MOVE A87-PROGR               TO X53-PROGR
             MOVE A87-HASH-PRE            TO X53-HASH-PRE
             MOVE A87-DIGEST              TO X53-DIGEST
             MOVE A87-RIFER               TO X53-RIFER
             MOVE ZERO                    TO X53-LUNGH
             PERFORM C6000-CALL-CHAIN-PARA
                THRU C6000-EXIT
             IF X53-RCODE = SPACES
                AND X53-HASH NOT = A87-HASH
                MOVE A87-PROGR            TO WS-ED-PROGR
                MOVE SPACES               TO WS-EXC-TEXT
                STRING 'LINK '             DELIMITED BY SIZE
                       WS-ED-PROGR         DELIMITED BY SIZE
                       ' ALTERED - HASH DOES NOT MATCH'
                                           DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
             END-IF

             PERFORM B1300-CHECK-ROW-PARA
                THRU B1300-EXIT

             MOVE A87-PROGR               TO WS-CHK-PROGR
             MOVE A87-HASH                TO WS-CHK-HASH
             PERFORM C9200-MATCH-ANCHOR-PARA
                THRU C9200-EXIT

             MOVE A87-PROGR               TO WS-PREV-PROGR
             MOVE A87-HASH                TO WS-PREV-HASH

             PERFORM B1100-FETCH-LINK-PARA
                THRU B1100-EXIT.
       B1200-EXIT.
             EXIT.
       B1300-CHECK-ROW-PARA.
      *      THE AUDIT ROW OF THE LINK MUST STILL BE THERE AND STILL
      *      BE THE IMAGE THAT WAS HASHED, UNLESS A LATER LINK OF THE
      *      SAME ROW (A66 DECISION) SUPERSEDES THIS ONE
             MOVE A87-RIFER               TO WS-RIFER
             MOVE A87-RIF-CODIT           TO WS-DAT-CODIT
             MOVE A87-RIF-KEYGE           TO WS-DAT-KEYGE

             EXEC SQL
                 SELECT DAT_RESTO
                   INTO :WS-DAT-RESTO
                   FROM NPDATT
                  WHERE DAT_CODIT = :WS-DAT-CODIT
                    AND DAT_KEYGE = :WS-DAT-KEYGE
                  WITH UR
             END-EXEC

             IF SQLCODE = 100
                MOVE A87-PROGR            TO WS-ED-PROGR
                MOVE SPACES               TO WS-EXC-TEXT
                STRING 'ROW DELETED - LINK ' DELIMITED BY SIZE
                       WS-ED-PROGR         DELIMITED BY SIZE
                       ' KEY '             DELIMITED BY SIZE
                       A87-RIF-KEYGE       DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
                GO TO B1300-EXIT
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF AUDIT ROW SQLCODE -',SQLCODE,
                   ' TRAIL ',WS-TRAIL,' KEY ',A87-RIF-KEYGE
                ADD 1                     TO WS-DB-ERRORS
                GO TO B1300-EXIT
             END-IF

             MOVE SPACES                  TO NPX53RC
             MOVE 'HA'                    TO X53-FUNZI
             MOVE WS-TRAIL                TO X53-TRACC
             MOVE A87-PROGR               TO X53-PROGR
             MOVE A87-HASH-PRE            TO X53-HASH-PRE
             MOVE A87-RIFER               TO X53-RIFER
             MOVE 235                     TO X53-LUNGH
             MOVE WS-DAT-ROW              TO X53-IMMAG
             PERFORM C6000-CALL-CHAIN-PARA
                THRU C6000-EXIT
             IF X53-RCODE NOT = SPACES
                OR X53-DIGEST = A87-DIGEST
                GO TO B1300-EXIT
             END-IF

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-SQL-COUNT
                   FROM NPDATT
                  WHERE DAT_CODIT = 'A87'
                    AND SUBSTR(DAT_KEYGE,1,3) = :WS-TRAIL
                    AND DAT_KEYGE > :WS-LINK-KEYGE
                    AND SUBSTR(DAT_RESTO,1,35) = :WS-RIFER
                  WITH UR
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF RE-LINK SQLCODE -',SQLCODE,
                   ' TRAIL ',WS-TRAIL
                ADD 1                     TO WS-DB-ERRORS
                GO TO B1300-EXIT
             END-IF

             IF WS-SQL-COUNT > ZERO
                ADD 1                     TO WS-TRL-RELINKED
                                             (WS-TRL-IX)
             ELSE
                MOVE A87-PROGR            TO WS-ED-PROGR
                MOVE SPACES               TO WS-EXC-TEXT
                STRING 'ROW ALTERED - LINK ' DELIMITED BY SIZE
                       WS-ED-PROGR         DELIMITED BY SIZE
                       ' KEY '             DELIMITED BY SIZE
                       A87-RIF-KEYGE       DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
             END-IF.
       B1300-EXIT.
             EXIT.
       B1500-FETCH-AUDIT-PARA.
             EXEC SQL
                 FETCH CUR-AUDIT
                  INTO :WS-AUD-KEYGE
             END-EXEC

             EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET END-OF-CURSOR     TO TRUE
                 WHEN OTHER
                    DISPLAY 'PGBAUDVF FETCH CUR-AUDIT SQLCODE -',
                       SQLCODE,' TRAIL ',WS-TRAIL
                    ADD 1                 TO WS-DB-ERRORS
                    SET END-OF-CURSOR     TO TRUE
             END-EVALUATE.
       B1500-EXIT.
             EXIT.
       B1600-CHECK-AUDIT-PARA.
      *      AN AUDIT ROW WITHOUT ANY LINK: LEGACY IF WRITTEN BEFORE
      *      THE CHAIN STARTED, INSERTED BEHIND THE CHAIN IF AFTER.
      *      ON THE STARTING DAY ITSELF THE TWO CANNOT BE TOLD APART
             MOVE SPACES                  TO WS-RIFER
             MOVE WS-TRAIL                TO WS-RIFER (1:3)
             MOVE WS-AUD-KEYGE            TO WS-RIFER (4:32)

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-SQL-COUNT
                   FROM NPDATT
                  WHERE DAT_CODIT = 'A87'
                    AND SUBSTR(DAT_KEYGE,1,3) = :WS-TRAIL
                    AND SUBSTR(DAT_RESTO,1,35) = :WS-RIFER
                  WITH UR
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF LINK LOOKUP SQLCODE -',SQLCODE,
                   ' TRAIL ',WS-TRAIL
                ADD 1                     TO WS-DB-ERRORS
                GO TO B1600-NEXT
             END-IF
             IF WS-SQL-COUNT > ZERO
                GO TO B1600-NEXT
             END-IF

      *      ROW DATE (YYMMDD) AFTER THE BRANCH, OR AFTER THE SOURCE
      *      TABLE CODE FOR THE DELETION HISTORY A63
             IF WS-TRAIL = 'A63'
                MOVE WS-AUD-KEYGE (4:6)   TO WS-AUD-YYMMDD
             ELSE
                MOVE WS-AUD-KEYGE (6:6)   TO WS-AUD-YYMMDD
             END-IF
             IF WS-AUD-YYMMDD-N NUMERIC
                COMPUTE WS-AUD-DATE = 20000000 + WS-AUD-YYMMDD-N
             ELSE
                MOVE ZERO                 TO WS-AUD-DATE
             END-IF

             MOVE SPACES                  TO WS-EXC-TEXT
             EVALUATE TRUE
                 WHEN NOT HEAD-FOUND
                 WHEN WS-HEAD-DATA-INI = ZERO
                 WHEN WS-AUD-DATE < WS-HEAD-DATA-INI
                    ADD 1                 TO WS-TRL-LEGACY (WS-TRL-IX)
                 WHEN WS-AUD-DATE = WS-HEAD-DATA-INI
                    STRING 'ROW OF THE START DAY NOT LINKED - KEY '
                                           DELIMITED BY SIZE
                           WS-AUD-KEYGE    DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                    END-STRING
                    PERFORM C9600-WARNING-PARA
                       THRU C9600-EXIT
                 WHEN OTHER
                    STRING 'ROW INSERTED WITHOUT LINK - KEY '
                                           DELIMITED BY SIZE
                           WS-AUD-KEYGE    DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                    END-STRING
                    PERFORM C9500-BREAK-PARA
                       THRU C9500-EXIT
             END-EVALUATE.
       B1600-NEXT.
             PERFORM B1500-FETCH-AUDIT-PARA
                THRU B1500-EXIT.
       B1600-EXIT.
             EXIT.
       B2000-FETCH-HISTORY-PARA.
             EXEC SQL
                 FETCH CUR-CHS
                  INTO :HCUSTH-TS, :HCUSTH-SRC, :HCUSTH-TYPE,
                       :HCUSTH-FRSTNM, :HCUSTH-MDLNM, :HCUSTH-LASTNM,
                       :HCUSTH-ADDR, :HCUSTH-DOB, :HCUSTH-FISCODE,
                       :HCUSTH-CHN-PROGR, :HCUSTH-CHN-HASH
             END-EXEC

             EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET END-OF-CURSOR     TO TRUE
                 WHEN OTHER
                    DISPLAY 'PGBAUDVF FETCH CUR-CHS SQLCODE -',SQLCODE
                    ADD 1                 TO WS-DB-ERRORS
                    SET END-OF-CURSOR     TO TRUE
             END-EVALUATE.
       B2000-EXIT.
             EXIT.
       B2100-CHECK-HISTORY-PARA.
      *      ONE CHAINED HISTORY ROW: THE IMAGE IS REBUILT EXACTLY AS
      *      THE WRITERS BUILD IT. AFTER A MISSING LINK THE NEXT HASH
      *      CANNOT BE VERIFIED AND THE WALK RESUMES FROM IT
             MOVE HCUSTH-CHN-PROGR        TO WS-CHS-PROGR
             ADD 1                        TO WS-TRL-LINKS (WS-TRL-IX)
                                             WS-TOT-LINKS
             IF WS-CHS-FIRST-TS = SPACES
                MOVE HCUSTH-TS            TO WS-CHS-FIRST-TS
             END-IF

             COMPUTE WS-NEXT-PROGR = WS-PREV-PROGR + 1
             IF WS-CHS-PROGR NOT = WS-NEXT-PROGR
                PERFORM C7000-SEQUENCE-BREAK-PARA
                   THRU C7000-EXIT
                GO TO B2100-NEXT
             END-IF

             MOVE SPACES                  TO NPX53RC
             MOVE 1                       TO WS-CHN-PTR
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
             MOVE 'HA'                    TO X53-FUNZI
             MOVE WS-TRAIL                TO X53-TRACC
             MOVE WS-CHS-PROGR            TO X53-PROGR
             MOVE WS-PREV-HASH            TO X53-HASH-PRE
             PERFORM C6000-CALL-CHAIN-PARA
                THRU C6000-EXIT

             IF X53-RCODE = SPACES
                AND X53-HASH NOT = HCUSTH-CHN-HASH
                MOVE WS-CHS-PROGR         TO WS-ED-PROGR
                MOVE SPACES               TO WS-EXC-TEXT
                STRING 'HISTORY ROW ALTERED - LINK ' DELIMITED BY SIZE
                       WS-ED-PROGR         DELIMITED BY SIZE
                       ' TS '              DELIMITED BY SIZE
                       HCUSTH-TS           DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
             END-IF.
       B2100-NEXT.
             MOVE WS-CHS-PROGR            TO WS-CHK-PROGR
             MOVE HCUSTH-CHN-HASH         TO WS-CHK-HASH
             PERFORM C9200-MATCH-ANCHOR-PARA
                THRU C9200-EXIT

             MOVE WS-CHS-PROGR            TO WS-PREV-PROGR
             MOVE HCUSTH-CHN-HASH         TO WS-PREV-HASH

             PERFORM B2000-FETCH-HISTORY-PARA
                THRU B2000-EXIT.
       B2100-EXIT.
             EXIT.
       B2300-UNCHAINED-HISTORY-PARA.
      *      HISTORY ROWS WITHOUT A LINK: LEGACY BEFORE THE FIRST
      *      CHAINED ROW, INSERTED BEHIND THE CHAIN FROM IT ONWARD
             IF WS-CHS-FIRST-TS = SPACES
                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-SQL-COUNT
                      FROM CUSTHIST
                     WHERE HCUSTH_CHN_PROGR = 0
                     WITH UR
                END-EXEC
             ELSE
                EXEC SQL
                    SELECT COUNT(*)
                      INTO :WS-SQL-COUNT
                      FROM CUSTHIST
                     WHERE HCUSTH_CHN_PROGR = 0
                       AND HCUSTH_TS < :WS-CHS-FIRST-TS
                     WITH UR
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF LEGACY HISTORY SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
             ELSE
                MOVE WS-SQL-COUNT         TO WS-TRL-LEGACY (WS-TRL-IX)
             END-IF

             IF WS-CHS-FIRST-TS = SPACES
                GO TO B2300-EXIT
             END-IF

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-SQL-COUNT
                   FROM CUSTHIST
                  WHERE HCUSTH_CHN_PROGR = 0
                    AND HCUSTH_TS NOT < :WS-CHS-FIRST-TS
                  WITH UR
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBAUDVF UNCHAINED HISTORY SQLCODE -',SQLCODE
                ADD 1                     TO WS-DB-ERRORS
                GO TO B2300-EXIT
             END-IF

             IF WS-SQL-COUNT > ZERO
                MOVE WS-SQL-COUNT         TO WS-ED-COUNT
                MOVE SPACES               TO WS-EXC-TEXT
                STRING 'HISTORY ROWS INSERTED WITHOUT LINK: '
                                           DELIMITED BY SIZE
                       WS-ED-COUNT         DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
             END-IF.
       B2300-EXIT.
             EXIT.
       B3000-READ-JOURNAL-PARA.
             READ JRNLF
               AT END
                  SET END-OF-JRNL        TO TRUE
             END-READ.
       B3000-EXIT.
             EXIT.
       B3100-CHECK-JOURNAL-PARA.
      *      ONE JOURNAL RECORD; RECORDS WITHOUT A LINK AHEAD OF THE
      *      FIRST LINKED ONE ARE LEGACY
             IF JRN-CHN-PROGR NOT NUMERIC
                OR JRN-CHN-PROGR = ZERO
                IF WS-PREV-PROGR = ZERO
                   ADD 1                  TO WS-TRL-LEGACY (WS-TRL-IX)
                ELSE
                   MOVE JRN-SEQ           TO WS-ED-PROGR
                   MOVE SPACES            TO WS-EXC-TEXT
                   STRING 'JOURNAL RECORD WITHOUT LINK - RUN '
                                           DELIMITED BY SIZE
                          JRN-RUN-ID       DELIMITED BY SIZE
                          ' SEQ '          DELIMITED BY SIZE
                          WS-ED-PROGR      DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM C9500-BREAK-PARA
                      THRU C9500-EXIT
                END-IF
                GO TO B3100-NEXT
             END-IF

             ADD 1                        TO WS-TRL-LINKS (WS-TRL-IX)
                                             WS-TOT-LINKS
             COMPUTE WS-NEXT-PROGR = WS-PREV-PROGR + 1
             IF JRN-CHN-PROGR NOT = WS-NEXT-PROGR
                MOVE JRN-CHN-PROGR        TO WS-CHS-PROGR
                PERFORM C7000-SEQUENCE-BREAK-PARA
                   THRU C7000-EXIT
             ELSE
                MOVE SPACES               TO NPX53RC
                MOVE 'HA'                 TO X53-FUNZI
                MOVE WS-TRAIL             TO X53-TRACC
                MOVE 227                  TO X53-LUNGH
                MOVE JRNL-RECORD (1:227)  TO X53-IMMAG
                MOVE JRN-CHN-PROGR        TO X53-PROGR
                MOVE WS-PREV-HASH         TO X53-HASH-PRE
                PERFORM C6000-CALL-CHAIN-PARA
                   THRU C6000-EXIT
                IF X53-RCODE = SPACES
                   AND X53-HASH NOT = JRN-CHN-HASH
                   MOVE JRN-CHN-PROGR     TO WS-ED-PROGR
                   MOVE SPACES            TO WS-EXC-TEXT
                   STRING 'JOURNAL RECORD ALTERED - LINK '
                                           DELIMITED BY SIZE
                          WS-ED-PROGR      DELIMITED BY SIZE
                          ' RUN '          DELIMITED BY SIZE
                          JRN-RUN-ID       DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM C9500-BREAK-PARA
                      THRU C9500-EXIT
                END-IF
             END-IF

             MOVE JRN-CHN-PROGR           TO WS-CHK-PROGR
             MOVE JRN-CHN-HASH            TO WS-CHK-HASH
             PERFORM C9200-MATCH-ANCHOR-PARA
                THRU C9200-EXIT

             MOVE JRN-CHN-PROGR           TO WS-PREV-PROGR
             MOVE JRN-CHN-HASH            TO WS-PREV-HASH.
       B3100-NEXT.
             PERFORM B3000-READ-JOURNAL-PARA
                THRU B3000-EXIT.
       B3100-EXIT.
             EXIT.
       C6000-CALL-CHAIN-PARA.
             MOVE SPACES                  TO NPG01RC
             MOVE 'PGBAUDVF'              TO X53-PGMNM
             MOVE 'NPX53P'                TO WS-ROUT-MODULE
             MOVE NPX53RC                 TO WS-ROUT-NP1000
             MOVE NPG01RC                 TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP1000          TO NPX53RC
             MOVE WS-ROUT-NPG01           TO NPG01RC

             IF X53-RCODE NOT = SPACES
                DISPLAY 'PGBAUDVF CHAIN HASH ',G01-LABEL,' ',
                   G01-DESC1,' TRAIL ',WS-TRAIL
                ADD 1                     TO WS-DB-ERRORS
             END-IF.
       C6000-EXIT.
             EXIT.
       C7000-SEQUENCE-BREAK-PARA.
      *      A LINK OUT OF SEQUENCE: LINKS MISSING (DELETED ROWS) OR
      *      THE SAME LINK TWICE
             MOVE WS-PREV-PROGR           TO WS-ED-PROGR
             IF WS-TRAIL = 'CHS' OR WS-TRAIL = 'JRN'
                MOVE WS-CHS-PROGR         TO WS-ED-PROGR2
             ELSE
                MOVE A87-PROGR            TO WS-ED-PROGR2
             END-IF
             MOVE SPACES                  TO WS-EXC-TEXT
             STRING 'SEQUENCE BROKEN - LINK '  DELIMITED BY SIZE
                    WS-ED-PROGR2           DELIMITED BY SIZE
                    ' FOLLOWS LINK '       DELIMITED BY SIZE
                    WS-ED-PROGR            DELIMITED BY SIZE
                    ' (ROWS DELETED OR DUPLICATED)'
                                           DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM C9500-BREAK-PARA
                THRU C9500-EXIT.
       C7000-EXIT.
             EXIT.
       C8000-CHECK-HEAD-PARA.
      *      THE HEAD MUST POINT AT THE LAST LINK FOUND: A HEAD AHEAD
      *      OF IT MEANS THE LAST LINKS WERE REMOVED
             MOVE WS-PREV-PROGR           TO WS-TRL-LAST-PROGR
                                             (WS-TRL-IX)
             MOVE WS-PREV-HASH            TO WS-TRL-LAST-HASH
                                             (WS-TRL-IX)

             IF NOT HEAD-FOUND
                IF WS-PREV-PROGR NOT = ZERO
                   MOVE SPACES            TO WS-EXC-TEXT
                   MOVE 'TRAIL HEAD MISSING' TO WS-EXC-TEXT
                   PERFORM C9500-BREAK-PARA
                      THRU C9500-EXIT
                END-IF
                GO TO C8000-EXIT
             END-IF

             IF WS-HEAD-ULTIMO NOT = WS-PREV-PROGR
                OR WS-HEAD-HASH NOT = WS-PREV-HASH
                MOVE WS-HEAD-ULTIMO       TO WS-ED-PROGR
                MOVE WS-PREV-PROGR        TO WS-ED-PROGR2
                MOVE SPACES               TO WS-EXC-TEXT
                STRING 'TRAIL HEAD AT LINK ' DELIMITED BY SIZE
                       WS-ED-PROGR         DELIMITED BY SIZE
                       ' - LAST LINK FOUND ' DELIMITED BY SIZE
                       WS-ED-PROGR2        DELIMITED BY SIZE
                       ' (TRUNCATED OR ALTERED)' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
             END-IF.
       C8000-EXIT.
             EXIT.
       C9000-FIRST-ANCHOR-PARA.
      *      THE ANCHORS OF A TRAIL ARE MET IN RUN ORDER, THAT IS IN
      *      ASCENDING LINK ORDER, WHILE THE TRAIL IS WALKED
             MOVE ZERO                    TO WS-ANC-PTR
             PERFORM C9100-NEXT-ANCHOR-PARA
                THRU C9100-EXIT.
       C9000-EXIT.
             EXIT.
       C9100-NEXT-ANCHOR-PARA.
             ADD 1                        TO WS-ANC-PTR
             PERFORM C9110-SKIP-ANCHOR-PARA
                THRU C9110-EXIT
                UNTIL WS-ANC-PTR > WS-ANC-NR
                   OR WS-ANC-TRAIL (WS-ANC-PTR) = WS-TRAIL.
       C9100-EXIT.
             EXIT.
       C9110-SKIP-ANCHOR-PARA.
             ADD 1                        TO WS-ANC-PTR.
       C9110-EXIT.
             EXIT.
       C9200-MATCH-ANCHOR-PARA.
             PERFORM C9210-ONE-ANCHOR-PARA
                THRU C9210-EXIT
                UNTIL WS-ANC-PTR > WS-ANC-NR
                   OR WS-ANC-PROGR (WS-ANC-PTR) > WS-CHK-PROGR.
       C9200-EXIT.
             EXIT.
       C9210-ONE-ANCHOR-PARA.
             MOVE WS-ANC-PROGR (WS-ANC-PTR) TO WS-ED-PROGR
             MOVE SPACES                  TO WS-EXC-TEXT
             IF WS-ANC-PROGR (WS-ANC-PTR) = WS-CHK-PROGR
                IF WS-ANC-HASH (WS-ANC-PTR) = WS-CHK-HASH
                   ADD 1                  TO WS-TRL-ANC-OK (WS-TRL-IX)
                ELSE
                   STRING 'ANCHOR OF '     DELIMITED BY SIZE
                          WS-ANC-DATE (WS-ANC-PTR) DELIMITED BY SIZE
                          ' DOES NOT MATCH LINK ' DELIMITED BY SIZE
                          WS-ED-PROGR      DELIMITED BY SIZE
                          ' (TRAIL REWRITTEN)' DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   END-STRING
                   PERFORM C9500-BREAK-PARA
                      THRU C9500-EXIT
                END-IF
             ELSE
                STRING 'ANCHORED LINK '    DELIMITED BY SIZE
                       WS-ED-PROGR         DELIMITED BY SIZE
                       ' OF '              DELIMITED BY SIZE
                       WS-ANC-DATE (WS-ANC-PTR) DELIMITED BY SIZE
                       ' NO LONGER PRESENT' DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                END-STRING
                PERFORM C9500-BREAK-PARA
                   THRU C9500-EXIT
             END-IF

             PERFORM C9100-NEXT-ANCHOR-PARA
                THRU C9100-EXIT.
       C9210-EXIT.
             EXIT.
       C9300-ANCHORS-BEYOND-PARA.
      *      ANCHORS LEFT AFTER THE LAST LINK: THE TRAIL WAS CUT BACK
             PERFORM C9310-ANCHOR-BEYOND-PARA
                THRU C9310-EXIT
                UNTIL WS-ANC-PTR > WS-ANC-NR.
       C9300-EXIT.
             EXIT.
       C9310-ANCHOR-BEYOND-PARA.
             MOVE WS-ANC-PROGR (WS-ANC-PTR) TO WS-ED-PROGR
             MOVE WS-PREV-PROGR           TO WS-ED-PROGR2
             MOVE SPACES                  TO WS-EXC-TEXT
             STRING 'TRAIL TRUNCATED - ANCHORED LINK ' DELIMITED BY SIZE
                    WS-ED-PROGR            DELIMITED BY SIZE
                    ' OF '                 DELIMITED BY SIZE
                    WS-ANC-DATE (WS-ANC-PTR) DELIMITED BY SIZE
                    ' BEYOND LAST LINK '   DELIMITED BY SIZE
                    WS-ED-PROGR2           DELIMITED BY SIZE
                    INTO WS-EXC-TEXT
             END-STRING
             PERFORM C9500-BREAK-PARA
                THRU C9500-EXIT

             PERFORM C9100-NEXT-ANCHOR-PARA
                THRU C9100-EXIT.
       C9310-EXIT.
             EXIT.
       C9500-BREAK-PARA.
             ADD 1                        TO WS-TRL-BREAKS (WS-TRL-IX)
                                             WS-TOT-BREAKS
             IF WS-EXC-LISTED < 500
                DISPLAY WS-TRAIL,' *** ',WS-EXC-TEXT
                ADD 1                     TO WS-EXC-LISTED
             END-IF.
       C9500-EXIT.
             EXIT.
       C9600-WARNING-PARA.
             ADD 1                        TO WS-TRL-WARNINGS (WS-TRL-IX)
                                             WS-TOT-WARNINGS
             IF WS-EXC-LISTED < 500
                DISPLAY WS-TRAIL,' --- ',WS-EXC-TEXT
                ADD 1                     TO WS-EXC-LISTED
             END-IF.
       C9600-EXIT.
             EXIT.

       END PROGRAM PGBAUDVF.
