      *    FOR ROW.                                                   *
      * EACH PAIR IS COMMITTED ON ITS OWN, SO A REJECTED PAIR NEVER   *
      * HOLDS UP THE REST OF THE LIST.                                *
      * THE BEFORE-IMAGE IS LINKED INTO THE 'CHS' INTEGRITY CHAIN     *
      * (NPX53P); THE CHAIN HASH LEAVES THE CUSTOMER NUMBER OUT, SO   *
      * THE REPOINT OF THE HISTORY DOES NOT BREAK IT.                 *
      ******************************************************************

       ENVIRONMENT DIVISION.
          05  WS-AFT-ROLES           PIC S9(9)       COMP.
          05  WS-AFT-HIST            PIC S9(9)       COMP.

      *    INTEGRITY CHAIN OF CUSTHIST (NPX53P, LAYOUT OF WRK-1650 IN
      *    THE NP WORKING AREA)
           COPY NPX53RC.
           COPY NPG01RC.
       01 WS-ROUT-MODULE                   PIC X(08).
       01 WS-ROUT-AREA.
          05  WS-ROUT-NP1000         PIC X(1000).
          05  WS-ROUT-NPG01          PIC X(0650).
       01 WS-CHN-PTR                       PIC S9(4)  COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            INITIALIZE WS-COUNTERS
             MOVE 'PGBCMERG'             TO HCUSTH-SRC
             MOVE 'G'                    TO HCUSTH-TYPE

             PERFORM B3100-CHAIN-HISTORY-PARA
                THRU B3100-EXIT
             IF X53-RCODE NOT = SPACES
                MOVE 'N'                 TO WS-MERGE-OK
                GO TO B3000-EXIT
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
             END-IF.
       B3000-EXIT.
             EXIT.
       B3100-CHAIN-HISTORY-PARA.
      *      THE HISTORY ROW IS LINKED TO THE PREVIOUS CUSTHIST ROW
      *      THROUGH NPX53P. THE TIMESTAMP IS TAKEN HERE SO THAT THE
      *      HASHED IMAGE IS EXACTLY THE ROW WRITTEN
             MOVE SPACES                 TO NPX53RC

             EXEC SQL
                 SELECT CURRENT TIMESTAMP
                   INTO :HCUSTH-TS
                   FROM SYSIBM.SYSDUMMY1
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'PGBCMERG HISTORY TIMESTAMP SQLCODE -',SQLCODE
                MOVE 'KO'                TO X53-RCODE
                GO TO B3100-EXIT
             END-IF

             MOVE 1                      TO WS-CHN-PTR
             STRING HCUSTH-TS            DELIMITED BY SIZE
                    HCUSTH-SRC           DELIMITED BY SIZE
                    HCUSTH-TYPE          DELIMITED BY SIZE
                    HCUSTH-FRSTNM        DELIMITED BY SIZE
                    HCUSTH-MDLNM         DELIMITED BY SIZE
                    HCUSTH-LASTNM        DELIMITED BY SIZE
                    HCUSTH-ADDR          DELIMITED BY SIZE
                    HCUSTH-DOB           DELIMITED BY SIZE
                    HCUSTH-FISCODE       DELIMITED BY SIZE
               INTO X53-IMMAG
               WITH POINTER WS-CHN-PTR
             END-STRING
             COMPUTE X53-LUNGH = WS-CHN-PTR - 1
             MOVE 'CA'                   TO X53-FUNZI
             MOVE 'CHS'                  TO X53-TRACC
             MOVE 'PGBCMERG'             TO X53-PGMNM

             MOVE 'NPX53P'               TO WS-ROUT-MODULE
             MOVE NPX53RC                TO WS-ROUT-NP1000
             MOVE NPG01RC                TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP1000         TO NPX53RC
             MOVE WS-ROUT-NPG01          TO NPG01RC

             IF X53-RCODE NOT = SPACES
                DISPLAY 'PGBCMERG HISTORY CHAIN ',G01-LABEL,' ',
                   G01-DESC1
             ELSE
                MOVE X53-PROGR           TO HCUSTH-CHN-PROGR
                MOVE X53-HASH            TO HCUSTH-CHN-HASH
             END-IF.
       B3100-EXIT.
             EXIT.
       B4000-REPOINT-PARA.
      *      ROLES THE SURVIVOR ALREADY HOLDS ON THE SAME LOAN ARE
      *      DROPPED FIRST, SO THE REPOINT CANNOT CREATE A
