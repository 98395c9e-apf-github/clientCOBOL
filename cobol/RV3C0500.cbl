      *                                 ABOVE THE CONFIGURED SHARE OF  *
      *                                 THE TOTAL ARE FLAGGED FOR      *
      *                                 RISK MANAGEMENT                *
      *     USO128     UFF.SVI 151026   PAST-DUE POSITIONS: THE        *
      *                                 CONTRACTS OVERDRAWN BEYOND THE *
      *                                 PAST-DUE DAYS (F007-FLG-PD90,  *
      *                                 SET BY RV3C0100) ARE COUNTED   *
      *                                 AND SUMMED PER GROUP AND IN    *
      *                                 TOTAL ON THE REPORT            *
      ******************************************************************
      ******************************************************************
      *                     ENVIRONMENT DIVISION                       *
               10  TB-GRP-CONTA            PIC 9(09).
               10  TB-GRP-UTILIZ       PIC S9(15)V99 COMP-3.
               10  TB-GRP-DISPON       PIC S9(15)V99 COMP-3.
      * USO128: PAST-DUE POSITIONS OF THE GROUP
               10  TB-GRP-PD90             PIC 9(09).
               10  TB-GRP-PD90-UTIL    PIC S9(15)V99 COMP-3.
       01  WS-GRP-IX                       PIC 9(03).
       01  WS-GRP-TROV                     PIC 9(03).

           05  WS-TOT-UTILIZ           PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-GRP-SHARE                PIC 9(03)V99.
           05  WS-CNT-FLAGGED              PIC 9(03)   VALUE ZEROS.
      * USO128: PAST-DUE POSITIONS IN TOTAL
           05  WS-CNT-PD90                 PIC 9(09)   VALUE ZEROS.
           05  WS-TOT-PD90             PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-ED-CONTA                     PIC ZZZ.ZZZ.ZZ9.
       01  WS-ED-IMPORTO           PIC Z.ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-.
                   MOVE ZEROS      TO TB-GRP-CONTA (WS-GRP-NR)
                   MOVE ZEROS      TO TB-GRP-UTILIZ (WS-GRP-NR)
                   MOVE ZEROS      TO TB-GRP-DISPON (WS-GRP-NR)
                   MOVE ZEROS      TO TB-GRP-PD90 (WS-GRP-NR)
                   MOVE ZEROS      TO TB-GRP-PD90-UTIL (WS-GRP-NR)
               ELSE
                   DISPLAY 'RV3C0500 *** GROUP TABLE FULL ***'
                   MOVE 16 TO RETURN-CODE
           ADD F007-AMT-AVA1 TO TB-GRP-DISPON (WS-GRP-TROV).
           ADD F007-DEBTBAL  TO WS-TOT-UTILIZ.

      * USO128: PAST-DUE POSITION (FLAG SET BY RV3C0100)
           IF  F007-PAST-DUE-90
               ADD 1            TO TB-GRP-PD90 (WS-GRP-TROV)
               ADD F007-DEBTBAL TO TB-GRP-PD90-UTIL (WS-GRP-TROV)
               ADD 1            TO WS-CNT-PD90
               ADD F007-DEBTBAL TO WS-TOT-PD90
           END-IF.

      *
      ******************************************************************
      *.PN 230000-RESOLVE-GROUP.                                       *

           MOVE WS-CNT-FLAGGED TO WS-ED-CONTA.
           DISPLAY 'RV3C0500 GROUPS OVER THE SHARE.: ' WS-ED-CONTA.
      * USO128: PAST-DUE POSITIONS IN TOTAL
           MOVE WS-CNT-PD90 TO WS-ED-CONTA.
           DISPLAY 'RV3C0500 PAST-DUE POSITIONS....: ' WS-ED-CONTA.
           MOVE WS-TOT-PD90 TO WS-ED-IMPORTO.
           DISPLAY 'RV3C0500 PAST-DUE UTILIZATION..: '
                   WS-ED-IMPORTO.

           IF  WS-CNT-FLAGGED > ZEROS
               MOVE 4 TO RETURN-CODE
                       'ALERT SHARE ***'
           END-IF.

      * USO128: PAST-DUE POSITIONS OF THE GROUP
           IF  TB-GRP-PD90 (WS-GRP-IX) > ZEROS
               MOVE TB-GRP-PD90 (WS-GRP-IX)      TO WS-ED-CONTA
               MOVE TB-GRP-PD90-UTIL (WS-GRP-IX) TO WS-ED-IMPORTO
               DISPLAY 'RV3C0500      PAST-DUE  ' WS-ED-CONTA
                       ' UTILIZATION ' WS-ED-IMPORTO
           END-IF.

           COPY NPW01RR.
