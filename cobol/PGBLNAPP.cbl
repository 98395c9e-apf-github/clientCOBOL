      * ARE RELEASED AS '04' NEW-LOAN RECORDS ON DDAPPROV IN THE       *
      * LOANTRAN LAYOUT, WRAPPED IN THE HDR/TRL REGISTRY ENVELOPE      *
      * (ORIGIN APPROVAL) SO THE FILE PASSES PGBFREG INTO THE CHAIN.   *
      * BEFORE RELEASE AN APPROVED APPLICATION IS PRICED AS THE LOAN   *
      * WILL BE BOOKED: PLANNED SCHEDULE UNDER THE RATE AND PLAN       *
      * CONDITIONS OF THE CATEGORY, CHARGES OF THE FEE CATALOG         *
      * LOANFEEC QUOTED BY PGBCHARG, TOTAL COST AND TAEG (ANNUAL RATE  *
      * THAT EQUALS THE AMOUNT PAID OUT NET OF ORIGINATION TO THE      *
      * DISCOUNTED PAYMENTS). THE TAEG IS KEPT ON LOANAPPL; ONE ABOVE  *
      * THE USURY THRESHOLD OF THE CATEGORY (NPDATT T37 'SOGLIEUSURA'  *
      * OF NPTUS13B) DECLINES THE APPLICATION, AND A CATEGORY WITHOUT  *
      * THRESHOLD OR PLAN IS REFERRED. FOR EVERY APPLICATION RELEASED  *
      * THE PRE-CONTRACT INFORMATION SHEET (SECCI) GOES TO THE DDSECCI *
      * EXTRACT AND ENTERS THE COMMON OUTPUT QUEUE DDOUTQUE AS TYPE    *
      * 'SECC'. THE SYSTEM-WIDE EXPOSURE OF THE CUSTOMER FROM THE      *
      * LAST CENTRALE DEI RISCHI RETURN FLOW (CUSTCRSY, PGBCRRET) IS   *
      * SHOWN FOR EVERY APPLICATION, AND CUSTOMERS FLAGGED THERE ARE   *
      * COUNTED IN THE SUMMARY.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-APPROV-FS.

           SELECT SECCI   ASSIGN TO DDSECCI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SECCI-FS.

           SELECT OUTQUE  ASSIGN TO DDOUTQUE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OUTQUE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD APPLIN.
       FD APPROVF.
       COPY LOANTRAN.

      * PRE-CONTRACT INFORMATION SHEET (SECCI) OF AN APPROVED
      * APPLICATION, FOR THE PRINTING SERVICE. AMOUNTS OF THE
      * PLANNED SCHEDULE; THE CONTINGENT CHARGES ARE QUOTED FOR
      * INFORMATION AND STAY OUT OF THE TOTAL COST AND THE TAEG
       FD SECCI.
       01 SECCI-RECORD.
           02  SEC-APP-NO                 PIC 9(09).
           02  SEC-CUST-NO                PIC 9(09).
           02  SEC-CUST-NAME              PIC X(40).
           02  SEC-CUST-ADDR              PIC X(60).
           02  SEC-CAT                    PIC X(02).
           02  SEC-CAT-TITLE              PIC X(30).
           02  SEC-AMOUNT                 PIC 9(10)V99.
           02  SEC-TERM                   PIC 9(03).
           02  SEC-ROI                    PIC 9(03)V99.
           02  SEC-AMORT                  PIC X(01).
           02  SEC-FREQ                   PIC X(01).
           02  SEC-INST-NR                PIC 9(03).
           02  SEC-INST-AMT               PIC 9(10)V99.
      *        FIRST INSTALLMENT (CONSTANT ONE FOR METHOD 'F'),
      *        CHARGES EXCLUDED
           02  SEC-TOT-INTEREST           PIC 9(10)V99.
           02  SEC-FEE-ORIG               PIC 9(09)V99.
           02  SEC-FEE-INST               PIC 9(09)V99.
      *        COLLECTION CHARGE OF THE FIRST INSTALLMENT
           02  SEC-FEE-INST-TOT           PIC 9(10)V99.
           02  SEC-FEE-STMT               PIC 9(09)V99.
           02  SEC-FEE-DUNL               PIC 9(09)V99.
           02  SEC-FEE-RSTR               PIC 9(09)V99.
           02  SEC-FEE-MRTM               PIC 9(09)V99.
           02  SEC-TOT-COST               PIC 9(10)V99.
      *        INTEREST + ORIGINATION + COLLECTION CHARGES
           02  SEC-TOT-PAYABLE            PIC 9(11)V99.
           02  SEC-TAEG                   PIC 9(03)V999.
           02  SEC-USURY-RATE             PIC 9(03)V99.
           02  SEC-DATE                   PIC X(10).
           02  FILLER                     PIC X(27).

      * COMMON CUSTOMER OUTPUT QUEUE: ONE ADDRESSED LOGICAL
      * DOCUMENT PER INFORMATION SHEET, BUNDLED BY PGBOUTBN
       FD OUTQUE.
       COPY OUTQREC.

       WORKING-STORAGE SECTION.
           EXEC SQL
              INCLUDE SQLCA
               INCLUDE LOANAPPL
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCRSY
           END-EXEC.

           EXEC SQL
               DECLARE CUR-EXPO CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_MAX_AMT
             88 END-OF-APPLIN         VALUE '10'.
          05 WS-APPCFG-FS          PIC XX.
          05 WS-APPROV-FS          PIC XX.
          05 WS-SECCI-FS           PIC XX.
          05 WS-OUTQUE-FS          PIC XX.

       01 WS-FLAGS.
          05 WS-APPCFG-FLAG                PIC X(01).
          05 WS-APPS-APPROVED              PIC 9(05) VALUE ZERO.
          05 WS-APPS-REFERRED              PIC 9(05) VALUE ZERO.
          05 WS-APPS-DECLINED              PIC 9(05) VALUE ZERO.
          05 WS-APPS-USURY                 PIC 9(05) VALUE ZERO.
          05 WS-SECCI-WRITTEN              PIC 9(05) VALUE ZERO.
          05 WS-APPS-CR-FLAGGED            PIC 9(05) VALUE ZERO.

       01 WS-CFG-TABLE.
          05 WS-CFG-NR                     PIC 9(02) VALUE ZERO.
       01 WS-EXPO-TOTAL                    PIC S9(12)V99 COMP-3.
       01 WS-EXPO-LOAN-OS                  PIC S9(10)V99 COMP-3.
       01 WS-EXPO-LOAN-NO                  PIC S9(9)  COMP.
       01 WS-ED-CR-SYS                     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-ED-CR-OTH                     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *    PLANNED SCHEDULE OF AN APPROVED APPLICATION, UNDER THE
      *    RATE AND PLAN CONDITIONS OF ITS CATEGORY (SAME METHOD AS
      *    THE PLAN PGBPRTXN GENERATES FOR THE NEW LOAN, INTEREST ON
      *    THE MONTHS OF THE PERIOD). WS-SEC-PAY HOLDS WHAT THE
      *    CUSTOMER PAYS EACH PERIOD: INSTALLMENT PLUS ITS CHARGE
       01 WS-SECCI-WORK.
          05  WS-SEC-AMORT           PIC X(01).
             88  SEC-CONSTANT-INST   VALUE 'F'.
          05  WS-SEC-FREQ            PIC X(01).
          05  WS-SEC-MONTHS          PIC 9(02).
          05  WS-SEC-YEAR-NR         PIC 9(02).
          05  WS-SEC-NR              PIC S9(03)      COMP-3.
          05  WS-SEC-SEQ             PIC S9(03)      COMP-3.
          05  WS-SEC-RATE            PIC S9(01)V9(12) COMP-3.
          05  WS-SEC-FACT            PIC S9(06)V9(12) COMP-3.
          05  WS-SEC-INST            PIC S9(10)V99   COMP-3.
          05  WS-SEC-PRIN            PIC S9(10)V99   COMP-3.
          05  WS-SEC-INT             PIC S9(10)V99   COMP-3.
          05  WS-SEC-RESID           PIC S9(10)V99   COMP-3.
          05  WS-SEC-FIRST-INST      PIC S9(10)V99   COMP-3.
          05  WS-SEC-TOT-INT         PIC S9(11)V99   COMP-3.
          05  WS-SEC-FEE-ORIG        PIC S9(09)V99   COMP-3.
          05  WS-SEC-FEE-INST        PIC S9(09)V99   COMP-3.
          05  WS-SEC-FEE-INST-TOT    PIC S9(10)V99   COMP-3.
          05  WS-SEC-FEE-STMT        PIC S9(09)V99   COMP-3.
          05  WS-SEC-FEE-DUNL        PIC S9(09)V99   COMP-3.
          05  WS-SEC-FEE-RSTR        PIC S9(09)V99   COMP-3.
          05  WS-SEC-FEE-MRTM        PIC S9(09)V99   COMP-3.
          05  WS-SEC-TOT-COST        PIC S9(11)V99   COMP-3.
          05  WS-SEC-NET-DRAWN       PIC S9(11)V99   COMP-3.
          05  WS-SEC-EVENT           PIC X(04).
          05  WS-SEC-BASE            PIC S9(11)V99   COMP-3.
          05  WS-SEC-FEE             PIC S9(09)V99   COMP-3.
          05  WS-SEC-NAME            PIC X(40).
          05  WS-CAP-FOUND           PIC X(05).
          05  WS-CAP-IX              PIC 9(02).
       01 WS-SEC-PAY-TABLE.
          05  WS-SEC-PAY OCCURS 999  PIC S9(10)V99   COMP-3.

      *    TAEG: THE ANNUAL RATE X THAT EQUALS THE NET AMOUNT PAID
      *    OUT TO THE PRESENT VALUE OF THE PAYMENTS, EACH DISCOUNTED
      *    BY (1 + X) ** (T / 12), T = MONTHS FROM THE DRAWDOWN.
      *    WITH PERIODS OF EQUAL MONTHS THIS IS THE PERIOD RATE J
      *    SOLVED BY BISECTION, THEN X = (1 + J) ** (12 / MONTHS) - 1
       01 WS-TAEG-WORK.
          05  WS-TAEG-LOW            PIC S9(01)V9(12) COMP-3.
          05  WS-TAEG-HIGH           PIC S9(01)V9(12) COMP-3.
          05  WS-TAEG-MID            PIC S9(01)V9(12) COMP-3.
          05  WS-TAEG-DISC           PIC S9(01)V9(15) COMP-3.
          05  WS-TAEG-CUM            PIC S9(01)V9(15) COMP-3.
          05  WS-TAEG-PV             PIC S9(12)V9(04) COMP-3.
          05  WS-TAEG-ITER           PIC S9(03)      COMP-3.
          05  WS-TAEG-YEAR-FACT      PIC S9(06)V9(12) COMP-3.
          05  WS-TAEG-PCT            PIC S9(03)V9(03) COMP-3.
          05  WS-USURY-RATE          PIC S9(03)V99   COMP-3.

      *    USURY THRESHOLD ROW OF THE CATEGORY (NPDATT T37, SAME KEY
      *    AND LAYOUT AS NPTUS13B WRITES IT)
       01 WS-T37-KEYGE.
          05  WS-T37-ABIUT           PIC X(05).
          05  WS-T37-TPROC           PIC X(12).
          05  WS-T37-FUNZI           PIC X(10).
          05  FILLER                 PIC X(05).
       01 WS-T37-DATI                      PIC X(18).
       01 WS-T37-DATI-R REDEFINES WS-T37-DATI.
          05  WS-T37-TEGM            PIC 9(03)V99.
          05  WS-T37-SOGLIA          PIC 9(03)V99.
          05  WS-T37-DTVIG           PIC 9(08).

       01 WS-CHG-MODULE                    PIC X(08) VALUE 'PGBCHARG'.
           COPY PGBCHGRC.

       01 WS-CURR-DATE.
           10  WS-CURT-DATE-MM     PIC 99          VALUE ZERO.
           10  WS-TEMP-DATE-MM     PIC X(02)       VALUE SPACES.
           10  WS-TEMP-DATE-DD     PIC X(02)       VALUE SPACES.

      *    DELIVERY-CHANNEL ROUTINE ON THE COMMUNICATION PREFERENCES
       01 WS-CHN-MODULE                    PIC X(08) VALUE 'PGBCHNSL'.
           COPY PGBCHNRC.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            PERFORM A1000-HOUSE-KEEPING-PARA
            OPEN OUTPUT APPROVF
            DISPLAY 'APPROV FILE STATUS -',WS-APPROV-FS

            OPEN OUTPUT SECCI
            DISPLAY 'SECCI FILE STATUS -',WS-SECCI-FS

      *     THE QUEUE IS SHARED WITH THE OTHER PRODUCERS OF THE
      *     NIGHT AND ONLY EVER GROWS WITHIN THE PRINT CYCLE
            OPEN EXTEND OUTQUE
            DISPLAY 'OUTQUE FILE STATUS -',WS-OUTQUE-FS

            ACCEPT WS-ENV-CRDATE FROM DATE YYYYMMDD
            ACCEPT WS-ENV-TIME8 FROM TIME
            MOVE WS-ENV-HHMMSS          TO WS-ENV-CRTIME
       A2000-DECIDE-APPL-PARA.
             MOVE 'A'                    TO WS-OUTCOME
             MOVE 'OK  '                 TO WS-REASON
             MOVE ZERO                   TO WS-TAEG-PCT

             PERFORM B1000-CHECK-CUSTOMER-PARA
                THRU B1000-EXIT
                END-IF
             END-IF

             IF WS-REASON NOT = 'CUST'
                PERFORM B3500-SHOW-CR-EXPOSURE-PARA
                   THRU B3500-EXIT
             END-IF

             IF WS-OUTCOME = 'A'
                PERFORM B6000-PRICE-DISCLOSURE-PARA
                   THRU B6000-EXIT
             END-IF

             EVALUATE WS-OUTCOME
             WHEN 'A'
                  ADD 1                  TO WS-APPS-APPROVED
                  PERFORM B7000-WRITE-DISCLOSURE-PARA
                     THRU B7000-EXIT
                  PERFORM B4000-RELEASE-APPROVED-PARA
                     THRU B4000-EXIT
             WHEN 'R'
             END-EXEC.
       B3000-EXIT.
             EXIT.
       B3500-SHOW-CR-EXPOSURE-PARA.
      *      SYSTEM-WIDE EXPOSURE OF THE CUSTOMER FROM THE LAST
      *      CENTRALE DEI RISCHI RETURN FLOW (PGBCRRET), SHOWN TO THE
      *      UNDERWRITER NEXT TO OUR OWN EXPOSURE
             MOVE APP-CUST-NO            TO CXCUSTCR-CUST-NO

             EXEC SQL
                 SELECT CXCUSTCR_PERIOD, CXCUSTCR_SYS_AMT,
                        CXCUSTCR_OTH_AMT, CXCUSTCR_FLAG
                   INTO :CXCUSTCR-PERIOD, :CXCUSTCR-SYS-AMT,
                        :CXCUSTCR-OTH-AMT, :CXCUSTCR-FLAG
                   FROM CUSTCRSY
                  WHERE CXCUSTCR_CUST_NO = :CXCUSTCR-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE CXCUSTCR-SYS-AMT  TO WS-ED-CR-SYS
                  MOVE CXCUSTCR-OTH-AMT  TO WS-ED-CR-OTH
                  DISPLAY 'PGBLNAPP APPL ',APP-NO,
                     ' CENTRALE RISCHI SYSTEM ',WS-ED-CR-SYS,
                     ' OTHER BANKS ',WS-ED-CR-OTH,
                     ' FLAG ',CXCUSTCR-FLAG
                  IF CXCUSTCR-FLAG NOT = SPACE
                     ADD 1               TO WS-APPS-CR-FLAGGED
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNAPP CR EXPOSURE READ SQLCODE -',SQLCODE
             END-EVALUATE.
       B3500-EXIT.
             EXIT.
       B3100-FETCH-EXPO-PARA.
            EXEC SQL
                FETCH CUR-EXPO
             MOVE WS-CURR-DATE           TO QLOANAPP-DATE
             MOVE WS-OUTCOME             TO QLOANAPP-OUTCOME
             MOVE WS-REASON              TO QLOANAPP-REASON
             MOVE WS-TAEG-PCT            TO QLOANAPP-TAEG

             EXEC SQL
                 INSERT INTO LOANAPPL VALUES
                 (:QLOANAPP-NO, :QLOANAPP-CUST-NO, :QLOANAPP-CAT,
                  :QLOANAPP-AMT, :QLOANAPP-TERM, :QLOANAPP-DATE,
                  :QLOANAPP-OUTCOME, :QLOANAPP-REASON,
                  :QLOANAPP-TAEG)
             END-EXEC

             EVALUATE TRUE
             END-EVALUATE.
       B5000-EXIT.
             EXIT.
       B6000-PRICE-DISCLOSURE-PARA.
      *      AN APPROVED APPLICATION IS PRICED AS THE LOAN WILL BE
      *      BOOKED: PLANNED SCHEDULE, CATALOG CHARGES OF THE
      *      CATEGORY IN FORCE TODAY, TAEG. A TAEG ABOVE THE USURY
      *      THRESHOLD OF THE CATEGORY DECLINES IT BEFORE ANY
      *      DOCUMENT IS PRODUCED; WITHOUT A THRESHOLD OR A PLAN
      *      THE APPLICATION CANNOT BE PRICED AND IS REFERRED
             INITIALIZE WS-SECCI-WORK
                        WS-TAEG-WORK

             PERFORM B6050-READ-CUSTOMER-PARA
                THRU B6050-EXIT
             IF WS-OUTCOME NOT = 'A'
                GO TO B6000-EXIT
             END-IF

             PERFORM B6100-READ-CATEGORY-PARA
                THRU B6100-EXIT
             IF WS-OUTCOME NOT = 'A'
                GO TO B6000-EXIT
             END-IF

             PERFORM B6300-PRICE-CHARGES-PARA
                THRU B6300-EXIT

             PERFORM B6200-PLAN-SCHEDULE-PARA
                THRU B6200-EXIT

             COMPUTE WS-SEC-TOT-COST =
                WS-SEC-TOT-INT + WS-SEC-FEE-ORIG + WS-SEC-FEE-INST-TOT

             PERFORM B6400-COMPUTE-TAEG-PARA
                THRU B6400-EXIT

             PERFORM B6500-USURY-CHECK-PARA
                THRU B6500-EXIT.
       B6000-EXIT.
             EXIT.
       B6050-READ-CUSTOMER-PARA.
      *      NAME AND ADDRESS OF THE SHEET; NO DOCUMENT AND NO LOAN
      *      FOR A DECEASED CUSTOMER
             MOVE APP-CUST-NO            TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM,
                        CUSTM_ADDR, CUSTM_DECEASED
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM,
                        :ACN-CUSTM-ADDR, :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR ACN-CUSTM-DECEASED = 'Y'
                MOVE 'D'                 TO WS-OUTCOME
                MOVE 'CUST'              TO WS-REASON
                GO TO B6050-EXIT
             END-IF

             MOVE SPACES                 TO WS-SEC-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                  DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-SEC-NAME.
       B6050-EXIT.
             EXIT.
       B6100-READ-CATEGORY-PARA.
      *      RATE AND DEFAULT PLAN CONDITIONS OF THE CATEGORY, AS
      *      PGBPRTXN WILL BOOK THE LOAN; ANYTHING UNKNOWN FALLS
      *      BACK TO LEVEL PRINCIPAL, MONTHLY
             MOVE APP-CAT                TO LLOANM-CAT
             MOVE SPACES                 TO LLOANM-TITLE

             EXEC SQL
                 SELECT LOANCAT_TITLE, LOANCAT_ROI,
                        LOANCAT_AMORT, LOANCAT_FREQ
                   INTO :LLOANM-TITLE, :LLOANM-ROI,
                        :WS-SEC-AMORT, :WS-SEC-FREQ
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :LLOANM-CAT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  MOVE 'R'               TO WS-OUTCOME
                  MOVE 'NPLN'            TO WS-REASON
                  GO TO B6100-EXIT
             WHEN OTHER
                  DISPLAY 'PGBLNAPP CATEGORY SQLCODE -',SQLCODE,
                     ' APPLICATION ',APP-NO
                  MOVE 'R'               TO WS-OUTCOME
                  MOVE 'NPLN'            TO WS-REASON
                  GO TO B6100-EXIT
             END-EVALUATE

             IF APP-TERM = ZERO
                MOVE 'R'                 TO WS-OUTCOME
                MOVE 'NPLN'              TO WS-REASON
                GO TO B6100-EXIT
             END-IF

             IF WS-SEC-AMORT NOT = 'F'
                MOVE 'L'                 TO WS-SEC-AMORT
             END-IF

             EVALUATE WS-SEC-FREQ
             WHEN 'Q'
                  MOVE 3                 TO WS-SEC-MONTHS
             WHEN 'S'
                  MOVE 6                 TO WS-SEC-MONTHS
             WHEN 'A'
                  MOVE 12                TO WS-SEC-MONTHS
             WHEN OTHER
                  MOVE 'M'               TO WS-SEC-FREQ
                  MOVE 1                 TO WS-SEC-MONTHS
             END-EVALUATE

             DIVIDE 12 BY WS-SEC-MONTHS GIVING WS-SEC-YEAR-NR.
       B6100-EXIT.
             EXIT.
       B6200-PLAN-SCHEDULE-PARA.
      *      LEVEL PRINCIPAL OR CONSTANT INSTALLMENT (FRENCH
      *      AMORTIZATION, R = P * I * F / (F - 1), F = (1 + I) ** N),
      *      ONE PAYMENT PER PERIOD OF THE FREQUENCY. A FACTOR OUT OF
      *      RANGE LEAVES THE LEVEL PRINCIPAL, AS ON THE BOOKED PLAN
             COMPUTE WS-SEC-NR =
                (APP-TERM + WS-SEC-MONTHS - 1) / WS-SEC-MONTHS
             MOVE APP-AMT                TO WS-SEC-RESID
             COMPUTE WS-SEC-PRIN ROUNDED = APP-AMT / WS-SEC-NR
             COMPUTE WS-SEC-RATE ROUNDED =
                LLOANM-ROI * WS-SEC-MONTHS / 1200

             IF SEC-CONSTANT-INST
                IF WS-SEC-RATE = ZERO
                   MOVE WS-SEC-PRIN      TO WS-SEC-INST
                ELSE
                   COMPUTE WS-SEC-FACT ROUNDED =
                      (1 + WS-SEC-RATE) ** WS-SEC-NR
                      ON SIZE ERROR
                         MOVE 'L'        TO WS-SEC-AMORT
                   END-COMPUTE
                   IF SEC-CONSTANT-INST
                      COMPUTE WS-SEC-INST ROUNDED =
                         APP-AMT * WS-SEC-RATE * WS-SEC-FACT
                            / (WS-SEC-FACT - 1)
                   END-IF
                END-IF
             END-IF

             PERFORM B6210-PLAN-INSTALLMENT-PARA
                THRU B6210-EXIT
                VARYING WS-SEC-SEQ FROM 1 BY 1
                UNTIL WS-SEC-SEQ > WS-SEC-NR.
       B6200-EXIT.
             EXIT.
       B6210-PLAN-INSTALLMENT-PARA.
      *      ONE PERIOD: INTEREST ON THE RESIDUAL, THE LAST PERIOD
      *      ABSORBS THE ROUNDING REMAINDER; THE COLLECTION CHARGE
      *      OF THE INSTALLMENT RIDES ON THE PAYMENT
             COMPUTE WS-SEC-INT ROUNDED = WS-SEC-RESID * WS-SEC-RATE

             IF SEC-CONSTANT-INST
                COMPUTE WS-SEC-PRIN = WS-SEC-INST - WS-SEC-INT
             END-IF

             IF WS-SEC-SEQ = WS-SEC-NR
             OR WS-SEC-PRIN > WS-SEC-RESID
                MOVE WS-SEC-RESID        TO WS-SEC-PRIN
             END-IF

             SUBTRACT WS-SEC-PRIN        FROM WS-SEC-RESID
             ADD WS-SEC-INT              TO WS-SEC-TOT-INT
             COMPUTE WS-SEC-PAY (WS-SEC-SEQ) = WS-SEC-PRIN + WS-SEC-INT

             MOVE 'INST'                 TO WS-SEC-EVENT
             MOVE WS-SEC-PAY (WS-SEC-SEQ) TO WS-SEC-BASE
             PERFORM B6900-QUOTE-EVENT-PARA
                THRU B6900-EXIT

             IF WS-SEC-SEQ = 1
                MOVE WS-SEC-PAY (1)      TO WS-SEC-FIRST-INST
                MOVE WS-SEC-FEE          TO WS-SEC-FEE-INST
             END-IF

             ADD WS-SEC-FEE              TO WS-SEC-FEE-INST-TOT
                                            WS-SEC-PAY (WS-SEC-SEQ).
       B6210-EXIT.
             EXIT.
       B6300-PRICE-CHARGES-PARA.
      *      ORIGINATION IS WITHHELD FROM THE AMOUNT PAID OUT AND
      *      ENTERS THE TAEG. STATEMENT, DUNNING, RESTRUCTURE AND
      *      MORATORIA CHARGES DEPEND ON THE CUSTOMER'S CHOICES OR
      *      CONDUCT: QUOTED FOR INFORMATION ON THE AMOUNT FINANCED
             MOVE 'ORIG'                 TO WS-SEC-EVENT
             MOVE APP-AMT                TO WS-SEC-BASE
             PERFORM B6900-QUOTE-EVENT-PARA
                THRU B6900-EXIT
             MOVE WS-SEC-FEE             TO WS-SEC-FEE-ORIG

             MOVE 'STMT'                 TO WS-SEC-EVENT
             MOVE ZERO                   TO WS-SEC-BASE
             PERFORM B6900-QUOTE-EVENT-PARA
                THRU B6900-EXIT
             MOVE WS-SEC-FEE             TO WS-SEC-FEE-STMT

             MOVE 'DUNL'                 TO WS-SEC-EVENT
             MOVE ZERO                   TO WS-SEC-BASE
             PERFORM B6900-QUOTE-EVENT-PARA
                THRU B6900-EXIT
             MOVE WS-SEC-FEE             TO WS-SEC-FEE-DUNL

             MOVE 'RSTR'                 TO WS-SEC-EVENT
             MOVE APP-AMT                TO WS-SEC-BASE
             PERFORM B6900-QUOTE-EVENT-PARA
                THRU B6900-EXIT
             MOVE WS-SEC-FEE             TO WS-SEC-FEE-RSTR

             MOVE 'MRTM'                 TO WS-SEC-EVENT
             MOVE APP-AMT                TO WS-SEC-BASE
             PERFORM B6900-QUOTE-EVENT-PARA
                THRU B6900-EXIT
             MOVE WS-SEC-FEE             TO WS-SEC-FEE-MRTM.
       B6300-EXIT.
             EXIT.
       B6400-COMPUTE-TAEG-PARA.
      *      THE PRESENT VALUE OF THE PAYMENTS FALLS AS THE PERIOD
      *      RATE GROWS: BISECTION BETWEEN 0 AND 100 PER CENT A
      *      PERIOD, 40 HALVINGS. A PLAN THAT COSTS NOTHING HAS A
      *      ZERO TAEG; ONE BEYOND THE BRACKET IS SET TO 999.999
             COMPUTE WS-SEC-NET-DRAWN = APP-AMT - WS-SEC-FEE-ORIG

             MOVE ZERO                   TO WS-TAEG-MID
             PERFORM B6410-PRESENT-VALUE-PARA
                THRU B6410-EXIT
             IF WS-TAEG-PV NOT > WS-SEC-NET-DRAWN
                MOVE ZERO                TO WS-TAEG-PCT
                GO TO B6400-EXIT
             END-IF

             MOVE ZERO                   TO WS-TAEG-LOW
             MOVE 1                      TO WS-TAEG-HIGH
             PERFORM B6420-BISECT-PARA
                THRU B6420-EXIT
                VARYING WS-TAEG-ITER FROM 1 BY 1
                UNTIL WS-TAEG-ITER > 40

             COMPUTE WS-TAEG-YEAR-FACT ROUNDED =
                (1 + WS-TAEG-HIGH) ** WS-SEC-YEAR-NR
                ON SIZE ERROR
                   MOVE 999.999          TO WS-TAEG-PCT
                   GO TO B6400-EXIT
             END-COMPUTE

             COMPUTE WS-TAEG-PCT ROUNDED =
                (WS-TAEG-YEAR-FACT - 1) * 100
                ON SIZE ERROR
                   MOVE 999.999          TO WS-TAEG-PCT
             END-COMPUTE.
       B6400-EXIT.
             EXIT.
       B6410-PRESENT-VALUE-PARA.
      *      PRESENT VALUE OF THE PAYMENTS AT THE PERIOD RATE IN
      *      WS-TAEG-MID
             COMPUTE WS-TAEG-DISC ROUNDED = 1 / (1 + WS-TAEG-MID)
             MOVE 1                      TO WS-TAEG-CUM
             MOVE ZERO                   TO WS-TAEG-PV

             PERFORM B6415-DISCOUNT-PAYMENT-PARA
                THRU B6415-EXIT
                VARYING WS-SEC-SEQ FROM 1 BY 1
                UNTIL WS-SEC-SEQ > WS-SEC-NR.
       B6410-EXIT.
             EXIT.
       B6415-DISCOUNT-PAYMENT-PARA.
             COMPUTE WS-TAEG-CUM ROUNDED = WS-TAEG-CUM * WS-TAEG-DISC
             COMPUTE WS-TAEG-PV ROUNDED = WS-TAEG-PV +
                WS-SEC-PAY (WS-SEC-SEQ) * WS-TAEG-CUM.
       B6415-EXIT.
             EXIT.
       B6420-BISECT-PARA.
             COMPUTE WS-TAEG-MID ROUNDED =
                (WS-TAEG-LOW + WS-TAEG-HIGH) / 2
             PERFORM B6410-PRESENT-VALUE-PARA
                THRU B6410-EXIT

             IF WS-TAEG-PV > WS-SEC-NET-DRAWN
                MOVE WS-TAEG-MID         TO WS-TAEG-LOW
             ELSE
                MOVE WS-TAEG-MID         TO WS-TAEG-HIGH
             END-IF.
       B6420-EXIT.
             EXIT.
       B6500-USURY-CHECK-PARA.
      *      THRESHOLD OF THE CATEGORY FROM THE T37 'SOGLIEUSURA'
      *      ROW UNDER THE GENERAL ABI 99999. THE TAEG MAY NOT
      *      EXCEED IT; WITHOUT A THRESHOLD THE CHECK CANNOT BE
      *      PROVED AND THE APPLICATION IS REFERRED
             MOVE ZERO                   TO WS-USURY-RATE
             MOVE SPACES                 TO WS-T37-KEYGE
                                            WS-T37-DATI
             MOVE '99999'                TO WS-T37-ABIUT
             MOVE 'SOGLIEUSURA '         TO WS-T37-TPROC
             MOVE APP-CAT                TO WS-T37-FUNZI

             EXEC SQL
                 SELECT SUBSTR(DAT_RESTO,1,18)
                   INTO :WS-T37-DATI
                   FROM NPDATT
                  WHERE DAT_CODIT = 'T37'
                    AND DAT_KEYGE = :WS-T37-KEYGE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-T37-SOGLIA NUMERIC
                     MOVE WS-T37-SOGLIA  TO WS-USURY-RATE
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNAPP USURY THRESHOLD SQLCODE -',
                     SQLCODE,' CATEGORY ',APP-CAT
             END-EVALUATE

             EVALUATE TRUE
             WHEN WS-USURY-RATE = ZERO
                  MOVE 'R'               TO WS-OUTCOME
                  MOVE 'NUSR'            TO WS-REASON
             WHEN WS-TAEG-PCT > WS-USURY-RATE
                  DISPLAY 'PGBLNAPP APPLICATION ',APP-NO,
                     ' TAEG ',WS-TAEG-PCT,' OVER USURY RATE ',
                     WS-USURY-RATE
                  MOVE 'D'               TO WS-OUTCOME
                  MOVE 'USRY'            TO WS-REASON
                  ADD 1                  TO WS-APPS-USURY
             WHEN OTHER
                  CONTINUE
             END-EVALUATE.
       B6500-EXIT.
             EXIT.
       B6900-QUOTE-EVENT-PARA.
      *      CHARGE OF WS-SEC-EVENT ON WS-SEC-BASE FROM THE CATALOG
      *      ROW OF THE CATEGORY IN FORCE TODAY; NOTHING IS POSTED
             MOVE ZERO                   TO WS-SEC-FEE
             MOVE SPACES                 TO PGBCHGRC
             MOVE 'Q'                    TO CHG-FUNZI
             MOVE ZERO                   TO CHG-LOAN-NO
             MOVE APP-CAT                TO CHG-CAT
             MOVE WS-SEC-EVENT           TO CHG-EVENT
             MOVE WS-CURR-DATE           TO CHG-DATE
             MOVE WS-SEC-BASE            TO CHG-BASE-AMT

             CALL WS-CHG-MODULE USING PGBCHGRC

             EVALUATE CHG-RCODE
             WHEN SPACES
                  MOVE CHG-AMT           TO WS-SEC-FEE
             WHEN 'NF'
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'PGBLNAPP CHARGE NOT QUOTED RCODE ',
                     CHG-RCODE,' APPLICATION ',APP-NO,
                     ' EVENT ',WS-SEC-EVENT
             END-EVALUATE.
       B6900-EXIT.
             EXIT.
       B7000-WRITE-DISCLOSURE-PARA.
      *      INFORMATION SHEET OF THE APPROVED APPLICATION TO THE
      *      DDSECCI EXTRACT, AND THE DOCUMENT TO THE COMMON OUTPUT
      *      QUEUE; THE CAP IS THE FIRST RUN OF FIVE DIGITS FOUND IN
      *      THE FREE-TEXT ADDRESS
             MOVE SPACES                 TO SECCI-RECORD
             MOVE APP-NO                 TO SEC-APP-NO
             MOVE APP-CUST-NO            TO SEC-CUST-NO
             MOVE WS-SEC-NAME            TO SEC-CUST-NAME
             MOVE ACN-CUSTM-ADDR         TO SEC-CUST-ADDR
             MOVE APP-CAT                TO SEC-CAT
             MOVE LLOANM-TITLE           TO SEC-CAT-TITLE
             MOVE APP-AMT                TO SEC-AMOUNT
             MOVE APP-TERM               TO SEC-TERM
             MOVE LLOANM-ROI             TO SEC-ROI
             MOVE WS-SEC-AMORT           TO SEC-AMORT
             MOVE WS-SEC-FREQ            TO SEC-FREQ
             MOVE WS-SEC-NR              TO SEC-INST-NR
             MOVE WS-SEC-FIRST-INST      TO SEC-INST-AMT
             MOVE WS-SEC-TOT-INT         TO SEC-TOT-INTEREST
             MOVE WS-SEC-FEE-ORIG        TO SEC-FEE-ORIG
             MOVE WS-SEC-FEE-INST        TO SEC-FEE-INST
             MOVE WS-SEC-FEE-INST-TOT    TO SEC-FEE-INST-TOT
             MOVE WS-SEC-FEE-STMT        TO SEC-FEE-STMT
             MOVE WS-SEC-FEE-DUNL        TO SEC-FEE-DUNL
             MOVE WS-SEC-FEE-RSTR        TO SEC-FEE-RSTR
             MOVE WS-SEC-FEE-MRTM        TO SEC-FEE-MRTM
             MOVE WS-SEC-TOT-COST        TO SEC-TOT-COST
             COMPUTE SEC-TOT-PAYABLE = APP-AMT + WS-SEC-TOT-COST
             MOVE WS-TAEG-PCT            TO SEC-TAEG
             MOVE WS-USURY-RATE          TO SEC-USURY-RATE
             MOVE WS-CURR-DATE           TO SEC-DATE
             WRITE SECCI-RECORD

             MOVE SPACES                 TO OUTQ-RECORD
             MOVE APP-CUST-NO            TO OUTQ-CUST-NO
             MOVE 'SECC'                 TO OUTQ-DOC-TYPE
             MOVE WS-SEC-NAME            TO OUTQ-CUST-NAME
             MOVE ACN-CUSTM-ADDR         TO OUTQ-CUST-ADDR
      *      CHANNEL AND ELECTRONIC ADDRESS FROM THE PREFERENCES
             MOVE OUTQ-CUST-NO           TO CHN-CUST-NO
             MOVE OUTQ-DOC-TYPE          TO CHN-DOC-TYPE
             CALL WS-CHN-MODULE USING PGBCHNRC
             MOVE CHN-CHANNEL            TO OUTQ-CHANNEL
             MOVE CHN-CERTIFIED          TO OUTQ-CERTIFIED
             IF CHN-CHANNEL = 'E'
                MOVE CHN-EADDR           TO OUTQ-CUST-ADDR
             END-IF
             MOVE 1                      TO OUTQ-PAGES
             MOVE SPACES                 TO OUTQ-DOC-REF
             MOVE APP-NO                 TO OUTQ-DOC-REF (1:9)

             MOVE '00000'                TO WS-CAP-FOUND
             PERFORM VARYING WS-CAP-IX FROM 1 BY 1
                UNTIL WS-CAP-IX > 56
                   OR WS-CAP-FOUND NOT = '00000'

                IF ACN-CUSTM-ADDR (WS-CAP-IX:5) NUMERIC
                   MOVE ACN-CUSTM-ADDR (WS-CAP-IX:5)
                                         TO WS-CAP-FOUND
                END-IF
             END-PERFORM
             MOVE WS-CAP-FOUND           TO OUTQ-CAP

             WRITE OUTQ-RECORD

             ADD 1                       TO WS-SECCI-WRITTEN.
       B7000-EXIT.
             EXIT.
       A4000-PRINT-SUMMARY-PARA.
            DISPLAY '-------------------------------------------'
            DISPLAY 'PGBLNAPP - APPLICATION PRE-APPROVAL ',
               WS-APPS-REFERRED
            DISPLAY 'DECLINED .....................: ',
               WS-APPS-DECLINED
            DISPLAY '  OF WHICH TAEG OVER USURY RATE: ',
               WS-APPS-USURY
            DISPLAY 'INFORMATION SHEETS (SECCI) ...: ',
               WS-SECCI-WRITTEN
            DISPLAY 'CENTRALE RISCHI FLAGGED ......: ',
               WS-APPS-CR-FLAGGED
            DISPLAY '-------------------------------------------'

            MOVE WS-APPS-APPROVED       TO WS-ENV-COUNT
            WRITE LOANIN-RECORD FROM WS-ENV-TRL

            CLOSE APPLIN
                  APPROVF
                  SECCI
                  OUTQUE.
       A4000-EXIT.
             EXIT.
       END PROGRAM PGBLNAPP.
