           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-JRNL-FS.

           SELECT SCTOUT ASSIGN TO DDSCTOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SCTOUT-FS.

           SELECT OPTIONAL APPCFG ASSIGN TO DDAPPCFG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-APPCFG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTINPT.
      * FORWARD-RECOVERY JOURNAL: ONE ROW PER ACCEPTED TRANSACTION,
      * WRITTEN AS IT IS APPLIED, WITH RUN ID, SEQUENCE AND COMMIT
      * POINT SO PGBJRNRP CAN RE-DRIVE THE INPUT AFTER A MEDIA
      * RECOVERY TO A PRIOR POINT. EVERY ROW CARRIES ITS LINK IN THE
      * 'JRN' INTEGRITY CHAIN (NPX53P) OVER THE FIRST 227 BYTES
       FD JRNLF.
       01 JRNL-RECORD.
           02 JRN-RUN-ID      PIC X(14).
           02 JRN-SEQ         PIC 9(07).
           02 JRN-COMMIT-PT   PIC 9(05).
           02 JRN-DATA        PIC X(200).
           02 JRN-CHN-PROGR   PIC 9(09).
           02 JRN-CHN-HASH    PIC X(18).

      * OUTBOUND SEPA CREDIT TRANSFERS OF THE LOAN DISBURSEMENTS FOR
      * THE PAYMENTS HUB: ONE RECORD PER BENEFICIARY PAYMENT. LOAN,
      * TRANCHE AND SEQUENCE ARE THE END-TO-END REFERENCE
       FD SCTOUT.
       01 SCTOUT-RECORD.
           02 SCT-LOAN-NO     PIC 9(09).
           02 SCT-TRANCHE     PIC 9(03).
           02 SCT-SEQ         PIC 9(03).
           02 SCT-IBAN        PIC X(34).
           02 SCT-NAME        PIC X(70).
           02 SCT-CUST-NO     PIC 9(09).
           02 SCT-ROLE        PIC X(01).
           02 SCT-VALUE-DATE  PIC X(10).
           02 SCT-AMOUNT      PIC 9(10)V99.
           02 FILLER          PIC X(09).

      * PER-CATEGORY CEILINGS OF THE APPLICATION INTAKE (PGBLNAPP);
      * THE EXPOSURE CEILING ALSO BINDS THE BUYER ASSUMING A LOAN
       FD APPCFG.
       01 APPCFG-RECORD.
           02 CFG-CAT         PIC X(02).
           02 CFG-MAX-SINGLE  PIC 9(10).
           02 CFG-MAX-EXPO    PIC 9(12).
           02 FILLER          PIC X(56).

       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE LOANAGCY
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANCHRG
           END-EXEC.

           EXEC SQL
               INCLUDE LOANDISB
           END-EXEC.

           EXEC SQL
               INCLUDE LOANRPAL
           END-EXEC.

           EXEC SQL
               INCLUDE LOANRLSE
           END-EXEC.

           EXEC SQL
               INCLUDE LOANPORT
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTAML
           END-EXEC.

           EXEC SQL
               INCLUDE SANCHIT
           END-EXEC.

           EXEC SQL
               INCLUDE LOANLIEN
           END-EXEC.

           EXEC SQL
               INCLUDE LOANGDEM
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTCMPL
           END-EXEC.

           EXEC SQL
               INCLUDE CUSTRTML
           END-EXEC.

           EXEC SQL
               DECLARE CUR-SHIFT CURSOR FOR
               SELECT SLOANSCH_SEQ, SLOANSCH_DUE_DATE
               ORDER BY SLOANSCH_SEQ
           END-EXEC.

      *    INSTALLMENTS A REPAYMENT SETTLES, IN PLAN ORDER
           EXEC SQL
               DECLARE CUR-ALCINST CURSOR FOR
               SELECT SLOANSCH_DUE_DATE, SLOANSCH_PRIN, SLOANSCH_INT
               FROM LOANSCHD
               WHERE SLOANSCH_NO = :LLOANM-NO
               ORDER BY SLOANSCH_SEQ
           END-EXEC.

      *    OTHER OPEN LOANS OF THE BUYER ASSUMING A LOAN
           EXEC SQL
               DECLARE CUR-ASMEXPO CURSOR FOR
               SELECT L.LOANM_NO, L.LOANM_MAX_AMT
               FROM LOANCUST C, LOANMSTR L
               WHERE C.PLOANCST_CUST_NO = :WS-ASM-NEW-CUST
                 AND L.LOANM_NO = C.PLOANCST_NO
                 AND L.LOANM_ST = 'O'
                 AND L.LOANM_NO <> :LLOANM-NO
           END-EXEC.

      *    PAYMENTS OF A LOAN WHOSE BORROWER WITHDRAWS FROM IT
           EXEC SQL
               DECLARE CUR-WDRDSB CURSOR FOR
               SELECT OLOANDSB_AMT, OLOANDSB_VALUE_DATE
               FROM LOANDISB
               WHERE OLOANDSB_NO = :LLOANM-NO
           END-EXEC.

           EXEC SQL
               DECLARE CUR-STOACR CURSOR FOR
               SELECT ALOANACR_DATE
               FROM LOANACRH
               WHERE ALOANACR_NO   = :LLOANM-NO
                 AND ALOANACR_DATE >= :LOANIN-STO-DATE
           END-EXEC.

       01 WS-FILE-STATUS.
          05 WS-CUSTIN-FS          PIC XX.
             88 END-OF-CUSTIN          VALUE '10'.
          05 WS-RSTART-FS          PIC XX.
          05 WS-GLWOFF-FS          PIC XX.
          05 WS-JRNL-FS            PIC XX.
          05 WS-SCTOUT-FS          PIC XX.
          05 WS-APPCFG-FS          PIC XX.

       01 WS-COUNTERS.
          05 WS-CUSTIN-TOTAL-RECD          PIC 9(03).
             88  DUPLICATE-PARTY-FOUND     VALUE 'Y'.
          05 WS-DECEASED-FLAG              PIC X(01).
             88  CUSTOMER-DECEASED         VALUE 'Y'.
          05 WS-APPCFG-FLAG                PIC X(01).
             88  APPCFG-DONE               VALUE '1'.

       01 WS-MISC-VAR.
         05  WS-CUST-NO                           PIC S9(9) COMP.
             10 WS-TEMP1-LOAN-NO      PIC 9(09).
         05  WS-DUP-CUST-COUNT       PIC S9(9)       USAGE COMP.
         05  WS-DUP-PARTY-COUNT      PIC S9(9)       USAGE COMP.
         05  WS-GUAR-COUNT           PIC S9(9)       USAGE COMP.

         05  WS-DOB-DATE             PIC X(10).
         05  WS-DOB-DATE-NUM REDEFINES WS-DOB-DATE.
       01 WS-COLLATERAL-WORK.
          05  WS-COLL-TOTAL          PIC S9(12)      COMP-3.
          05  WS-COLL-SEQ            PIC S9(03)      COMP-3.
          05  WS-LIEN-DATE           PIC X(10).
          05  WS-LTV-LIMIT           PIC 9(03).
          05  WS-LTV-VALUE           PIC 9(05)V99    COMP-3.

          05  WS-PAY-AMT             PIC S9(10)V99   COMP-3.
          05  WS-OUTSTANDING         PIC S9(10)V99   COMP-3.
          05  WS-NEW-OUTST           PIC S9(10)V99   COMP-3.
          05  WS-CHG-DUE             PIC S9(10)V99   COMP-3.
          05  WS-ELAPSED-INST        PIC S9(03)      COMP-3.
          05  WS-REMAIN-TERM         PIC S9(03)      COMP-3.

          05  WS-BRN-OK              PIC X(01).

           COPY NPW06RC.
           COPY NPW08RC.
           COPY NPW11RC.
           COPY NPG01RC.

      *    COMMAREA OF THE NP ROUTINE CALLS (LAYOUT OF WRK-1150 IN
          05  WS-ROUT-NP0500         PIC X(0500).
          05  WS-ROUT-NPG01          PIC X(0650).

      *    INTEGRITY CHAIN OF CUSTHIST AND OF THE JOURNAL (NPX53P,
      *    LAYOUT OF WRK-1650). THE JOURNAL CHAIN RESUMES FROM THE
      *    LAST ROW ALREADY ON THE FILE
           COPY NPX53RC.
       01 WS-CHN-AREA.
          05  WS-CHN-NP1000          PIC X(1000).
          05  WS-CHN-NPG01           PIC X(0650).
       01 WS-CHN-WORK.
          05  WS-CHN-PTR             PIC S9(4)       COMP.
          05  WS-JRN-LAST-PROGR      PIC 9(09)       VALUE ZERO.
          05  WS-JRN-LAST-HASH       PIC X(18)       VALUE ZERO.
          05  WS-JRN-TAIL-SW         PIC X(01)       VALUE 'N'.
              88  JRN-TAIL-DONE                      VALUE 'Y'.

       01 WS-STORNO-WORK.
          05  WS-STO-COUNT           PIC S9(05)      COMP-3.
          05  WS-STO-AMT             PIC S9(10)V99   COMP-3.
          05  WS-STO-ACCRUAL         PIC S9(09)V99   COMP-3.
          05  WS-STO-TARGET          PIC S9(9)       COMP.
          05  WS-STO-TGT-OUT         PIC S9(10)V99   COMP-3.
          05  WS-STO-ACR-DATE        PIC X(10).
          05  WS-STO-ACR-DATE-R REDEFINES WS-STO-ACR-DATE.
              10  WS-STO-ACR-MM      PIC 9(02).
              10  FILLER             PIC X(01).
              10  WS-STO-ACR-DD      PIC 9(02).
              10  FILLER             PIC X(01).
              10  WS-STO-ACR-CCYY    PIC 9(04).
          05  WS-STO-ACR-FLAG        PIC X(01).
             88  END-OF-STOACR       VALUE '1'.

      *    SPLIT OF A REPAYMENT INTO PRINCIPAL, INTEREST AND THE
      *    CHARGES SETTLED WITH IT, KEPT ON LOANRPAL FOR THE TAX
      *    CERTIFICATE: THE PLAN IS REBUILT AFTER EVERY PAYMENT, SO
      *    THE INSTALLMENTS SETTLED ARE ONLY KNOWN WHEN IT IS POSTED
       01 WS-ALLOC-WORK.
          05  WS-ALC-PAY             PIC S9(10)V99   COMP-3.
          05  WS-ALC-CHG             PIC S9(10)V99   COMP-3.
          05  WS-ALC-REST            PIC S9(10)V99   COMP-3.
          05  WS-ALC-PRIN            PIC S9(10)V99   COMP-3.
          05  WS-ALC-INT             PIC S9(10)V99   COMP-3.
          05  WS-ALC-TODAY           PIC 9(08).
          05  WS-ALC-DUE-NUM         PIC 9(08).
          05  WS-ALC-DUE-DATE        PIC X(10).
          05  WS-ALC-DUE-DATE-R REDEFINES WS-ALC-DUE-DATE.
              10  WS-ALC-DUE-MM      PIC 9(02).
              10  FILLER             PIC X(01).
              10  WS-ALC-DUE-DD      PIC 9(02).
              10  FILLER             PIC X(01).
              10  WS-ALC-DUE-CCYY    PIC 9(04).
          05  WS-ALC-NEXT-TAKEN      PIC X(01).
          05  WS-ALC-FLAG            PIC X(01).
             88  END-OF-ALCINST      VALUE '1'.

       01 WS-REL-SENT                PIC S9(05)      COMP-3.

      *    CONSUMER-CREDIT WITHDRAWAL (RECESSO): STATUTORY WINDOW IN
      *    DAYS FROM ORIGINATION, PRINCIPAL PAID OUT AND NOT YET
      *    REPAID, INTEREST ACCRUED FROM EACH VALUE DATE, ORIGINATION
      *    CHARGES ALREADY COLLECTED (REFUNDED) AND OTHER CHARGES
      *    STILL DUE; THE BORROWER OWES PRINCIPAL PLUS INTEREST
      *    PLUS CHARGES DUE LESS THE REFUND
       01 WS-WDR-WORK.
          05  WS-WDR-WINDOW          PIC 9(03)       VALUE 14.
          05  WS-WDR-PAID-OUT        PIC S9(12)V99   COMP-3.
          05  WS-WDR-REPAID          PIC S9(12)V99   COMP-3.
          05  WS-WDR-PRIN            PIC S9(12)V99   COMP-3.
          05  WS-WDR-INT             PIC S9(10)V99   COMP-3.
          05  WS-WDR-REFUND          PIC S9(10)V99   COMP-3.
          05  WS-WDR-DUE             PIC S9(12)V99   COMP-3.
          05  WS-WDR-TODAY           PIC 9(08).
          05  WS-WDR-DATE            PIC X(10).
          05  WS-WDR-DATE-R REDEFINES WS-WDR-DATE.
              10  WS-WDR-MM          PIC 9(02).
              10  FILLER             PIC X(01).
              10  WS-WDR-DD          PIC 9(02).
              10  FILLER             PIC X(01).
              10  WS-WDR-CCYY        PIC 9(04).
          05  WS-WDR-FLAG            PIC X(01).
             88  END-OF-WDRDSB       VALUE '1'.
          05  WS-WDR-COUNT           PIC 9(05)       VALUE ZERO.

      *    LOAN ASSUMPTION (ACCOLLO): OUTGOING AND INCOMING PRIMARY
      *    BORROWER, EXPOSURE OF THE INCOMING ONE ON THE OTHER OPEN
      *    LOANS AND THE EXPOSURE CEILINGS PER CATEGORY (DDAPPCFG)
       01 WS-ASSUME-WORK.
          05  WS-ASM-OLD-CUST        PIC S9(9)       COMP.
          05  WS-ASM-NEW-CUST        PIC S9(9)       COMP.
          05  WS-ASM-OK              PIC X(01).
          05  WS-ASM-EXPO-NO         PIC S9(9)       COMP.
          05  WS-ASM-EXPO-OS         PIC S9(10)V99   COMP-3.
          05  WS-ASM-EXPO-TOTAL      PIC S9(12)V99   COMP-3.
          05  WS-ASM-FLAG            PIC X(01).
             88  END-OF-ASMEXPO      VALUE '1'.
          05  WS-ASM-COUNT           PIC 9(05)       VALUE ZERO.

       01 WS-ACF-TABLE.
          05 WS-ACF-NR                     PIC 9(02) VALUE ZERO.
          05 WS-ACF-ELE OCCURS 20.
             10 WS-ACF-CAT                 PIC X(02).
             10 WS-ACF-EXPO                PIC 9(12).
       01 WS-ACF-IX                        PIC 9(02).
       01 WS-ACF-TROV                      PIC 9(02).

      *    MORTGAGE PORTABILITY (SURROGA): LOAN ENTERING BY
      *    SUBROGATION, AMOUNT THE OUTGOING SETTLEMENT MUST COVER AND
      *    REQUESTS REGISTERED/SETTLED IN BOTH DIRECTIONS
       01 WS-PORT-WORK.
          05  WS-PRT-SUBROG          PIC X(01)       VALUE 'N'.
             88  LOAN-IS-SUBROGATED  VALUE 'Y'.
          05  WS-PRT-OPEN            PIC S9(05)      COMP-3.
          05  WS-PRT-REQUIRED        PIC S9(12)V99   COMP-3.
          05  WS-PRT-OUT-COUNT       PIC 9(05)       VALUE ZERO.
          05  WS-PRT-SET-COUNT       PIC 9(05)       VALUE ZERO.
          05  WS-PRT-IN-COUNT        PIC 9(05)       VALUE ZERO.

      *    ANTI-MONEY-LAUNDERING PROFILE (CUSTAML): REVIEW DATES ARE
      *    COMPARED AS CCYYMMDD
       01 WS-AML-WORK.
          05  WS-AML-STATUS          PIC X(01).
             88  AML-PROFILE-OK      VALUE 'Y'.
             88  AML-PROFILE-MISSING VALUE 'M'.
             88  AML-PROFILE-INCOMPL VALUE 'I'.
             88  AML-REVIEW-EXPIRED  VALUE 'R'.
             88  AML-DOC-EXPIRED     VALUE 'D'.
          05  WS-AML-DATE            PIC X(10).
          05  WS-AML-DATE-NUM REDEFINES WS-AML-DATE.
              10  WS-AMLN-MM         PIC 99.
              10  FILLER             PIC X(01).
              10  WS-AMLN-DD         PIC 99.
              10  FILLER             PIC X(01).
              10  WS-AMLN-CCYY       PIC 9(04).
          05  WS-AML-CMP-DATE        PIC 9(08).
          05  WS-AML-CMP-TODAY       PIC 9(08).
          05  WS-AML-YEARS           PIC 9(01).

      *    COMPLAINT UNDER WORK: DATE OF THE EVENT (RECEIPT, ANSWER,
      *    ABF REFERRAL OR DECISION), TODAY WHEN NOT GIVEN
       01 WS-CMPL-WORK.
          05  WS-CMPL-DATE           PIC X(10).

      *    DAY-COUNT ROUTINE OF THE LOAN CATEGORIES (LOANCAT_DCC)
       01 WS-DCC-MODULE                    PIC X(08) VALUE 'PGBDAYCT'.
           COPY PGBDCCRC.

      *    CHARGE-POSTING ROUTINE ON THE FEE CATALOG (LOANFEEC)
       01 WS-CHG-MODULE                    PIC X(08) VALUE 'PGBCHARG'.
           COPY PGBCHGRC.

      *    DISBURSEMENT OF A LOAN: AMOUNTS PAID SO FAR, LAST
      *    TRANCHE AND PAYMENT SEQUENCE ON LOANDISB, THE TRANCHE
      *    FLAG OF THE CATEGORY (LOANCAT_TRANCHES) AND THE
      *    BENEFICIARY OF THE PAYMENT UNDER WORK
       01 WS-DISB-WORK.
          05  WS-DSB-OK              PIC X(01).
          05  WS-DSB-TRANCHES        PIC X(01).
             88  CAT-ALLOWS-TRANCHES VALUE 'Y'.
          05  WS-DSB-TRANCHE         PIC S9(03)      COMP-3.
          05  WS-DSB-LAST-TR         PIC S9(03)      COMP-3.
          05  WS-DSB-SEQ             PIC S9(03)      COMP-3.
          05  WS-DSB-AMT             PIC S9(10)V99   COMP-3.
          05  WS-DSB-PAID            PIC S9(12)V99   COMP-3.
          05  WS-DSB-ROLE            PIC X(01).
          05  WS-DSB-NAME            PIC X(70).
          05  WS-DSB-TODAY           PIC 9(08).
          05  WS-DSB-VALUE-DATE      PIC X(10).
          05  WS-DSB-VALUE-NUM REDEFINES WS-DSB-VALUE-DATE.
              10  WS-DSB-VALUE-MM    PIC 99.
              10  FILLER             PIC X(01).
              10  WS-DSB-VALUE-DD    PIC 99.
              10  FILLER             PIC X(01).
              10  WS-DSB-VALUE-CCYY  PIC 9(04).
          05  WS-DSB-SENT            PIC 9(05)       VALUE ZERO.
          05  WS-DSB-TOTAL           PIC S9(12)V99   COMP-3 VALUE ZERO.

      *    SANCTIONS AND PEP SCREENING (PGBSANCK) OF A CUSTOMER ADDED,
      *    MODIFIED OR ATTACHED TO A LOAN: A POTENTIAL HIT PARKS THE
      *    TRANSACTION ON SANCHIT FOR COMPLIANCE REVIEW (ORIGIN 'A'
      *    ADD, 'M' MODIFY, 'P' PARTY ATTACH). A HIT CONFIRMED BY
      *    COMPLIANCE FREEZES THE DISBURSEMENTS AND REFUNDS OF THE
      *    CUSTOMER'S LOANS
       01 WS-SAN-MODULE                    PIC X(08) VALUE 'PGBSANCK'.
           COPY PGBSANRC.

       01 WS-SANCTIONS-WORK.
          05  WS-SAN-ORIGIN          PIC X(01).
          05  WS-SAN-CUST-NO         PIC 9(09).
          05  WS-SAN-PARK-FLAG       PIC X(01).
             88  SANCTIONS-PARKED    VALUE 'Y'.
          05  WS-SAN-FROZEN-FLAG     PIC X(01).
             88  SANCTIONS-FROZEN    VALUE 'Y'.
          05  WS-SAN-COUNT           PIC S9(9)       COMP.
          05  WS-SAN-ED-HIT          PIC 9(09).
          05  WS-SAN-PARKED          PIC 9(05)       VALUE ZERO.
          05  WS-SAN-FROZEN          PIC 9(05)       VALUE ZERO.

       01 WS-MORA-WORK.
          05  WS-MOR-MONTHS          PIC 9(03).
          05  WS-SHIFT-FLAG          PIC X(01).
             88  END-OF-SHIFT        VALUE '1'.

      *    PLAN CONDITIONS OF THE LOAN (LOANPLAN): AMORTIZATION
      *    METHOD, REPAYMENT FREQUENCY AND ITS LENGTH IN MONTHS,
      *    CONTRACTUAL DAY OF THE MONTH OF THE INSTALLMENTS, AND THE
      *    BUSINESS-DAY AND DAY-COUNT CONVENTIONS OF THE CATEGORY
      *    (LOANCAT_BDC, LOANCAT_DCC). WS-PLN-DISB IS THE
      *    DISBURSEMENT STATUS A NEW LOAN STARTS WITH
       01 WS-PLAN-WORK.
          05  WS-PLN-AMORT           PIC X(01).
             88  PLAN-CONSTANT-INST  VALUE 'F'.
          05  WS-PLN-FREQ            PIC X(01).
          05  WS-PLN-MONTHS          PIC 9(02).
          05  WS-PLN-QUOT            PIC 9(03).
          05  WS-PLN-REM             PIC 9(02).
          05  WS-PLN-OK              PIC X(01).
             88  PLAN-TERM-VALID     VALUE 'Y'.
          05  WS-PLN-DAY             PIC 9(02).
          05  WS-PLN-BDC             PIC X(01).
             88  BDC-MODIFIED-FOLL   VALUE 'M'.
             88  BDC-PRECEDING       VALUE 'P'.
          05  WS-PLN-DCC             PIC X(01).
             88  DCC-NOT-CONFIGURED  VALUE SPACE.
          05  WS-PLN-DISB            PIC X(01).

      *    DUE DATES ON THE NPW08P CALENDAR: WS-CAL-DATE IS THE DATE
      *    UNDER WORK (SSAAMMGG), WS-CAL-NOMINAL THE CONTRACTUAL ONE
      *    BEFORE THE ROLL, WS-CAL-DUE-DATE THE RESULT AS STORED ON
      *    LOANSCHD. WS-CAL-STEP IS THE NPW08P FUNCTION THAT MOVES
      *    ONE DAY: 04 FORWARD, 15 BACKWARD
       01 WS-CALENDAR-WORK.
          05  WS-CAL-DATE            PIC 9(08).
          05  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
              10  WS-CAL-CCYY        PIC 9(04).
              10  WS-CAL-MM          PIC 9(02).
              10  WS-CAL-DD          PIC 9(02).
          05  WS-CAL-NOMINAL         PIC 9(08).
          05  WS-CAL-NOMINAL-R REDEFINES WS-CAL-NOMINAL.
              10  FILLER             PIC 9(04).
              10  WS-CAL-NOM-MM      PIC 9(02).
              10  FILLER             PIC 9(02).
          05  WS-CAL-STEP            PIC 9(02).
          05  WS-CAL-TRIES           PIC 9(02).
          05  WS-CAL-VALID           PIC X(01).
             88  CAL-DATE-VALID      VALUE 'Y'.
          05  WS-CAL-DONE            PIC X(01).
             88  CAL-WORKING-DAY     VALUE 'Y'.
          05  WS-CAL-DUE-DATE        PIC X(10).
          05  WS-CAL-DUE-NUM REDEFINES WS-CAL-DUE-DATE.
              10  WS-CAL-DUE-MM      PIC 99.
              10  FILLER             PIC X(01).
              10  WS-CAL-DUE-DD      PIC 99.
              10  FILLER             PIC X(01).
              10  WS-CAL-DUE-CCYY    PIC 9(04).

       01 WS-SCHEDULE-WORK.
          05  WS-SCH-SEQ             PIC S9(03)      COMP-3.
          05  WS-SCH-NR              PIC S9(03)      COMP-3.
          05  WS-SCH-RATE            PIC S9(01)V9(12) COMP-3.
          05  WS-SCH-FACT            PIC S9(06)V9(12) COMP-3.
          05  WS-SCH-INST            PIC S9(10)V99   COMP-3.
          05  WS-SCH-PRIN            PIC S9(10)V99   COMP-3.
          05  WS-SCH-INT             PIC S9(10)V99   COMP-3.
          05  WS-SCH-RESID           PIC S9(10)V99   COMP-3.
              10  FILLER             PIC X(01).
              10  WS-SCH-DUE-CCYY    PIC 9(04).
          05  WS-SCH-ERROR           PIC X(01).
          05  WS-SCH-PREV-DATE       PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESSING-PARA.
            OPEN INPUT LOANINPT
            DISPLAY 'LOANIN FILE STATUS -',WS-LOANIN-FS

      *     ON RESTART THE REJECT FILE, THE GL WRITE-OFF EXTRACT
      *     AND THE CREDIT-TRANSFER FILE OF THE COMMITTED PORTION
      *     ARE PRESERVED
            IF RUN-RESTARTED
               OPEN EXTEND ERRFILE
            ELSE
            END-IF
            DISPLAY 'GLWOFF FILE STATUS -',WS-GLWOFF-FS

            IF RUN-RESTARTED
               OPEN EXTEND SCTOUT
            ELSE
               OPEN OUTPUT SCTOUT
            END-IF
            DISPLAY 'SCTOUT FILE STATUS -',WS-SCTOUT-FS

      *     THE RECOVERY JOURNAL ONLY EVER GROWS: IT MUST SURVIVE
      *     THE RUNS IT PROTECTS. ITS LAST ROW GIVES THE POINT WHERE
      *     THE INTEGRITY CHAIN RESUMES
            OPEN INPUT JRNLF
            IF WS-JRNL-FS = '00'
               PERFORM A1050-JOURNAL-TAIL-PARA
                  THRU A1050-EXIT
                  UNTIL JRN-TAIL-DONE
            END-IF
            CLOSE JRNLF
            OPEN EXTEND JRNLF
            DISPLAY 'JRNL FILE STATUS -',WS-JRNL-FS

      *     EXPOSURE CEILINGS FOR LOAN ASSUMPTIONS; WITHOUT THE
      *     FILE NO ASSUMPTION CAN BE ACCEPTED
            OPEN INPUT APPCFG
            PERFORM A1100-READ-CONFIG-PARA
               THRU A1100-EXIT
               UNTIL APPCFG-DONE
            CLOSE APPCFG

            ACCEPT WS-RUN-DATE FROM DATE
            ACCEPT WS-RUN-TIME FROM TIME.

       A1000-EXIT.
             EXIT.
       A1050-JOURNAL-TAIL-PARA.
            READ JRNLF
            END-READ

            IF WS-JRNL-FS = '00'
               IF JRN-CHN-PROGR NUMERIC
                  MOVE JRN-CHN-PROGR      TO WS-JRN-LAST-PROGR
                  MOVE JRN-CHN-HASH       TO WS-JRN-LAST-HASH
               END-IF
            ELSE
               SET JRN-TAIL-DONE TO TRUE
            END-IF.
       A1050-EXIT.
             EXIT.
       A1100-READ-CONFIG-PARA.
            READ APPCFG
            END-READ

            EVALUATE TRUE
            WHEN WS-APPCFG-FS = '00'
                 IF WS-ACF-NR < 20
                 AND CFG-MAX-EXPO NUMERIC
                    ADD 1                 TO WS-ACF-NR
                    MOVE CFG-CAT          TO WS-ACF-CAT (WS-ACF-NR)
                    MOVE CFG-MAX-EXPO     TO WS-ACF-EXPO (WS-ACF-NR)
                 END-IF
            WHEN OTHER
                 SET APPCFG-DONE TO TRUE
            END-EVALUATE.
       A1100-EXIT.
             EXIT.
       A2000-PROCESS-CUST-REQST.
             PERFORM R1000-READ-CUST-FILE
             PERFORM A2100-TAKE-CUST-REQ
             WHEN CUSTIN-REQ-TYPE = '04'
                  PERFORM A2500-DECEASED-PARA
                     THRU A2500-EXIT
             WHEN CUSTIN-REQ-TYPE = '05'
                  PERFORM A2600-AML-PROFILE-PARA
                     THRU A2600-EXIT
             WHEN CUSTIN-REQ-TYPE = '06'
                  PERFORM A2700-COMPLAINT-PARA
                     THRU A2700-EXIT
             WHEN CUSTIN-REQ-TYPE = '07'
                  PERFORM A2800-PREFERENCE-PARA
                     THRU A2800-EXIT
             END-EVALUATE.

             MOVE 'C'                    TO JRN-SOURCE
           PERFORM A2210-CHECK-DUP-CUST
              THRU A2210-EXIT

           IF NOT DUPLICATE-CUST-FOUND
              MOVE 'A'                            TO WS-SAN-ORIGIN
              MOVE ZERO                           TO WS-SAN-CUST-NO
              PERFORM C4200-SCREEN-PARTY-PARA
                 THRU C4200-EXIT
              IF SANCTIONS-PARKED
                 GO TO A2200-EXIT
              END-IF
           END-IF

           IF DUPLICATE-CUST-FOUND
              DISPLAY 'A2200 PARA LIKELY DUPLICATE CUSTOMER -',
                 ACN-CUSTM-NAME-FRSTNM,' ',ACN-CUSTM-NAME-LASTNM
              GO TO A2300-EXIT
           END-IF

           MOVE 'M'                       TO WS-SAN-ORIGIN
           MOVE CUSTIN-CUSTM-NO           TO WS-SAN-CUST-NO
           PERFORM C4200-SCREEN-PARTY-PARA
              THRU C4200-EXIT
           IF SANCTIONS-PARKED
              GO TO A2300-EXIT
           END-IF

           MOVE 'M'                       TO HCUSTH-TYPE
           PERFORM C3000-SAVE-HISTORY-PARA
              THRU C3000-EXIT

           EVALUATE TRUE
            WHEN SQLCODE = 0
      *          A NEW ADDRESS RELEASES THE RETURNED-MAIL HOLD
                 IF HCUSTH-ADDR NOT = ACN-CUSTM-ADDR
                    PERFORM A2350-ADDRESS-CORRECTED-PARA
                       THRU A2350-EXIT
                 END-IF
            WHEN OTHER
                 DISPLAY 'CUST TABLE UPDATE SQLCODE -',SQLCODE
                 MOVE '0002'                            TO EREC-NO

       A2300-EXIT.
             EXIT.
       A2350-ADDRESS-CORRECTED-PARA.
      *      THE ADDRESS IS DELIVERABLE AGAIN: PGBOUTBN STOPS HOLDING
      *      THE POST AND THE OPEN RETURNS LEAVE THE BRANCH WORKLIST
             PERFORM A3320-GET-DATE-PARA
                THRU A3320-EXIT

             EXEC SQL
                 UPDATE CUSTM_TABLE
                    SET CUSTM_ADDR_UNDLV = 'N'
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
                    AND CUSTM_ADDR_UNDLV = 'Y'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                GO TO A2350-ERROR
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
                GO TO A2350-EXIT
             END-IF.
       A2350-ERROR.
             DISPLAY 'A2350 PARA RETURNED-MAIL SQLCODE -',SQLCODE
             MOVE '0107'                             TO EREC-NO
             MOVE '***UNABLE TO CLEAR RETURNED-MAIL HOLD***'
                                                     TO ERROR-MSG
             PERFORM W1000-WRITE-ERRFILE-PARA.
       A2350-EXIT.
             EXIT.
       A2400-DEL-CUST-PARA.
      *      THE DELETE IS LOGICAL: THE BEFORE-IMAGE GOES TO THE
      *      HISTORY AND THE ROW IS ONLY MARKED, SO THE LOAN
              WHEN LOANIN-REQ-TYPE = '12'
                   PERFORM A3820-RELEASE-COLL-PARA
                      THRU A3820-EXIT
              WHEN LOANIN-REQ-TYPE = '26'
                   PERFORM A3830-MAINT-LIEN-PARA
                      THRU A3830-EXIT
              WHEN LOANIN-REQ-TYPE = '13'
                   PERFORM A3900-WRITE-OFF-PARA
                      THRU A3900-EXIT
              WHEN LOANIN-REQ-TYPE = '19'
                   PERFORM A3930-PLACE-AGENCY-PARA
                      THRU A3930-EXIT
              WHEN LOANIN-REQ-TYPE = '20'
                   PERFORM A3910-DISBURSE-PARA
                      THRU A3910-EXIT
              WHEN LOANIN-REQ-TYPE = '21'
                   PERFORM A3920-WITHDRAW-PARA
                      THRU A3920-EXIT
              WHEN LOANIN-REQ-TYPE = '22'
                   PERFORM A3710-ASSUME-LOAN-PARA
                      THRU A3710-EXIT
              WHEN LOANIN-REQ-TYPE = '23'
                   PERFORM A3720-PORT-OUT-REQ-PARA
                      THRU A3720-EXIT
              WHEN LOANIN-REQ-TYPE = '24'
                   PERFORM A3730-PORT-OUT-SETTLE-PARA
                      THRU A3730-EXIT
              WHEN LOANIN-REQ-TYPE = '25'
                   PERFORM A3740-PORT-IN-PARA
                      THRU A3740-EXIT
             END-EVALUATE.

             MOVE 'L'                    TO JRN-SOURCE
                   LOANIN-LLOANM-CAT,'/',LOANIN-LLOANM-CUST-NO
             ELSE
                PERFORM A3220-SEARCH-CUSTNO-PARA
                   THRU A3220-EXIT

                IF AGE-WITHIN-LIMITS
                   PERFORM A3240-UPDATE-LOANMSTR
                      THRU A3240-EXIT
                END-IF
             END-IF.
       A3200-EXIT.
                       PERFORM W1000-WRITE-ERRFILE-PARA
                       GO TO A3220-EXIT
                    END-IF
      *             NOR WITHOUT A COMPLETE AND CURRENT AML PROFILE
                    PERFORM C4100-CHECK-AML-PARA
                       THRU C4100-EXIT
                    IF NOT AML-PROFILE-OK
                       DISPLAY 'A3220 PARA AML PROFILE NOT VALID -',
                          LOANIN-LLOANM-CUST-NO, ' ', WS-AML-STATUS
                       IF AML-REVIEW-EXPIRED
                          MOVE '0095'                 TO EREC-NO
                          MOVE '***LOAN REJECTED - AML REVIEW DUE***'
                                                      TO ERROR-MSG
                       ELSE
                          MOVE '0094'                 TO EREC-NO
                          MOVE '***LOAN REJECTED - AML INCOMPLETE***'
                                                      TO ERROR-MSG
                       END-IF
                       PERFORM W1000-WRITE-ERRFILE-PARA
                       GO TO A3220-EXIT
                    END-IF
                    PERFORM A3225-CHECK-AGE-PARA
                       THRU A3225-EXIT

                    IF NOT AGE-WITHIN-LIMITS
                       DISPLAY ' A3220 PARA AGE OUT OF RANGE -',
                          LOANIN-LLOANM-CUST-NO
                       MOVE '0007'                      TO EREC-NO
            MOVE LOANIN-LLOANM-MAX-AMT  TO  LLOANM-MAX-AMT
            MOVE WS-LOAN-MIN-AGE        TO  LLOANM-MIN-AGE
            MOVE WS-LOAN-MAX-AGE        TO  LLOANM-MAX-AGE
            MOVE 'O'                    TO  LLOANM-ST
            MOVE LOANIN-LLOANM-CUST-NO  TO  LLOANM-CUST-NO

               THRU A3245-EXIT

            IF LOAN-CATEGORY-FOUND
               PERFORM B2905-INPUT-PLAN-PARA
                  THRU B2905-EXIT
               PERFORM B2920-CHECK-TERM-PARA
                  THRU B2920-EXIT
               IF NOT PLAN-TERM-VALID
                  GO TO A3240-EXIT
               END-IF
      *        THE LOAN NUMBER IS DRAWN ONLY ONCE EVERY CHECK HAS
      *        PASSED, SO A REJECTED LOAN LEAVES NO GAP
               PERFORM A3230-GENERATE-LOANNO
                  THRU A3230-EXIT
               MOVE WS-NEXT-LOAN-NO     TO  LLOANM-NO
      *        THE MONEY LEAVES ONLY THROUGH DISBURSEMENT ('20')
      *        TRANSACTIONS; UNTIL THEN THE LOAN ACCRUES NOTHING
               MOVE 'N'                 TO WS-PLN-DISB

               EXEC SQL
                 INSERT INTO LOANMSTR VALUES
                (:LLOANM-CAT,

               EVALUATE TRUE
               WHEN SQLCODE = 0
                    PERFORM B2950-SAVE-PLAN-PARA
                       THRU B2950-EXIT
                    PERFORM B3000-GEN-SCHEDULE-PARA
                       THRU B3000-EXIT
                    PERFORM B4000-ADD-PRIMARY-PARTY-PARA
                       THRU B4000-EXIT
                    PERFORM B5000-CHECK-LTV-PARA
                       THRU B5000-EXIT
      *             A LOAN SUBROGATED IN ANOTHER BANK'S MORTGAGE IS
      *             PORTED AT NO COST TO THE BORROWER
                    IF LOAN-IS-SUBROGATED
                       PERFORM A3745-PORT-IN-REGISTER-PARA
                          THRU A3745-EXIT
                    ELSE
                       MOVE SPACES             TO PGBCHGRC
                       MOVE 'ORIG'             TO CHG-EVENT
                       MOVE LLOANM-MAX-AMT     TO CHG-BASE-AMT
                       PERFORM D7000-POST-CHARGE-PARA
                          THRU D7000-EXIT
                    END-IF
               WHEN OTHER
                    DISPLAY 'LOAN TABLE INSERT SQLCODE -',SQLCODE
                    MOVE '0004'                            TO EREC-NO
       A3240-EXIT.
             EXIT.
       A3245-LOOKUP-LOAN-CAT-PARA.
      *      THE CATEGORY GIVES THE TITLE, THE RATE AND THE DEFAULT
      *      PLAN CONDITIONS (AMORTIZATION METHOD, FREQUENCY)
             INITIALIZE WS-CATFND-FLAG
                        WS-PLAN-WORK

             EXEC SQL
                 SELECT LOANCAT_TITLE, LOANCAT_ROI,
                        LOANCAT_AMORT, LOANCAT_FREQ
                   INTO :LLOANM-TITLE, :LLOANM-ROI,
                        :WS-PLN-AMORT, :WS-PLN-FREQ
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :LLOANM-CAT
             END-EXEC

               EVALUATE TRUE
               WHEN SQLCODE = 0
      *             THE SETTLEMENT CLEARS THE CHARGES STILL DUE
                    PERFORM D7100-CHARGES-DUE-PARA
                       THRU D7100-EXIT
                    IF WS-CHG-DUE > ZERO
                       PERFORM D7200-COLLECT-CHARGES-PARA
                          THRU D7200-EXIT
                    END-IF
                    MOVE LOANIN-LLOANM-MAX-AMT TO WS-ALC-PAY
                    MOVE WS-CHG-DUE            TO WS-ALC-CHG
                    PERFORM D7300-ALLOCATE-REPAY-PARA
                       THRU D7300-EXIT
                    PERFORM D7500-QUEUE-RELEASE-PARA
                       THRU D7500-EXIT
               WHEN OTHER
                    DISPLAY ' A3340 PARA SQLERROR - ',SQLCODE
                    MOVE '0005'                       TO EREC-NO
       A3340-EXIT.
             EXIT.
       A3400-MOD-LOAN-PARA.
      *      MODIFY LOAN TERMS: NEW TERM AND CEILING, OPTIONALLY NEW
      *      PLAN CONDITIONS, THEN THE INSTALLMENT PLAN IS REGENERATED
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                     MOVE LOANIN-LLOANM-TERM    TO LLOANM-TERM
                     MOVE LOANIN-LLOANM-MAX-AMT TO LLOANM-MAX-AMT

                     MOVE LLOANM-NO             TO FLOANPL-NO
                     PERFORM B2900-GET-PLAN-PARA
                        THRU B2900-EXIT
                     PERFORM B2905-INPUT-PLAN-PARA
                        THRU B2905-EXIT
                     PERFORM B2920-CHECK-TERM-PARA
                        THRU B2920-EXIT
                     IF NOT PLAN-TERM-VALID
                        GO TO A3400-EXIT
                     END-IF

                     EXEC SQL
                        UPDATE LOANMSTR
                        SET LOANM_TERM    = :LLOANM-TERM,
                     END-EXEC

                     IF SQLCODE = 0
                        PERFORM B2950-SAVE-PLAN-PARA
                           THRU B2950-EXIT
                        MOVE LLOANM-NO TO WS-NEXT-LOAN-NO
                        PERFORM B3000-GEN-SCHEDULE-PARA
                           THRU B3000-EXIT
             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF LLOANM-ST = 'O'
                     PERFORM A3505-CHECK-GUARANTOR-PARA
                        THRU A3505-EXIT
                     IF WS-GUAR-COUNT > ZERO
                        PERFORM A3510-APPLY-PARTIAL-PARA
                           THRU A3510-EXIT
                     END-IF
                  ELSE
                     DISPLAY 'A3500 PARA LOAN NOT OPEN -',
                        LOANIN-LLOANM-NO
             END-EVALUATE.
       A3500-EXIT.
             EXIT.
       A3505-CHECK-GUARANTOR-PARA.
      *      A PAYMENT BY A GUARANTOR (PARTY-ROLE 'G') IS ACCEPTED
      *      ONLY FROM A GUARANTOR OF THE LOAN ON LOANCUST
             MOVE 1                      TO WS-GUAR-COUNT

             IF LOANIN-PARTY-ROLE NOT = 'G'
                GO TO A3505-EXIT
             END-IF

             MOVE LOANIN-LLOANM-CUST-NO  TO PLOANCST-CUST-NO
             MOVE ZERO                   TO WS-GUAR-COUNT

             EXEC SQL
                 SELECT COUNT(*) INTO :WS-GUAR-COUNT
                 FROM LOANCUST
                 WHERE PLOANCST_NO      = :LLOANM-NO AND
                       PLOANCST_CUST_NO = :PLOANCST-CUST-NO AND
                       PLOANCST_ROLE    = 'G'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3505 PARA GUARANTOR CHECK SQLCODE -',SQLCODE
                MOVE ZERO                TO WS-GUAR-COUNT
             END-IF

             IF WS-GUAR-COUNT = ZERO
                DISPLAY 'A3505 PARA PAYER NOT A GUARANTOR -',
                   LOANIN-LLOANM-NO,' CUST ',LOANIN-LLOANM-CUST-NO
                MOVE '0102'                          TO EREC-NO
                MOVE '***PAYER IS NOT A GUARANTOR OF THE LOAN***'
                                                     TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       A3505-EXIT.
             EXIT.
       A3510-APPLY-PARTIAL-PARA.
             MOVE LOANIN-LLOANM-MAX-AMT  TO WS-PAY-AMT

             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT

      *      CHARGES STILL DUE ARE COLLECTED FIRST WHEN THE PAYMENT
      *      COVERS THEM ALL; THE REST REDUCES THE DEBT
             PERFORM D7100-CHARGES-DUE-PARA
                THRU D7100-EXIT
             IF WS-CHG-DUE > ZERO
             AND WS-PAY-AMT > WS-CHG-DUE
                SUBTRACT WS-CHG-DUE      FROM WS-PAY-AMT
             ELSE
                MOVE ZERO                TO WS-CHG-DUE
             END-IF

             IF WS-PAY-AMT > WS-OUTSTANDING
             OR WS-PAY-AMT NOT > ZERO
                DISPLAY 'A3510 PARA PAYMENT EXCEEDS DEBT -',

                EVALUATE TRUE
                WHEN SQLCODE = 0
                     IF WS-CHG-DUE > ZERO
                        PERFORM D7200-COLLECT-CHARGES-PARA
                           THRU D7200-EXIT
                     END-IF
                     MOVE WS-PAY-AMT          TO WS-ALC-PAY
                     MOVE WS-CHG-DUE          TO WS-ALC-CHG
                     PERFORM D7300-ALLOCATE-REPAY-PARA
                        THRU D7300-EXIT
                     MOVE SPACES              TO PGBCHGRC
                     MOVE 'INST'              TO CHG-EVENT
                     MOVE WS-PAY-AMT          TO CHG-BASE-AMT
                     PERFORM D7000-POST-CHARGE-PARA
                        THRU D7000-EXIT
                     PERFORM A3530-REPLAN-PARA
                        THRU A3530-EXIT
                     IF LOANIN-PARTY-ROLE = 'G'
                        PERFORM A3540-GUAR-RECOVERY-PARA
                           THRU A3540-EXIT
                     END-IF
                WHEN OTHER
                     DISPLAY 'A3510 PARA HIST INSERT SQLCODE -',
                        SQLCODE
       A3520-EXIT.
             EXIT.
       A3530-REPLAN-PARA.
      *      REMAINING TERM = ORIGINAL TERM MINUS THE MONTHS COVERED
      *      BY THE INSTALLMENTS ALREADY FALLEN DUE; THE NEW RESIDUAL
      *      IS SPREAD OVER IT THROUGH THE ORDINARY PLAN GENERATION
             MOVE ZERO                    TO WS-ELAPSED-INST
             MOVE LLOANM-NO               TO FLOANPL-NO
             PERFORM B2900-GET-PLAN-PARA
                THRU B2900-EXIT

             EXEC SQL
                 SELECT COUNT(*)
             END-IF

             COMPUTE WS-REMAIN-TERM =
                LLOANM-TERM - (WS-ELAPSED-INST * WS-PLN-MONTHS)

             IF WS-REMAIN-TERM < WS-PLN-MONTHS
                MOVE WS-PLN-MONTHS        TO WS-REMAIN-TERM
             END-IF

             MOVE WS-REMAIN-TERM          TO LLOANM-TERM
                THRU B3000-EXIT.
       A3530-EXIT.
             EXIT.
       A3540-GUAR-RECOVERY-PARA.
      *      WHAT THE GUARANTOR PAID ACCUMULATES ON ITS LOANGDEM ROW
      *      (PGBGRDEM); A PAYMENT AHEAD OF ANY NOTICE OPENS THE ROW
             MOVE LLOANM-NO              TO GDLOANGD-NO
             MOVE LOANIN-LLOANM-CUST-NO  TO GDLOANGD-CUST-NO
             MOVE LOANIN-LLOANM-MAX-AMT  TO GDLOANGD-RECOV-AMT
             MOVE WS-CURR-DATE           TO GDLOANGD-RECOV-DATE

             EXEC SQL
                 UPDATE LOANGDEM
                    SET GDLOANGD_RECOV_AMT  = GDLOANGD_RECOV_AMT
                                            + :GDLOANGD-RECOV-AMT,
                        GDLOANGD_RECOV_DATE = :GDLOANGD-RECOV-DATE
                  WHERE GDLOANGD_NO      = :GDLOANGD-NO
                    AND GDLOANGD_CUST_NO = :GDLOANGD-CUST-NO
             END-EXEC

             IF SQLCODE = 100
                MOVE 'P'                 TO GDLOANGD-ST
                MOVE SPACES              TO GDLOANGD-NOT-DATE
                                            GDLOANGD-DEM-DATE
                MOVE ZERO                TO GDLOANGD-DEM-AMT

                EXEC SQL
                    INSERT INTO LOANGDEM VALUES
                    (:GDLOANGD-NO, :GDLOANGD-CUST-NO,
                     :GDLOANGD-ST, :GDLOANGD-NOT-DATE,
                     :GDLOANGD-DEM-DATE, :GDLOANGD-DEM-AMT,
                     :GDLOANGD-RECOV-AMT, :GDLOANGD-RECOV-DATE)
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'A3540 PARA GUARANTOR RECOVERY SQLCODE -',
                   SQLCODE
                MOVE '0103'                          TO EREC-NO
                MOVE '***GUARANTOR RECOVERY NOT RECORDED***'
                                                     TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       A3540-EXIT.
             EXIT.
       A3600-ATTACH-PARTY-PARA.
      *      ATTACH A CO-BORROWER OR GUARANTOR: THE LOAN MUST BE
      *      OPEN, THE CUSTOMER MUST EXIST AND PASS THE SAME AGE
             MOVE LOANIN-LLOANM-CUST-NO  TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_DOB, CUSTM_NAME_FRSTNM,
                        CUSTM_NAME_LASTNM, CUSTM_FISCODE
                   INTO :ACN-CUSTM-DOB, :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM, :ACN-CUSTM-FISCODE
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

                GO TO A3600-EXIT
             END-IF

             MOVE 'P'                    TO WS-SAN-ORIGIN
             MOVE LOANIN-LLOANM-CUST-NO  TO WS-SAN-CUST-NO
             PERFORM C4200-SCREEN-PARTY-PARA
                THRU C4200-EXIT
             IF SANCTIONS-PARKED
                GO TO A3600-EXIT
             END-IF

             MOVE LOANIN-LLOANM-NO       TO PLOANCST-NO
             MOVE LOANIN-LLOANM-CUST-NO  TO PLOANCST-CUST-NO
             IF LOANIN-PARTY-ROLE = 'C' OR 'G'
             ELSE
                MOVE 'C'                 TO PLOANCST-ROLE
             END-IF
      *      SHARE OF A CO-BORROWER IN THE LOAN; ZERO = NOT STATED
             IF LOANIN-PTY-SHARE NUMERIC
             AND PLOANCST-ROLE = 'C'
                MOVE LOANIN-PTY-SHARE    TO PLOANCST-SHARE
             ELSE
                MOVE ZERO                TO PLOANCST-SHARE
             END-IF

             EXEC SQL
                 INSERT INTO LOANCUST VALUES
                 (:PLOANCST-NO, :PLOANCST-CUST-NO, :PLOANCST-ROLE,
                  :PLOANCST-SHARE)
             END-EXEC

             EVALUATE TRUE
             END-EVALUATE.
       A3700-EXIT.
             EXIT.
       A3710-ASSUME-LOAN-PARA.
      *      LOAN ASSUMPTION (ACCOLLO): THE BUYER OF THE PROPERTY
      *      TAKES OVER THE LOAN AS ITS NEW PRIMARY BORROWER. LOAN
      *      NUMBER, PLAN, COLLATERAL AND REPAYMENT HISTORY STAY AS
      *      THEY ARE; ONLY LOANMSTR AND THE LOANCUST ROLES CHANGE.
      *      THE NEW BORROWER PASSES THE CHECKS OF A NEW LOAN AND THE
      *      EXPOSURE CEILING OF THE APPLICATION INTAKE; THE OUTGOING
      *      BORROWER STAYS ON AS GUARANTOR WHEN PARTY-ROLE IS 'G'.
      *      BOTH CUSTOMERS GET A HISTORY RECORD OF THE CHANGE
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST,
                        LOANM_CUST_NO
                   INTO :LLOANM-CAT, :LLOANM-MAX-AMT, :LLOANM-ST,
                        :LLOANM-CUST-NO
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3710 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0077'                        TO EREC-NO
                MOVE '***ASSUMPTION - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3710-EXIT
             END-IF

             MOVE LLOANM-CUST-NO         TO WS-ASM-OLD-CUST
             MOVE LOANIN-LLOANM-CUST-NO  TO WS-ASM-NEW-CUST

             IF WS-ASM-NEW-CUST = WS-ASM-OLD-CUST
                DISPLAY 'A3710 PARA ALREADY THE BORROWER -',
                   LOANIN-LLOANM-CUST-NO
                MOVE '0078'                        TO EREC-NO
                MOVE '***ASSUMPTION - ALREADY THE PRIMARY BORROWER***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3710-EXIT
             END-IF

             PERFORM A3712-CHECK-ASSUMER-PARA
                THRU A3712-EXIT

             IF WS-ASM-OK NOT = 'Y'
                GO TO A3710-EXIT
             END-IF

      *      EXPOSURE OF THE NEW BORROWER ON THE OTHER OPEN LOANS
      *      PLUS WHAT IS STILL OUTSTANDING ON THIS ONE, AGAINST THE
      *      CEILING OF THE CATEGORY; A CATEGORY WITHOUT A CEILING
      *      CANNOT BE DECIDED HERE
             INITIALIZE WS-ACF-TROV

             PERFORM VARYING WS-ACF-IX FROM 1 BY 1
                UNTIL WS-ACF-IX > WS-ACF-NR
                   OR WS-ACF-TROV > ZERO

                IF WS-ACF-CAT (WS-ACF-IX) = LLOANM-CAT
                   MOVE WS-ACF-IX        TO WS-ACF-TROV
                END-IF
             END-PERFORM

             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT
             PERFORM A3714-SUM-EXPOSURE-PARA
                THRU A3714-EXIT

             IF WS-ACF-TROV = ZERO
             OR WS-ASM-EXPO-TOTAL + WS-OUTSTANDING >
                WS-ACF-EXPO (WS-ACF-TROV)
                DISPLAY 'A3710 PARA EXPOSURE ',WS-ASM-EXPO-TOTAL,
                   ' OUTSTANDING ',WS-OUTSTANDING,
                   ' CUST ',LOANIN-LLOANM-CUST-NO
                MOVE '0083'                        TO EREC-NO
                MOVE '***ASSUMPTION - EXPOSURE CEILING EXCEEDED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3710-EXIT
             END-IF

             PERFORM A3718-TRANSFER-PARA
                THRU A3718-EXIT.
       A3710-EXIT.
             EXIT.
       A3712-CHECK-ASSUMER-PARA.
      *      THE NEW BORROWER MUST EXIST AND NOT BE DELETED, BE ALIVE,
      *      WITHIN THE AGE LIMITS AND NOT A LIKELY DUPLICATE OF
      *      ANOTHER CUSTOMER (TO BE MERGED FIRST)
             MOVE 'N'                    TO WS-ASM-OK
             INITIALIZE WS-AGELMT-FLAG
                        WS-DUPCUST-FLAG
                        WS-DUP-CUST-COUNT
             MOVE LOANIN-LLOANM-CUST-NO  TO ACN-CUSTM-NO

             EXEC SQL
                 SELECT CUSTM_DOB, CUSTM_FISCODE, CUSTM_NAME_FRSTNM,
                        CUSTM_NAME_LASTNM
                   INTO :ACN-CUSTM-DOB, :ACN-CUSTM-FISCODE,
                        :ACN-CUSTM-NAME-FRSTNM, :ACN-CUSTM-NAME-LASTNM
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
                    AND CUSTM_DELETED NOT IN ('Y', 'A')
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3712 PARA CUST NOT FOUND -',
                   LOANIN-LLOANM-CUST-NO,' SQLCODE ',SQLCODE
                MOVE '0079'                        TO EREC-NO
                MOVE '***ASSUMPTION - CUSTOMER NOT FOUND***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3712-EXIT
             END-IF

             PERFORM C4000-CHECK-DECEASED-PARA
                THRU C4000-EXIT

             IF CUSTOMER-DECEASED
                DISPLAY 'A3712 PARA CUSTOMER DECEASED -',
                   LOANIN-LLOANM-CUST-NO
                MOVE '0080'                        TO EREC-NO
                MOVE '***ASSUMPTION - CUSTOMER DECEASED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3712-EXIT
             END-IF

             PERFORM A3225-CHECK-AGE-PARA
                THRU A3225-EXIT

             IF NOT AGE-WITHIN-LIMITS
                DISPLAY 'A3712 PARA AGE OUT OF RANGE -',
                   LOANIN-LLOANM-CUST-NO
                MOVE '0081'                        TO EREC-NO
                MOVE '***ASSUMPTION - AGE LIMIT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3712-EXIT
             END-IF

             IF ACN-CUSTM-FISCODE NOT = SPACES
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-DUP-CUST-COUNT
                    FROM CUSTM_TABLE
                    WHERE CUSTM_FISCODE = :ACN-CUSTM-FISCODE AND
                          CUSTM_NO     <> :ACN-CUSTM-NO
                END-EXEC
             ELSE
                EXEC SQL
                    SELECT COUNT(*) INTO :WS-DUP-CUST-COUNT
                    FROM CUSTM_TABLE
                    WHERE CUSTM_NAME_FRSTNM = :ACN-CUSTM-NAME-FRSTNM
                      AND CUSTM_NAME_LASTNM = :ACN-CUSTM-NAME-LASTNM
                      AND CUSTM_DOB         = :ACN-CUSTM-DOB
                      AND CUSTM_NO         <> :ACN-CUSTM-NO
                END-EXEC
             END-IF

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-DUP-CUST-COUNT GREATER ZERO
                     SET DUPLICATE-CUST-FOUND TO TRUE
                  END-IF
             WHEN OTHER
                  DISPLAY 'A3712 PARA DUP CHECK SQLCODE -',SQLCODE
             END-EVALUATE

             IF DUPLICATE-CUST-FOUND
                DISPLAY 'A3712 PARA LIKELY DUPLICATE CUSTOMER -',
                   LOANIN-LLOANM-CUST-NO
                MOVE '0082'                        TO EREC-NO
                MOVE '***ASSUMPTION - LIKELY DUPLICATE CUSTOMER***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3712-EXIT
             END-IF

             MOVE 'Y'                    TO WS-ASM-OK.
       A3712-EXIT.
             EXIT.
       A3714-SUM-EXPOSURE-PARA.
      *      OUTSTANDING OF EVERY OTHER OPEN LOAN WHERE THE NEW
      *      BORROWER IS A PARTY, WHATEVER THE ROLE, AS PGBLNAPP
      *      COUNTS IT ON AN APPLICATION
             MOVE ZERO                   TO WS-ASM-EXPO-TOTAL
             MOVE SPACE                  TO WS-ASM-FLAG

             EXEC SQL
                 OPEN CUR-ASMEXPO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3714 PARA OPEN CUR-ASMEXPO SQLCODE -',SQLCODE
                GO TO A3714-EXIT
             END-IF

             PERFORM A3716-ONE-EXPO-PARA
                THRU A3716-EXIT
                UNTIL END-OF-ASMEXPO

             EXEC SQL
                 CLOSE CUR-ASMEXPO
             END-EXEC.
       A3714-EXIT.
             EXIT.
       A3716-ONE-EXPO-PARA.
             EXEC SQL
                 FETCH CUR-ASMEXPO
                  INTO :WS-ASM-EXPO-NO, :WS-ASM-EXPO-OS
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-ASMEXPO TO TRUE
                  GO TO A3716-EXIT
             WHEN OTHER
                  DISPLAY 'A3716 PARA FETCH SQLCODE -',SQLCODE
                  SET END-OF-ASMEXPO TO TRUE
                  GO TO A3716-EXIT
             END-EVALUATE

      *      THE LATEST REPAYMENT POSITION OVERRIDES THE CEILING
             EXEC SQL
                 SELECT RLOANRPH_OS_AMT
                   INTO :WS-ASM-EXPO-OS
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO   = :WS-ASM-EXPO-NO
                    AND RLOANRPH_DATE =
                        (SELECT MAX(RLOANRPH_DATE)
                           FROM LOANRPHST
                          WHERE RLOANRPH_NO = :WS-ASM-EXPO-NO)
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3716 PARA OUTSTANDING SQLCODE -',SQLCODE
             END-IF

             ADD WS-ASM-EXPO-OS          TO WS-ASM-EXPO-TOTAL.
       A3716-EXIT.
             EXIT.
       A3718-TRANSFER-PARA.
      *      BEFORE-IMAGES OF BOTH CUSTOMERS, THEN THE INCOMING
      *      PRIMARY ROW (AN EXISTING CO-BORROWER OR GUARANTOR ROW IS
      *      PROMOTED, OTHERWISE ADDED), THE OUTGOING ONE (KEPT AS
      *      GUARANTOR OR REMOVED) AND LAST THE BORROWER ON LOANMSTR,
      *      SO A FAILURE NEVER LEAVES THE LOAN WITHOUT A PRIMARY
      *      PARTY
             MOVE WS-ASM-OLD-CUST        TO ACN-CUSTM-NO
             MOVE 'A'                    TO HCUSTH-TYPE
             PERFORM C3000-SAVE-HISTORY-PARA
                THRU C3000-EXIT

             MOVE WS-ASM-NEW-CUST        TO ACN-CUSTM-NO
             MOVE 'A'                    TO HCUSTH-TYPE
             PERFORM C3000-SAVE-HISTORY-PARA
                THRU C3000-EXIT

             MOVE LLOANM-NO              TO PLOANCST-NO
             MOVE WS-ASM-NEW-CUST        TO PLOANCST-CUST-NO
             MOVE 'P'                    TO PLOANCST-ROLE
             MOVE ZERO                   TO PLOANCST-SHARE

             EXEC SQL
                 UPDATE LOANCUST
                    SET PLOANCST_ROLE  = :PLOANCST-ROLE,
                        PLOANCST_SHARE = :PLOANCST-SHARE
                  WHERE PLOANCST_NO      = :PLOANCST-NO
                    AND PLOANCST_CUST_NO = :PLOANCST-CUST-NO
             END-EXEC

             IF SQLCODE = 100
                EXEC SQL
                    INSERT INTO LOANCUST VALUES
                    (:PLOANCST-NO, :PLOANCST-CUST-NO, :PLOANCST-ROLE,
                     :PLOANCST-SHARE)
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'A3718 PARA INCOMING PARTY SQLCODE -',SQLCODE
                GO TO A3718-FAIL
             END-IF

             MOVE WS-ASM-OLD-CUST        TO PLOANCST-CUST-NO

             IF LOANIN-PARTY-ROLE = 'G'
                EXEC SQL
                    UPDATE LOANCUST
                       SET PLOANCST_ROLE  = 'G',
                           PLOANCST_SHARE = 0
                     WHERE PLOANCST_NO      = :PLOANCST-NO
                       AND PLOANCST_CUST_NO = :PLOANCST-CUST-NO
                END-EXEC
             ELSE
                EXEC SQL
                    DELETE FROM LOANCUST
                     WHERE PLOANCST_NO      = :PLOANCST-NO
                       AND PLOANCST_CUST_NO = :PLOANCST-CUST-NO
                END-EXEC
             END-IF

      *      A LOAN THAT NEVER HAD ITS PRIMARY ROW HAS NOTHING TO
      *      RELEASE
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3718 PARA OUTGOING PARTY SQLCODE -',SQLCODE
                GO TO A3718-FAIL
             END-IF

             MOVE WS-ASM-NEW-CUST        TO LLOANM-CUST-NO

             EXEC SQL
                 UPDATE LOANMSTR
                    SET LOANM_CUST_NO = :LLOANM-CUST-NO
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3718 PARA LOAN UPDATE SQLCODE -',SQLCODE
                GO TO A3718-FAIL
             END-IF

             ADD 1                       TO WS-ASM-COUNT
             GO TO A3718-EXIT.

       A3718-FAIL.
             MOVE '0084'                           TO EREC-NO
             MOVE '***ASSUMPTION - UNABLE TO TRANSFER THE LOAN***'
                                                   TO ERROR-MSG
             PERFORM W1000-WRITE-ERRFILE-PARA.
       A3718-EXIT.
             EXIT.
       A3720-PORT-OUT-REQ-PARA.
      *      PORTABILITY OUT (SURROGA): THE NEW BANK ASKS TO TAKE OVER
      *      AN OPEN LOAN. THE REQUEST IS REGISTERED ON LOANPORT WITH
      *      THE DATE STARTING THE STATUTORY TERM; PGBLNPAY QUOTES THE
      *      PAYOFF FIGURE WITHOUT INDEMNITY AND PGBLNPRT FOLLOWS THE
      *      WORKING DAYS ELAPSED UNTIL THE SETTLEMENT ('24')
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3720 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0085'                        TO EREC-NO
                MOVE '***PORTABILITY - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3720-EXIT
             END-IF

             IF LOANIN-PRT-BANK = SPACES
                DISPLAY 'A3720 PARA NEW BANK MISSING -',
                   LOANIN-LLOANM-NO
                MOVE '0086'                        TO EREC-NO
                MOVE '***PORTABILITY - OTHER BANK MISSING***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3720-EXIT
             END-IF

             MOVE LLOANM-NO              TO PTLOANPT-NO
             MOVE 'O'                    TO PTLOANPT-DIR
             MOVE ZERO                   TO WS-PRT-OPEN

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-PRT-OPEN
                   FROM LOANPORT
                  WHERE PTLOANPT_NO  = :PTLOANPT-NO
                    AND PTLOANPT_DIR = :PTLOANPT-DIR
                    AND PTLOANPT_ST  = 'R'
             END-EXEC

             IF SQLCODE NOT = 0
             OR WS-PRT-OPEN > ZERO
                DISPLAY 'A3720 PARA REQUEST ALREADY OPEN -',
                   LOANIN-LLOANM-NO
                MOVE '0087'                        TO EREC-NO
                MOVE '***PORTABILITY - REQUEST ALREADY OPEN***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3720-EXIT
             END-IF

      *      THE PAYOFF FIGURE IS SET WHEN PGBLNPAY QUOTES IT
             MOVE ZERO                   TO PTLOANPT-AMT
             PERFORM A3750-INSERT-PORT-PARA
                THRU A3750-EXIT

             IF SQLCODE = 0
                ADD 1                    TO WS-PRT-OUT-COUNT
             END-IF.
       A3720-EXIT.
             EXIT.
       A3730-PORT-OUT-SETTLE-PARA.
      *      SETTLEMENT OF AN OUTGOING PORTABILITY: THE AMOUNT
      *      RECEIVED FROM THE NEW BANK (MAX-AMT) MUST COVER THE
      *      PAYOFF FIGURE QUOTED (THE OUTSTANDING AND THE CHARGES
      *      STILL DUE WHEN NONE WAS QUOTED). THE PAYMENT IS ALLOCATED
      *      AS A FULL REPAYMENT, THE LOAN MOVES TO 'P' (PORTED OUT)
      *      AND THE CLOSURE DOCUMENT IS QUEUED FOR PGBLNREL. THE LIEN
      *      IS NOT CANCELLED: IT PASSES TO THE NEW BANK
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-MAX-AMT, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3730 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0085'                        TO EREC-NO
                MOVE '***PORTABILITY - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3730-EXIT
             END-IF

             MOVE LLOANM-NO              TO PTLOANPT-NO
             MOVE 'O'                    TO PTLOANPT-DIR

             EXEC SQL
                 SELECT PTLOANPT_BANK, PTLOANPT_REQ_DATE,
                        PTLOANPT_AMT
                   INTO :PTLOANPT-BANK, :PTLOANPT-REQ-DATE,
                        :PTLOANPT-AMT
                   FROM LOANPORT
                  WHERE PTLOANPT_NO  = :PTLOANPT-NO
                    AND PTLOANPT_DIR = :PTLOANPT-DIR
                    AND PTLOANPT_ST  = 'R'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3730 PARA NO OPEN REQUEST -',
                   LOANIN-LLOANM-NO,' SQLCODE ',SQLCODE
                MOVE '0088'                        TO EREC-NO
                MOVE '***PORTABILITY - NO OPEN REQUEST***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3730-EXIT
             END-IF

             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT
             PERFORM D7100-CHARGES-DUE-PARA
                THRU D7100-EXIT

             IF PTLOANPT-AMT > ZERO
                MOVE PTLOANPT-AMT        TO WS-PRT-REQUIRED
             ELSE
                COMPUTE WS-PRT-REQUIRED = WS-OUTSTANDING + WS-CHG-DUE
             END-IF

             IF LOANIN-LLOANM-MAX-AMT < WS-PRT-REQUIRED
                DISPLAY 'A3730 PARA PAYOFF ',WS-PRT-REQUIRED,
                   ' RECEIVED ',LOANIN-LLOANM-MAX-AMT,
                   ' LOAN ',LOANIN-LLOANM-NO
                MOVE '0089'                        TO EREC-NO
                MOVE '***PORTABILITY - FUNDS BELOW PAYOFF FIGURE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3730-EXIT
             END-IF

             PERFORM A3320-GET-DATE-PARA
             MOVE LLOANM-CAT             TO RLOANRPH-CAT
             MOVE LLOANM-NO              TO RLOANRPH-NO
             MOVE WS-CURR-DATE           TO RLOANRPH-DATE
             MOVE LOANIN-LLOANM-MAX-AMT  TO RLOANRPH-RP-AMT
             MOVE ZERO                   TO RLOANRPH-OS-AMT

             EXEC SQL
                 INSERT INTO LOANRPHST VALUES
                 (:RLOANRPH-CAT, :RLOANRPH-NO, :RLOANRPH-DATE,
                  :RLOANRPH-RP-AMT, :RLOANRPH-OS-AMT)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3730 PARA HIST INSERT SQLCODE -',SQLCODE
                MOVE '0090'                        TO EREC-NO
                MOVE '***PORTABILITY - UNABLE TO SETTLE THE LOAN***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3730-EXIT
             END-IF

             MOVE 'P'                    TO LLOANM-ST

             EXEC SQL
                 UPDATE LOANMSTR
                    SET LOANM_ST = :LLOANM-ST
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3730 PARA STATUS UPDATE SQLCODE -',SQLCODE
                MOVE '0090'                        TO EREC-NO
                MOVE '***PORTABILITY - UNABLE TO SETTLE THE LOAN***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3730-EXIT
             END-IF

             IF WS-CHG-DUE > ZERO
                PERFORM D7200-COLLECT-CHARGES-PARA
                   THRU D7200-EXIT
             END-IF
             MOVE LOANIN-LLOANM-MAX-AMT  TO WS-ALC-PAY
             MOVE WS-CHG-DUE             TO WS-ALC-CHG
             PERFORM D7300-ALLOCATE-REPAY-PARA
                THRU D7300-EXIT

             MOVE LOANIN-LLOANM-MAX-AMT  TO PTLOANPT-AMT
             MOVE WS-CURR-DATE           TO PTLOANPT-ST-DATE

             EXEC SQL
                 UPDATE LOANPORT
                    SET PTLOANPT_ST      = 'S',
                        PTLOANPT_ST_DATE = :PTLOANPT-ST-DATE,
                        PTLOANPT_AMT     = :PTLOANPT-AMT
                  WHERE PTLOANPT_NO  = :PTLOANPT-NO
                    AND PTLOANPT_DIR = :PTLOANPT-DIR
                    AND PTLOANPT_ST  = 'R'
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3730 PARA REQUEST UPDATE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF

             PERFORM A3735-QUEUE-CLOSURE-PARA
                THRU A3735-EXIT

             ADD 1                       TO WS-PRT-SET-COUNT
             DISPLAY 'A3730 LOAN ',LLOANM-NO,' PORTED OUT TO ',
                PTLOANPT-BANK,' REQUEST OF ',PTLOANPT-REQ-DATE.
       A3730-EXIT.
             EXIT.
       A3735-QUEUE-CLOSURE-PARA.
      *      THE CLOSURE DOCUMENT OF A PORTED LOAN GOES ON LOANRLSE
      *      AS TYPE 'PORT': PGBLNREL SENDS IT TO THE PARTIES LIKE A
      *      RELEASE LETTER, WITHOUT ANY LIEN CANCELLATION. A FAILED
      *      INSERT IS REPORTED ONLY
             MOVE LLOANM-NO               TO RLLOANRL-NO
             MOVE 'PORT'                  TO RLLOANRL-TYPE
             MOVE ZERO                    TO RLLOANRL-SEQ
             MOVE WS-CURR-DATE            TO RLLOANRL-CLS-DATE
                                             RLLOANRL-DUE-DATE
                                             RLLOANRL-ST-DATE
             MOVE 'P'                     TO RLLOANRL-ST

             EXEC SQL
                 INSERT INTO LOANRLSE VALUES
                 (:RLLOANRL-NO, :RLLOANRL-TYPE, :RLLOANRL-SEQ,
                  :RLLOANRL-CLS-DATE, :RLLOANRL-DUE-DATE,
                  :RLLOANRL-ST, :RLLOANRL-ST-DATE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3735 PARA CLOSURE QUEUE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       A3735-EXIT.
             EXIT.
       A3740-PORT-IN-PARA.
      *      PORTABILITY IN: THE LOAN IS OPENED AS A NEW LOAN ON THE
      *      RESIDUAL PRINCIPAL (MAX-AMT) AND RESIDUAL MONTHS (TERM)
      *      OF THE CONTRACT WITH THE OTHER BANK, SUBROGATED IN ITS
      *      MORTGAGE: NO ORIGINATION CHARGE IS POSTED AND THE LOANPORT
      *      'I' ROW FLAGS THE LOAN UNTIL THE DISBURSEMENT ('20') PAYS
      *      OFF THE OTHER BANK
             IF LOANIN-PRT-BANK = SPACES
                DISPLAY 'A3740 PARA OTHER BANK MISSING - CUST ',
                   LOANIN-LLOANM-CUST-NO
                MOVE '0086'                        TO EREC-NO
                MOVE '***PORTABILITY - OTHER BANK MISSING***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3740-EXIT
             END-IF

             SET LOAN-IS-SUBROGATED      TO TRUE
             PERFORM A3200-NEW-LOAN-PARA
                THRU A3200-EXIT
             MOVE 'N'                    TO WS-PRT-SUBROG.
       A3740-EXIT.
             EXIT.
       A3745-PORT-IN-REGISTER-PARA.
             MOVE LLOANM-NO              TO PTLOANPT-NO
             MOVE 'I'                    TO PTLOANPT-DIR
             MOVE LLOANM-MAX-AMT         TO PTLOANPT-AMT
             PERFORM A3750-INSERT-PORT-PARA
                THRU A3750-EXIT

             IF SQLCODE = 0
                ADD 1                    TO WS-PRT-IN-COUNT
             END-IF.
       A3745-EXIT.
             EXIT.
       A3748-PORT-IN-SETTLE-PARA.
      *      A LOAN NOT ENTERED BY PORTABILITY HAS NO ROW TO SETTLE
             MOVE LLOANM-NO              TO PTLOANPT-NO
             MOVE 'I'                    TO PTLOANPT-DIR
             MOVE WS-CURR-DATE           TO PTLOANPT-ST-DATE

             EXEC SQL
                 UPDATE LOANPORT
                    SET PTLOANPT_ST      = 'S',
                        PTLOANPT_ST_DATE = :PTLOANPT-ST-DATE
                  WHERE PTLOANPT_NO  = :PTLOANPT-NO
                    AND PTLOANPT_DIR = :PTLOANPT-DIR
                    AND PTLOANPT_ST  = 'R'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3748 PARA REQUEST UPDATE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       A3748-EXIT.
             EXIT.
       A3750-INSERT-PORT-PARA.
      *      THE STATUTORY TERM RUNS FROM THE DATE OF THE REQUEST
      *      (TODAY WHEN NOT GIVEN)
             PERFORM A3320-GET-DATE-PARA
             MOVE LOANIN-PRT-BANK        TO PTLOANPT-BANK
             MOVE LOANIN-PRT-REF         TO PTLOANPT-REF
             MOVE LOANIN-PRT-REQ-DATE    TO PTLOANPT-REQ-DATE
             IF LOANIN-PRT-REQ-DATE = SPACES
                MOVE WS-CURR-DATE        TO PTLOANPT-REQ-DATE
             END-IF
             MOVE 'R'                    TO PTLOANPT-ST
             MOVE WS-CURR-DATE           TO PTLOANPT-ST-DATE

             EXEC SQL
                 INSERT INTO LOANPORT VALUES
                 (:PTLOANPT-NO, :PTLOANPT-DIR, :PTLOANPT-BANK,
                  :PTLOANPT-REF, :PTLOANPT-REQ-DATE, :PTLOANPT-AMT,
                  :PTLOANPT-ST, :PTLOANPT-ST-DATE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3750 PARA LOANPORT INSERT SQLCODE -',SQLCODE,
                   ' LOAN ',PTLOANPT-NO
                MOVE '0091'                        TO EREC-NO
                MOVE '***PORTABILITY - UNABLE TO REGISTER REQUEST***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       A3750-EXIT.
             EXIT.
       B4000-ADD-PRIMARY-PARTY-PARA.
      *      THE BORROWER OF A NEW LOAN IS RECORDED AS ITS PRIMARY
      *      PARTY IN THE LOAN-TO-CUSTOMER RELATION
             MOVE WS-NEXT-LOAN-NO        TO PLOANCST-NO
             MOVE LOANIN-LLOANM-CUST-NO  TO PLOANCST-CUST-NO
             MOVE 'P'                    TO PLOANCST-ROLE
             MOVE ZERO                   TO PLOANCST-SHARE

             EXEC SQL
                 INSERT INTO LOANCUST VALUES
                 (:PLOANCST-NO, :PLOANCST-CUST-NO, :PLOANCST-ROLE,
                  :PLOANCST-SHARE)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'B4000 PARA PARTY INSERT SQLCODE -',SQLCODE
             END-EVALUATE.
       B4000-EXIT.
             EXIT.
       A3800-REGISTER-COLL-PARA.
      *      REGISTER A COLLATERAL AGAINST THE LOAN, THEN RE-CHECK
      *      THE LOAN-TO-VALUE POSITION
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-MAX-AMT, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3800 PARA LOAN NOT FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0020'                         TO EREC-NO
                MOVE '***COLLATERAL - LOAN NOT FOUND***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3800-EXIT
             END-IF

             INITIALIZE WS-COLL-SEQ

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-COLL-SEQ
                   FROM LOANCOLL
                  WHERE CLOANCOL_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE ZERO                TO WS-COLL-SEQ
             END-IF

             ADD 1                       TO WS-COLL-SEQ
             PERFORM A3320-GET-DATE-PARA

             MOVE LLOANM-NO              TO CLOANCOL-NO
             MOVE WS-COLL-SEQ            TO CLOANCOL-SEQ
             MOVE LOANIN-COLL-TYPE       TO CLOANCOL-TYPE
             MOVE LOANIN-COLL-DESC       TO CLOANCOL-DESC
             MOVE LOANIN-COLL-VALUE      TO CLOANCOL-VALUE
             MOVE WS-CURR-DATE           TO CLOANCOL-VALDT
             MOVE 'A'                    TO CLOANCOL-ST
             MOVE LOANIN-COLL-PROV       TO CLOANCOL-PROV
             MOVE ZERO                   TO CLOANCOL-IDX-VALUE
             MOVE SPACES                 TO CLOANCOL-IDX-REF
                                            CLOANCOL-IDX-DATE

             EXEC SQL
                 INSERT INTO LOANCOLL VALUES
                 (:CLOANCOL-NO, :CLOANCOL-SEQ, :CLOANCOL-TYPE,
                  :CLOANCOL-DESC, :CLOANCOL-VALUE,
                  :CLOANCOL-VALDT, :CLOANCOL-ST,
                  :CLOANCOL-PROV, :CLOANCOL-IDX-VALUE,
                  :CLOANCOL-IDX-REF, :CLOANCOL-IDX-DATE)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE LLOANM-NO         TO WS-NEXT-LOAN-NO
                  PERFORM B5000-CHECK-LTV-PARA
                     THRU B5000-EXIT
             WHEN OTHER
                  DISPLAY 'A3800 PARA INSERT SQLCODE -',SQLCODE
                  MOVE '0021'                        TO EREC-NO
                  MOVE '***UNABLE TO REGISTER COLLATERAL***'
                                                     TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A3800-EXIT.
             EXIT.
       A3810-REVALUE-COLL-PARA.
      *      A NEW APPRAISAL CLEARS THE STATISTICAL INDEXATION, WHICH
      *      RESTARTS FROM IT; A PROVINCE GIVEN REPLACES THE ONE HELD
             PERFORM A3320-GET-DATE-PARA

             MOVE LOANIN-LLOANM-NO       TO CLOANCOL-NO
             MOVE LOANIN-COLL-TYPE       TO CLOANCOL-TYPE
             MOVE LOANIN-COLL-VALUE      TO CLOANCOL-VALUE
             MOVE WS-CURR-DATE           TO CLOANCOL-VALDT
             MOVE LOANIN-COLL-PROV       TO CLOANCOL-PROV
             MOVE ZERO                   TO CLOANCOL-IDX-VALUE
             MOVE SPACES                 TO CLOANCOL-IDX-REF
                                            CLOANCOL-IDX-DATE

             EXEC SQL
                 UPDATE LOANCOLL
                    SET CLOANCOL_VALUE     = :CLOANCOL-VALUE,
                        CLOANCOL_VALDT     = :CLOANCOL-VALDT,
                        CLOANCOL_IDX_VALUE = :CLOANCOL-IDX-VALUE,
                        CLOANCOL_IDX_REF   = :CLOANCOL-IDX-REF,
                        CLOANCOL_IDX_DATE  = :CLOANCOL-IDX-DATE
                  WHERE CLOANCOL_NO   = :CLOANCOL-NO
                    AND CLOANCOL_TYPE = :CLOANCOL-TYPE
                    AND CLOANCOL_ST   = 'A'
             END-EXEC

             IF SQLCODE = 0
             AND CLOANCOL-PROV NOT = SPACES
                EXEC SQL
                    UPDATE LOANCOLL
                       SET CLOANCOL_PROV = :CLOANCOL-PROV
                     WHERE CLOANCOL_NO   = :CLOANCOL-NO
                       AND CLOANCOL_TYPE = :CLOANCOL-TYPE
                       AND CLOANCOL_ST   = 'A'
                END-EXEC
             END-IF

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  DISPLAY 'A3810 PARA NO ACTIVE COLLATERAL -',
                     LOANIN-LLOANM-NO
                  MOVE '0022'                        TO EREC-NO
                  MOVE '***REVALUE - NO ACTIVE COLLATERAL***'
                                                     TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             WHEN OTHER
                  DISPLAY 'A3810 PARA UPDATE SQLCODE -',SQLCODE
             END-EVALUATE.
       A3810-EXIT.
             EXIT.
       A3820-RELEASE-COLL-PARA.
             MOVE LOANIN-LLOANM-NO       TO CLOANCOL-NO
             MOVE LOANIN-COLL-TYPE       TO CLOANCOL-TYPE

             EXEC SQL
                 UPDATE LOANCOLL
                    SET CLOANCOL_ST = 'R'
                  WHERE CLOANCOL_NO   = :CLOANCOL-NO
                    AND CLOANCOL_TYPE = :CLOANCOL-TYPE
                    AND CLOANCOL_ST   = 'A'
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  DISPLAY 'A3820 PARA NO ACTIVE COLLATERAL -',
                     LOANIN-LLOANM-NO
                  MOVE '0023'                        TO EREC-NO
                  MOVE '***RELEASE - NO ACTIVE COLLATERAL***'
                                                     TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             WHEN OTHER
                  DISPLAY 'A3820 PARA UPDATE SQLCODE -',SQLCODE
             END-EVALUATE.
       A3820-EXIT.
             EXIT.
       A3830-MAINT-LIEN-PARA.
      *      MORTGAGE LIEN OF THE COLLATERAL OF THE TYPE GIVEN: A
      *      REGISTRATION GOES ON THE ACTIVE COLLATERAL, A RENEWAL OR
      *      CANCELLATION ON ITS REGISTERED LIEN, EVEN IF THE
      *      COLLATERAL HAS BEEN RELEASED MEANWHILE
             PERFORM A3320-GET-DATE-PARA
             IF LOANIN-LIEN-DATE = SPACES
                MOVE WS-CURR-DATE        TO WS-LIEN-DATE
             ELSE
                MOVE LOANIN-LIEN-DATE    TO WS-LIEN-DATE
             END-IF

             MOVE LOANIN-LLOANM-NO       TO CLOANCOL-NO
             MOVE LOANIN-LIEN-COLL-TYPE  TO CLOANCOL-TYPE
             MOVE ZERO                   TO CLOANCOL-SEQ

             IF LOANIN-LIEN-ACTION = 'R'
                EXEC SQL
                    SELECT COALESCE(MIN(CLOANCOL_SEQ), 0)
                      INTO :CLOANCOL-SEQ
                      FROM LOANCOLL
                     WHERE CLOANCOL_NO   = :CLOANCOL-NO
                       AND CLOANCOL_TYPE = :CLOANCOL-TYPE
                       AND CLOANCOL_ST   = 'A'
                END-EXEC
             ELSE
                EXEC SQL
                    SELECT COALESCE(MIN(L.LILOANLN_SEQ), 0)
                      INTO :CLOANCOL-SEQ
                      FROM LOANLIEN L, LOANCOLL C
                     WHERE L.LILOANLN_NO   = :CLOANCOL-NO
                       AND L.LILOANLN_ST   = 'R'
                       AND C.CLOANCOL_NO   = L.LILOANLN_NO
                       AND C.CLOANCOL_SEQ  = L.LILOANLN_SEQ
                       AND C.CLOANCOL_TYPE = :CLOANCOL-TYPE
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                MOVE ZERO                TO CLOANCOL-SEQ
             END-IF

             IF CLOANCOL-SEQ = ZERO
                DISPLAY 'A3830 PARA NO COLLATERAL OR LIEN - LOAN ',
                   LOANIN-LLOANM-NO,' TYPE ',LOANIN-LIEN-COLL-TYPE
                MOVE '0100'                         TO EREC-NO
                MOVE '***LIEN - NO COLLATERAL OR LIEN FOUND***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3830-EXIT
             END-IF

             MOVE CLOANCOL-NO            TO LILOANLN-NO
             MOVE CLOANCOL-SEQ           TO LILOANLN-SEQ
             MOVE WS-CURR-DATE           TO LILOANLN-ST-DATE

             EVALUATE LOANIN-LIEN-ACTION
             WHEN 'R'
                  PERFORM A3832-REGISTER-LIEN-PARA
                     THRU A3832-EXIT
             WHEN 'N'
                  MOVE WS-LIEN-DATE      TO LILOANLN-RENEW-DATE
                  EXEC SQL
                      UPDATE LOANLIEN
                         SET LILOANLN_RENEW_DATE = :LILOANLN-RENEW-DATE,
                             LILOANLN_ST_DATE    = :LILOANLN-ST-DATE
                       WHERE LILOANLN_NO  = :LILOANLN-NO
                         AND LILOANLN_SEQ = :LILOANLN-SEQ
                         AND LILOANLN_ST  = 'R'
                  END-EXEC
             WHEN 'C'
                  MOVE WS-LIEN-DATE      TO LILOANLN-ST-DATE
                  EXEC SQL
                      UPDATE LOANLIEN
                         SET LILOANLN_ST      = 'C',
                             LILOANLN_ST_DATE = :LILOANLN-ST-DATE
                       WHERE LILOANLN_NO  = :LILOANLN-NO
                         AND LILOANLN_SEQ = :LILOANLN-SEQ
                         AND LILOANLN_ST  = 'R'
                  END-EXEC
             END-EVALUATE

             IF SQLCODE NOT = 0
                DISPLAY 'A3830 PARA LIEN SQLCODE -',SQLCODE,
                   ' LOAN ',LOANIN-LLOANM-NO,
                   ' ACTION ',LOANIN-LIEN-ACTION
                MOVE '0101'                         TO EREC-NO
                MOVE '***LIEN - UNABLE TO RECORD***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       A3830-EXIT.
             EXIT.
       A3832-REGISTER-LIEN-PARA.
      *      A REGISTRATION ON A COLLATERAL THAT ALREADY HAS ITS LIEN
      *      CORRECTS THE DETAILS AND KEEPS ANY RENEWAL
             MOVE LOANIN-LIEN-OFFICE     TO LILOANLN-OFFICE
             MOVE LOANIN-LIEN-REG-NO     TO LILOANLN-REG-NO
             MOVE WS-LIEN-DATE           TO LILOANLN-REG-DATE
             MOVE LOANIN-LIEN-RANK       TO LILOANLN-RANK
             MOVE LOANIN-LLOANM-MAX-AMT  TO LILOANLN-AMT
             MOVE SPACES                 TO LILOANLN-RENEW-DATE
             MOVE 'R'                    TO LILOANLN-ST

             EXEC SQL
                 UPDATE LOANLIEN
                    SET LILOANLN_OFFICE   = :LILOANLN-OFFICE,
                        LILOANLN_REG_NO   = :LILOANLN-REG-NO,
                        LILOANLN_REG_DATE = :LILOANLN-REG-DATE,
                        LILOANLN_RANK     = :LILOANLN-RANK,
                        LILOANLN_AMT      = :LILOANLN-AMT,
                        LILOANLN_ST       = :LILOANLN-ST,
                        LILOANLN_ST_DATE  = :LILOANLN-ST-DATE
                  WHERE LILOANLN_NO  = :LILOANLN-NO
                    AND LILOANLN_SEQ = :LILOANLN-SEQ
             END-EXEC

             IF SQLCODE = 100
                EXEC SQL
                    INSERT INTO LOANLIEN VALUES
                    (:LILOANLN-NO, :LILOANLN-SEQ, :LILOANLN-OFFICE,
                     :LILOANLN-REG-NO, :LILOANLN-REG-DATE,
                     :LILOANLN-RANK, :LILOANLN-AMT,
                     :LILOANLN-RENEW-DATE, :LILOANLN-ST,
                     :LILOANLN-ST-DATE)
                END-EXEC
             END-IF.
       A3832-EXIT.
             EXIT.
       B5000-CHECK-LTV-PARA.
      *      LOAN-TO-VALUE POSITION OF THE LOAN IN WS-NEXT-LOAN-NO:
      *      CATEGORIES WITH A CEILING MUST BE COVERED BY ACTIVE
      *      COLLATERAL SO THAT LOAN / COLLATERAL <= CEILING PCT.
      *      UNDER-COLLATERALIZED POSITIONS ARE FLAGGED TO ERRFILE
             INITIALIZE WS-LTV-LIMIT

             PERFORM VARYING WS-LTV-IX FROM 1 BY 1
                UNTIL WS-LTV-IX > 2

                IF WS-LTV-CAT (WS-LTV-IX) = LLOANM-CAT
                   MOVE WS-LTV-PCT (WS-LTV-IX) TO WS-LTV-LIMIT
                END-IF
             END-PERFORM

             IF WS-LTV-LIMIT = ZERO
                GO TO B5000-EXIT
             END-IF

             INITIALIZE WS-COLL-TOTAL

             EXEC SQL
                 SELECT COALESCE(SUM(CLOANCOL_VALUE), 0)
                   INTO :WS-COLL-TOTAL
                   FROM LOANCOLL
                  WHERE CLOANCOL_NO = :WS-NEXT-LOAN-NO
                    AND CLOANCOL_ST = 'A'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                MOVE ZERO                TO WS-COLL-TOTAL
             END-IF

             IF WS-COLL-TOTAL = ZERO
                DISPLAY 'B5000 PARA NO COLLATERAL FOR CAT ',
                   LLOANM-CAT,' LOAN ',WS-NEXT-LOAN-NO
                MOVE '0024'                         TO EREC-NO
                MOVE '***LOAN UNDER-COLLATERALIZED - REVIEW***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO B5000-EXIT
             END-IF

             COMPUTE WS-LTV-VALUE ROUNDED =
                LLOANM-MAX-AMT * 100 / WS-COLL-TOTAL

             IF WS-LTV-VALUE > WS-LTV-LIMIT
                DISPLAY 'B5000 PARA LTV ',WS-LTV-VALUE,
                   ' OVER CEILING ',WS-LTV-LIMIT,
                   ' LOAN ',WS-NEXT-LOAN-NO
                MOVE '0024'                         TO EREC-NO
                MOVE '***LOAN UNDER-COLLATERALIZED - REVIEW***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       B5000-EXIT.
             EXIT.
       B2900-GET-PLAN-PARA.
      *      PLAN CONDITIONS OF THE LOAN IN FLOANPL-NO. A LOAN
      *      WITHOUT A LOANPLAN ROW AMORTIZES LEVEL PRINCIPAL,
      *      MONTHLY, ON THE DAY THE PLAN IS BUILT
             INITIALIZE WS-PLAN-WORK

             EXEC SQL
                 SELECT FLOANPL_AMORT, FLOANPL_FREQ, FLOANPL_DAY
                   INTO :FLOANPL-AMORT, :FLOANPL-FREQ, :FLOANPL-DAY
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  MOVE FLOANPL-AMORT      TO WS-PLN-AMORT
                  MOVE FLOANPL-FREQ       TO WS-PLN-FREQ
                  MOVE FLOANPL-DAY        TO WS-PLN-DAY
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'B2900 PARA PLAN SELECT SQLCODE -',SQLCODE
             END-EVALUATE

             PERFORM B2910-PLAN-MONTHS-PARA
                THRU B2910-EXIT.
       B2900-EXIT.
             EXIT.
       B2905-INPUT-PLAN-PARA.
      *      PLAN CONDITIONS GIVEN ON THE TRANSACTION OVERRIDE THE
      *      CURRENT ONES (THE CATEGORY DEFAULT ON A NEW LOAN). A
      *      LOAN WITHOUT A CONTRACTUAL DAY TAKES TODAY'S
             IF LOANIN-PLAN-AMORT NOT = SPACE
                MOVE LOANIN-PLAN-AMORT    TO WS-PLN-AMORT
             END-IF
             IF LOANIN-PLAN-FREQ NOT = SPACE
                MOVE LOANIN-PLAN-FREQ     TO WS-PLN-FREQ
             END-IF
             IF WS-PLN-DAY = ZERO
                PERFORM A3320-GET-DATE-PARA
                MOVE WS-CURN-DATE-DD      TO WS-PLN-DAY
             END-IF

             PERFORM B2910-PLAN-MONTHS-PARA
                THRU B2910-EXIT.
       B2905-EXIT.
             EXIT.
       B2910-PLAN-MONTHS-PARA.
      *      MONTHS COVERED BY ONE INSTALLMENT; ANYTHING UNKNOWN
      *      FALLS BACK TO LEVEL PRINCIPAL, MONTHLY
             IF WS-PLN-AMORT NOT = 'F'
                MOVE 'L'                  TO WS-PLN-AMORT
             END-IF

             EVALUATE WS-PLN-FREQ
             WHEN 'Q'
                  MOVE 3                  TO WS-PLN-MONTHS
             WHEN 'S'
                  MOVE 6                  TO WS-PLN-MONTHS
             WHEN 'A'
                  MOVE 12                 TO WS-PLN-MONTHS
             WHEN OTHER
                  MOVE 'M'                TO WS-PLN-FREQ
                  MOVE 1                  TO WS-PLN-MONTHS
             END-EVALUATE.
       B2910-EXIT.
             EXIT.
       B2920-CHECK-TERM-PARA.
      *      THE TERM (ALWAYS IN MONTHS) MUST BE A WHOLE NUMBER OF
      *      REPAYMENT PERIODS
             MOVE 'Y'                     TO WS-PLN-OK

             DIVIDE LLOANM-TERM BY WS-PLN-MONTHS
                GIVING WS-PLN-QUOT REMAINDER WS-PLN-REM

             IF WS-PLN-REM NOT = ZERO
                MOVE 'N'                  TO WS-PLN-OK
                DISPLAY 'B2920 PARA TERM ',LLOANM-TERM,
                   ' NOT A MULTIPLE OF FREQUENCY ',WS-PLN-FREQ,
                   ' -',LOANIN-LLOANM-NO
                MOVE '0059'                          TO EREC-NO
                MOVE '***TERM NOT A MULTIPLE OF THE FREQUENCY***'
                                                     TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       B2920-EXIT.
             EXIT.
       B2930-GET-CONVENTION-PARA.
      *      BUSINESS-DAY CONVENTION OF THE CATEGORY IN LLOANM-CAT:
      *      'F' FOLLOWING, 'M' MODIFIED FOLLOWING, 'P' PRECEDING.
      *      A BLANK OR MISSING CONVENTION IS FOLLOWING. ITS
      *      DAY-COUNT CONVENTION (PGBDCCRC) IS READ ALONG: BLANK
      *      KEEPS THE INTEREST OF THE PERIOD ON ITS MONTHS
             MOVE SPACE                   TO WS-PLN-BDC
                                             WS-PLN-DCC

             EXEC SQL
                 SELECT LOANCAT_BDC, LOANCAT_DCC
                   INTO :WS-PLN-BDC, :WS-PLN-DCC
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :LLOANM-CAT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'B2930 PARA CONVENTION SQLCODE -',SQLCODE
             END-EVALUATE

             IF NOT BDC-MODIFIED-FOLL
             AND NOT BDC-PRECEDING
                MOVE 'F'                  TO WS-PLN-BDC
             END-IF.
       B2930-EXIT.
             EXIT.
       B2950-SAVE-PLAN-PARA.
      *      RECORDS THE PLAN CONDITIONS OF THE LOAN: UPDATE, OR
      *      INSERT FOR A LOAN THAT HAS NO LOANPLAN ROW YET. THE
      *      DISBURSEMENT STATUS IS ONLY SET ON INSERT: A NEW LOAN
      *      STARTS NOT DISBURSED ('N'), AN OLDER LOAN GETTING ITS
      *      FIRST ROW WAS PAID OUT OUTSIDE THIS SYSTEM (SPACE).
      *      THE ORIGINATION DATE IS THE DAY THE ROW IS CREATED: FOR
      *      A NEW LOAN THE DAY IT WAS GRANTED
             PERFORM A3320-GET-DATE-PARA
             MOVE LLOANM-NO               TO FLOANPL-NO
             MOVE WS-PLN-AMORT            TO FLOANPL-AMORT
             MOVE WS-PLN-FREQ             TO FLOANPL-FREQ
             MOVE WS-PLN-DAY              TO FLOANPL-DAY
             MOVE WS-PLN-DISB             TO FLOANPL-DISB
             MOVE WS-CURR-DATE            TO FLOANPL-ORIG-DATE

             EXEC SQL
                 UPDATE LOANPLAN
                    SET FLOANPL_AMORT = :FLOANPL-AMORT,
                        FLOANPL_FREQ  = :FLOANPL-FREQ,
                        FLOANPL_DAY   = :FLOANPL-DAY
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE = 100
                EXEC SQL
                    INSERT INTO LOANPLAN VALUES
                    (:FLOANPL-NO, :FLOANPL-AMORT, :FLOANPL-FREQ,
                     :FLOANPL-DAY, :FLOANPL-DISB, :FLOANPL-ORIG-DATE)
                END-EXEC
             END-IF

             IF SQLCODE NOT = 0
                DISPLAY 'B2950 PARA PLAN SQLCODE -',SQLCODE
                MOVE '0060'                          TO EREC-NO
                MOVE '***UNABLE TO RECORD PLAN CONDITIONS***'
                                                     TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       B2950-EXIT.
             EXIT.
       B3000-GEN-SCHEDULE-PARA.
      *      BUILDS THE FULL INSTALLMENT PLAN OF THE LOAN IN
      *      WS-NEXT-LOAN-NO FROM THE CEILING, RATE AND TERM UNDER
      *      THE PLAN CONDITIONS IN WS-PLAN-WORK: LEVEL PRINCIPAL OR
      *      CONSTANT INSTALLMENT, ONE ROW PER PERIOD OF THE
      *      REPAYMENT FREQUENCY, INTEREST ON THE RESIDUAL DEBT FOR
      *      THE PERIOD UNDER THE DAY-COUNT CONVENTION OF THE
      *      CATEGORY (ITS MONTHS WHEN NONE IS SET). DUE DATES FALL
      *      ON THE CONTRACTUAL DAY, ROLLED TO A WORKING DAY UNDER
      *      THE CONVENTION OF THE CATEGORY. AN EXISTING PLAN IS
      *      REPLACED
      *      (LOAN MODIFICATION)
             INITIALIZE WS-SCHEDULE-WORK

             EXEC SQL
                 DELETE FROM LOANSCHD
                 WHERE SLOANSCH_NO = :WS-NEXT-LOAN-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'B3000 PARA DELETE PLAN SQLCODE -',SQLCODE
                  SET ERROR-UPDATE-LOANHIST TO TRUE
             END-EVALUATE

             IF LLOANM-TERM = 0
                DISPLAY 'B3000 PARA TERM ZERO - NO PLAN FOR LOAN ',
                   WS-NEXT-LOAN-NO
             ELSE
                PERFORM A3320-GET-DATE-PARA
                MOVE WS-CURR-DATE           TO WS-SCH-DUE-DATE
                IF WS-PLN-DAY = ZERO
                   MOVE WS-CURN-DATE-DD     TO WS-PLN-DAY
                END-IF
                PERFORM B2930-GET-CONVENTION-PARA
                   THRU B2930-EXIT
      *         THE FIRST PERIOD RUNS FROM THE CONTRACTUAL DAY OF THE
      *         CURRENT MONTH
                COMPUTE WS-SCH-PREV-DATE =
                   (WS-SCH-DUE-CCYY * 10000) +
                   (WS-SCH-DUE-MM   *   100) + WS-PLN-DAY
                MOVE LLOANM-MAX-AMT         TO WS-SCH-RESID
                COMPUTE WS-SCH-NR =
                   (LLOANM-TERM + WS-PLN-MONTHS - 1) / WS-PLN-MONTHS
                COMPUTE WS-SCH-PRIN ROUNDED =
                   LLOANM-MAX-AMT / WS-SCH-NR

                IF PLAN-CONSTANT-INST
                   PERFORM B3050-CALC-INSTALLMENT-PARA
                      THRU B3050-EXIT
                END-IF

                DISPLAY 'B3000 INSTALLMENT PLAN FOR LOAN ',
                   WS-NEXT-LOAN-NO,' TERM ',LLOANM-TERM,
                   ' RATE ',LLOANM-ROI,' METHOD ',WS-PLN-AMORT,
                   ' FREQUENCY ',WS-PLN-FREQ,' DAY ',WS-PLN-DAY,
                   ' CONVENTION ',WS-PLN-BDC

                PERFORM B3100-GEN-INSTALLMENT-PARA
                   THRU B3100-EXIT
                   VARYING WS-SCH-SEQ FROM 1 BY 1
                   UNTIL WS-SCH-SEQ > WS-SCH-NR
             END-IF.
       B3000-EXIT.
             EXIT.
       B3050-CALC-INSTALLMENT-PARA.
      *      CONSTANT INSTALLMENT (FRENCH AMORTIZATION):
      *      R = P * I * F / (F - 1), F = (1 + I) ** N, WITH I THE
      *      NOMINAL RATE OF ONE PERIOD, WHATEVER THE DAY-COUNT
      *      CONVENTION (THE LAST INSTALLMENT SETTLES THE DAYS).
      *      A ZERO RATE, OR A FACTOR OUT OF RANGE, LEAVES THE
      *      LEVEL PRINCIPAL
             COMPUTE WS-SCH-RATE ROUNDED =
                LLOANM-ROI * WS-PLN-MONTHS / 1200

             IF WS-SCH-RATE = ZERO
                MOVE WS-SCH-PRIN            TO WS-SCH-INST
                GO TO B3050-EXIT
             END-IF

             COMPUTE WS-SCH-FACT ROUNDED =
                (1 + WS-SCH-RATE) ** WS-SCH-NR
                ON SIZE ERROR
                   DISPLAY 'B3050 PARA FACTOR OUT OF RANGE - LEVEL ',
                      'PLAN FOR LOAN ',WS-NEXT-LOAN-NO
                   MOVE 'L'                 TO WS-PLN-AMORT
                   GO TO B3050-EXIT
             END-COMPUTE

             COMPUTE WS-SCH-INST ROUNDED =
                LLOANM-MAX-AMT * WS-SCH-RATE * WS-SCH-FACT
                   / (WS-SCH-FACT - 1).
       B3050-EXIT.
             EXIT.
       B3100-GEN-INSTALLMENT-PARA.
      *      ONE INSTALLMENT: DUE MONTH ADVANCED BY THE MONTHS OF THE
      *      PERIOD, INTEREST ON THE RESIDUAL FOR THE PERIOD; A
      *      CONSTANT INSTALLMENT REPAYS AS PRINCIPAL WHAT THE
      *      INTEREST LEAVES OF IT. THE LAST INSTALLMENT ABSORBS THE
      *      ROUNDING REMAINDER
             ADD WS-PLN-MONTHS            TO WS-SCH-DUE-MM
             IF WS-SCH-DUE-MM > 12
                SUBTRACT 12               FROM WS-SCH-DUE-MM
                ADD 1                     TO WS-SCH-DUE-CCYY
             END-IF

             PERFORM B3140-DUE-DATE-PARA
                THRU B3140-EXIT

             PERFORM B3120-PERIOD-INTEREST-PARA
                THRU B3120-EXIT

             IF PLAN-CONSTANT-INST
                COMPUTE WS-SCH-PRIN = WS-SCH-INST - WS-SCH-INT
             END-IF

             IF WS-SCH-SEQ = WS-SCH-NR
             OR WS-SCH-PRIN > WS-SCH-RESID
                MOVE WS-SCH-RESID         TO WS-SCH-PRIN
             END-IF

             SUBTRACT WS-SCH-PRIN         FROM WS-SCH-RESID

             MOVE WS-NEXT-LOAN-NO         TO SLOANSCH-NO
             MOVE WS-SCH-SEQ              TO SLOANSCH-SEQ
             MOVE WS-CAL-DUE-DATE         TO SLOANSCH-DUE-DATE
             MOVE WS-SCH-PRIN             TO SLOANSCH-PRIN
             MOVE WS-SCH-INT              TO SLOANSCH-INT
             MOVE WS-SCH-RESID            TO SLOANSCH-RESID

             EXEC SQL
                 INSERT INTO LOANSCHD VALUES
                 (:SLOANSCH-NO, :SLOANSCH-SEQ, :SLOANSCH-DUE-DATE,
                  :SLOANSCH-PRIN, :SLOANSCH-INT, :SLOANSCH-RESID)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  DISPLAY 'B3100 ',SLOANSCH-SEQ,' ',
                     SLOANSCH-DUE-DATE,' PRIN ',SLOANSCH-PRIN,
                     ' INT ',SLOANSCH-INT,' RESID ',SLOANSCH-RESID
             WHEN OTHER
                  DISPLAY 'B3100 PARA INSERT SQLCODE -',SQLCODE
                  MOVE '0010'                          TO EREC-NO
                  MOVE '***UNABLE TO INSERT SCHEDULE***'
                                                       TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       B3100-EXIT.
             EXIT.
       B3120-PERIOD-INTEREST-PARA.
      *      INTEREST OF THE PERIOD FROM THE PREVIOUS DUE DATE (THE
      *      START OF THE PLAN FOR THE FIRST ROW) TO THE DUE DATE IN
      *      WS-CAL-DATE, UNDER THE DAY-COUNT CONVENTION OF THE
      *      CATEGORY; WITHOUT ONE, OR ON A DATE THE CALENDAR
      *      REFUSES, THE MONTHS OF THE PERIOD
             IF NOT DCC-NOT-CONFIGURED
                MOVE SPACES               TO PGBDCCRC
                MOVE 'P'                  TO DCC-FUNZI
                MOVE WS-PLN-DCC           TO DCC-CONV
                MOVE WS-SCH-PREV-DATE     TO DCC-FROM-DATE
                MOVE WS-CAL-DATE          TO DCC-TO-DATE

                CALL WS-DCC-MODULE USING PGBDCCRC

                MOVE WS-CAL-DATE          TO WS-SCH-PREV-DATE
                IF DCC-RCODE = SPACES
                   COMPUTE WS-SCH-INT ROUNDED =
                      WS-SCH-RESID * LLOANM-ROI * DCC-YEAR-FRAC / 100
                   GO TO B3120-EXIT
                END-IF
             END-IF

             MOVE WS-CAL-DATE             TO WS-SCH-PREV-DATE
             COMPUTE WS-SCH-INT ROUNDED =
                WS-SCH-RESID * LLOANM-ROI * WS-PLN-MONTHS / 1200.
       B3120-EXIT.
             EXIT.
       B3140-DUE-DATE-PARA.
      *      DUE DATE OF THE MONTH IN WS-SCH-DUE-DATE: THE
      *      CONTRACTUAL DAY (THE LAST DAY OF A SHORTER MONTH),
      *      ROLLED TO A WORKING DAY OF THE NPW08P CALENDAR INTO
      *      WS-CAL-DUE-DATE. WS-SCH-DUE-DATE ITSELF IS NOT TOUCHED,
      *      SO THE NEXT PERIOD RESTARTS FROM THE CONTRACTUAL DAY
             MOVE WS-SCH-DUE-CCYY         TO WS-CAL-CCYY
             MOVE WS-SCH-DUE-MM           TO WS-CAL-MM
             MOVE WS-PLN-DAY              TO WS-CAL-DD
             MOVE 'N'                     TO WS-CAL-VALID

             PERFORM B3145-CLAMP-DAY-PARA
                THRU B3145-EXIT
                UNTIL CAL-DATE-VALID

             PERFORM B3150-WORKING-DAY-PARA
                THRU B3150-EXIT

             MOVE WS-SCH-DUE-DATE         TO WS-CAL-DUE-DATE
             MOVE WS-CAL-MM               TO WS-CAL-DUE-MM
             MOVE WS-CAL-DD               TO WS-CAL-DUE-DD
             MOVE WS-CAL-CCYY             TO WS-CAL-DUE-CCYY.
       B3140-EXIT.
             EXIT.
       B3145-CLAMP-DAY-PARA.
      *      A DAY THE MONTH DOES NOT HAVE (31/04, 30/02 ...) STEPS
      *      BACK UNTIL NPW08P ACCEPTS THE DATE
             MOVE SPACES                  TO NPW08RC
             MOVE 10                      TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
             OR WS-CAL-DD NOT > 28
                MOVE 'Y'                  TO WS-CAL-VALID
             ELSE
                SUBTRACT 1                FROM WS-CAL-DD
             END-IF.
       B3145-EXIT.
             EXIT.
       B3150-WORKING-DAY-PARA.
      *      ROLLS WS-CAL-DATE TO A WORKING DAY: FOLLOWING MOVES
      *      FORWARD, PRECEDING BACKWARD; MODIFIED FOLLOWING MOVES
      *      FORWARD UNLESS THAT LEAVES THE MONTH, IN WHICH CASE IT
      *      MOVES BACKWARD FROM THE CONTRACTUAL DATE
             MOVE WS-CAL-DATE             TO WS-CAL-NOMINAL

             IF BDC-PRECEDING
                MOVE 15                   TO WS-CAL-STEP
             ELSE
                MOVE 04                   TO WS-CAL-STEP
             END-IF

             PERFORM B3160-ROLL-PARA
                THRU B3160-EXIT

             IF BDC-MODIFIED-FOLL
             AND WS-CAL-MM NOT = WS-CAL-NOM-MM
                MOVE WS-CAL-NOMINAL       TO WS-CAL-DATE
                MOVE 15                   TO WS-CAL-STEP
                PERFORM B3160-ROLL-PARA
                   THRU B3160-EXIT
             END-IF.
       B3150-EXIT.
             EXIT.
       B3160-ROLL-PARA.
      *      ONE DAY AT A TIME IN THE DIRECTION OF WS-CAL-STEP; NO
      *      RUN OF HOLIDAYS IS LONGER THAN TEN DAYS
             MOVE 'N'                     TO WS-CAL-DONE

             PERFORM B3170-CHECK-DAY-PARA
                THRU B3170-EXIT
                VARYING WS-CAL-TRIES FROM 1 BY 1
                UNTIL CAL-WORKING-DAY
                   OR WS-CAL-TRIES > 10.
       B3160-EXIT.
             EXIT.
       B3170-CHECK-DAY-PARA.
             MOVE SPACES                  TO NPW08RC
             MOVE 12                      TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
                MOVE 'Y'                  TO WS-CAL-DONE
                GO TO B3170-EXIT
             END-IF

      *      ANY ANSWER OTHER THAN HOLIDAY (6) LEAVES THE DATE AS IT
      *      IS
             IF W08-RCODE NOT = 6
                DISPLAY 'B3170 PARA CALENDAR RCODE ',W08-RCODE,
                   ' DATE ',WS-CAL-DATE,' LOAN ',LLOANM-NO
                MOVE 'Y'                  TO WS-CAL-DONE
                GO TO B3170-EXIT
             END-IF

             MOVE SPACES                  TO NPW08RC
             MOVE WS-CAL-STEP             TO W08-RTIPO
             MOVE WS-CAL-DATE             TO W08-RDATA
             MOVE 1                       TO W08-RGGG

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE = ZERO
                MOVE W08-RDATA            TO WS-CAL-DATE
             ELSE
                DISPLAY 'B3170 PARA CALENDAR STEP RCODE ',W08-RCODE,
                   ' DATE ',WS-CAL-DATE,' LOAN ',LLOANM-NO
                MOVE 'Y'                  TO WS-CAL-DONE
             END-IF.
       B3170-EXIT.
             EXIT.
       A4000-CLOSE-FILE-PARA.

            CLOSE CUSTINPT
            CLOSE LOANINPT
            CLOSE ERRFILE
            CLOSE GLWOFF
            CLOSE JRNLF
            CLOSE SCTOUT

            PERFORM D4000-WOFF-SUMMARY-PARA
               THRU D4000-EXIT

            IF WS-DSB-SENT > ZERO
               DISPLAY 'PGBPRTXN - DISBURSEMENTS SENT ..: ',
                  WS-DSB-SENT,' AMOUNT ',WS-DSB-TOTAL
            END-IF

            IF WS-WDR-COUNT > ZERO
               DISPLAY 'PGBPRTXN - LOANS WITHDRAWN .....: ',
                  WS-WDR-COUNT
            END-IF

            IF WS-ASM-COUNT > ZERO
               DISPLAY 'PGBPRTXN - LOANS ASSUMED .......: ',
                  WS-ASM-COUNT
            END-IF

            IF WS-SAN-PARKED > ZERO
               DISPLAY 'PGBPRTXN - PARKED, SANCTIONS ...: ',
                  WS-SAN-PARKED
            END-IF

            IF WS-SAN-FROZEN > ZERO
               DISPLAY 'PGBPRTXN - PAYMENTS FROZEN .....: ',
                  WS-SAN-FROZEN
            END-IF

            IF WS-PRT-OUT-COUNT > ZERO
            OR WS-PRT-SET-COUNT > ZERO
            OR WS-PRT-IN-COUNT > ZERO
               DISPLAY 'PGBPRTXN - PORTABILITY REQ OUT .: ',
                  WS-PRT-OUT-COUNT
               DISPLAY 'PGBPRTXN - LOANS PORTED OUT ....: ',
                  WS-PRT-SET-COUNT
               DISPLAY 'PGBPRTXN - LOANS PORTED IN .....: ',
                  WS-PRT-IN-COUNT
            END-IF.

       A4000-EXIT.
             EXIT.
       C1000-VALIDATE-FISCODE-PARA.
      *      OFFICIAL CHECK-CHARACTER ALGORITHM OF THE FISCAL CODE
      *      (ODD/EVEN POSITION VALUES, REMAINDER 26) PLUS THE
      *      CONSISTENCY OF THE EMBEDDED BIRTH DATE WITH CUSTM_DOB.
      *      A BLANK CODE IS ACCEPTED FOR COMPATIBILITY WITH INPUT
      *      KEYED BEFORE THE FIELD EXISTED
             MOVE 'Y'                    TO WS-CF-OK
             MOVE ACN-CUSTM-FISCODE      TO WS-CF-CODE

             IF WS-CF-CODE = SPACES
                GO TO C1000-EXIT
             END-IF

             MOVE ZERO                   TO WS-CF-SUM

             PERFORM C1100-ADD-CHAR-PARA
                THRU C1100-EXIT
                VARYING WS-CF-IX FROM 1 BY 1
                UNTIL WS-CF-IX > 15
                   OR WS-CF-OK = 'N'

             IF WS-CF-OK = 'N'
                GO TO C1000-EXIT
             END-IF

             DIVIDE WS-CF-SUM BY 26
                GIVING WS-CF-QUOT REMAINDER WS-CF-REM

             COMPUTE WS-CF-POS = WS-CF-REM + 11
             MOVE CF-CHAR (WS-CF-POS)    TO WS-CF-EXPECT

             IF WS-CF-CODE (16:1) NOT = WS-CF-EXPECT
                MOVE 'N'                 TO WS-CF-OK
                GO TO C1000-EXIT
             END-IF

             PERFORM C1200-CHECK-DOB-PARA
                THRU C1200-EXIT.
       C1000-EXIT.
             EXIT.
       C1100-ADD-CHAR-PARA.
             MOVE ZERO                   TO WS-CF-POS

             PERFORM VARYING WS-CF-VAL FROM 1 BY 1
                UNTIL WS-CF-VAL > 36
                   OR WS-CF-POS > ZERO

                IF CF-CHAR (WS-CF-VAL) = WS-CF-CODE (WS-CF-IX:1)
                   MOVE WS-CF-VAL        TO WS-CF-POS
                END-IF
             END-PERFORM

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
       C1100-EXIT.
             EXIT.
       C1200-CHECK-DOB-PARA.
      *      EMBEDDED BIRTH DATE: YEAR IN 7-8, MONTH LETTER IN 9,
      *      DAY IN 10-11 (FEMALES CARRY DAY+40). CUSTM_DOB IS
      *      MM/DD/CCYY
             MOVE WS-CF-CODE (7:2)       TO WS-CF-VAL

             IF WS-CF-CODE (7:2) NOT NUMERIC
             OR WS-CF-CODE (10:2) NOT NUMERIC
                MOVE 'N'                 TO WS-CF-OK
                GO TO C1200-EXIT
             END-IF

             MOVE ACN-CUSTM-DOB          TO WS-DOB-DATE

             IF WS-CF-VAL NOT = WS-DOBN-DATE-CCYY (3:2)
                MOVE 'N'                 TO WS-CF-OK
                GO TO C1200-EXIT
             END-IF

             MOVE ZERO                   TO WS-CF-MONTH
             PERFORM VARYING WS-CF-IX FROM 1 BY 1
                UNTIL WS-CF-IX > 12
                   OR WS-CF-MONTH > ZERO
                IF CF-MONTH-LET (WS-CF-IX) = WS-CF-CODE (9:1)
                   MOVE WS-CF-IX         TO WS-CF-MONTH
                END-IF
             END-PERFORM

             IF WS-CF-MONTH NOT = WS-DOBN-DATE-MM
                MOVE 'N'                 TO WS-CF-OK
                GO TO C1200-EXIT
             END-IF

             MOVE WS-CF-CODE (10:2)      TO WS-CF-DAY
             IF WS-CF-DAY > 40
                SUBTRACT 40              FROM WS-CF-DAY
             END-IF

             IF WS-CF-DAY NOT = WS-DOBN-DATE-DD
                MOVE 'N'                 TO WS-CF-OK
             END-IF.
       C1200-EXIT.
             EXIT.
       A2500-DECEASED-PARA.
      *      DEATH NOTIFICATION: THE BEFORE-IMAGE GOES TO HISTORY,
      *      THE DECEASED FLAG AND DATE OF DEATH ARE SET, AND FROM
      *      HERE THE CUSTOMER IS CLOSED TO ORDINARY MAINTENANCE,
      *      NEW LOANS AND DUNNING. THE WEEKLY ESTATE WORKLIST
      *      (PGBESTWL) PICKS THE POSITION UP
             MOVE CUSTIN-CUSTM-NO           TO ACN-CUSTM-NO

             MOVE 'X'                       TO HCUSTH-TYPE
             PERFORM C3000-SAVE-HISTORY-PARA
                THRU C3000-EXIT

             MOVE CUSTIN-CUSTM-DOD          TO ACN-CUSTM-DOD

             EXEC SQL
                UPDATE CUSTM_TABLE
                SET CUSTM_DECEASED = 'Y',
                    CUSTM_DOD      = :ACN-CUSTM-DOD
                WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'A2500 PARA DECEASED UPDATE SQLCODE -',
                     SQLCODE
                  MOVE '0043'                           TO EREC-NO
                  MOVE '***UNABLE TO SET DECEASED STATUS***'
                                                        TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A2500-EXIT.
             EXIT.
       A2600-AML-PROFILE-PARA.
      *      ANTI-MONEY-LAUNDERING PROFILE: THE CUSTAML ROW OF THE
      *      CUSTOMER IS ADDED OR REPLACED AS A WHOLE. THE NEXT
      *      REVIEW FALLS ONE, TWO OR THREE YEARS AFTER THIS ONE FOR
      *      HIGH, MEDIUM AND LOW RISK; WITHOUT A RISK CLASS THE
      *      REVIEW IS DUE AT ONCE
             MOVE CUSTIN-CUSTM-NO           TO ACN-CUSTM-NO

             PERFORM C4000-CHECK-DECEASED-PARA
                THRU C4000-EXIT

             IF CUSTOMER-DECEASED
                DISPLAY 'A2600 PARA CUSTOMER DECEASED -',
                   CUSTIN-CUSTM-NO
                MOVE '0092'                         TO EREC-NO
                MOVE '***AML PROFILE - CUSTOMER DECEASED***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A2600-EXIT
             END-IF

             PERFORM A3320-GET-DATE-PARA

             MOVE CUSTIN-CUSTM-NO           TO MCUSTAML-CUST-NO
             MOVE CUSTIN-AML-RISK           TO MCUSTAML-RISK
             MOVE CUSTIN-AML-DOC-TYPE       TO MCUSTAML-DOC-TYPE
             MOVE CUSTIN-AML-DOC-NO         TO MCUSTAML-DOC-NO
             MOVE CUSTIN-AML-DOC-EXP        TO MCUSTAML-DOC-EXP
             MOVE CUSTIN-AML-PROF           TO MCUSTAML-PROF
             MOVE CUSTIN-AML-SECTOR         TO MCUSTAML-SECTOR
             MOVE CUSTIN-AML-BRANCH         TO MCUSTAML-BRANCH
             MOVE WS-CURR-DATE              TO MCUSTAML-UPD-DATE

             IF CUSTIN-AML-REV-DATE = SPACES
                MOVE WS-CURR-DATE           TO WS-AML-DATE
             ELSE
                MOVE CUSTIN-AML-REV-DATE    TO WS-AML-DATE
             END-IF
             MOVE WS-AML-DATE               TO MCUSTAML-LAST-REV

             EVALUATE CUSTIN-AML-RISK
             WHEN 'H'
                  MOVE 1                    TO WS-AML-YEARS
             WHEN 'M'
                  MOVE 2                    TO WS-AML-YEARS
             WHEN 'L'
                  MOVE 3                    TO WS-AML-YEARS
             WHEN OTHER
                  MOVE 0                    TO WS-AML-YEARS
             END-EVALUATE

             ADD WS-AML-YEARS               TO WS-AMLN-CCYY
             IF WS-AMLN-MM = 2 AND WS-AMLN-DD = 29
                MOVE 28                     TO WS-AMLN-DD
             END-IF
             MOVE WS-AML-DATE               TO MCUSTAML-NEXT-REV

             EXEC SQL
                UPDATE CUSTAML
                SET MCUSTAML_RISK      = :MCUSTAML-RISK,
                    MCUSTAML_DOC_TYPE  = :MCUSTAML-DOC-TYPE,
                    MCUSTAML_DOC_NO    = :MCUSTAML-DOC-NO,
                    MCUSTAML_DOC_EXP   = :MCUSTAML-DOC-EXP,
                    MCUSTAML_PROF      = :MCUSTAML-PROF,
                    MCUSTAML_SECTOR    = :MCUSTAML-SECTOR,
                    MCUSTAML_BRANCH    = :MCUSTAML-BRANCH,
                    MCUSTAML_LAST_REV  = :MCUSTAML-LAST-REV,
                    MCUSTAML_NEXT_REV  = :MCUSTAML-NEXT-REV,
                    MCUSTAML_UPD_DATE  = :MCUSTAML-UPD-DATE
                WHERE MCUSTAML_CUST_NO = :MCUSTAML-CUST-NO
             END-EXEC

             IF SQLCODE = 100
                EXEC SQL
                   INSERT INTO CUSTAML VALUES
                   (:MCUSTAML-CUST-NO, :MCUSTAML-RISK,
                    :MCUSTAML-DOC-TYPE, :MCUSTAML-DOC-NO,
                    :MCUSTAML-DOC-EXP, :MCUSTAML-PROF,
                    :MCUSTAML-SECTOR, :MCUSTAML-BRANCH,
                    :MCUSTAML-LAST-REV, :MCUSTAML-NEXT-REV,
                    :MCUSTAML-UPD-DATE)
                END-EXEC
             END-IF

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'A2600 PARA AML PROFILE SQLCODE -',SQLCODE
                  MOVE '0093'                           TO EREC-NO
                  MOVE '***UNABLE TO RECORD AML PROFILE***'
                                                        TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A2600-EXIT.
             EXIT.
       A2700-COMPLAINT-PARA.
      *      COMPLAINTS REGISTER (CUSTCMPL), ONE ROW PER CUSTOMER AND
      *      PROTOCOL REFERENCE. ACTION R REGISTERS THE COMPLAINT
      *      (STATUS O), A RECORDS THE ANSWER (STATUS A), F WITHOUT
      *      AN OUTCOME RECORDS THE REFERRAL TO THE ARBITRO BANCARIO
      *      FINANZIARIO (STATUS E) AND F WITH AN OUTCOME RECORDS
      *      THE ABF DECISION (STATUS D)
             PERFORM A3320-GET-DATE-PARA

             IF CUSTIN-CMP-DATE = SPACES
                MOVE WS-CURR-DATE           TO WS-CMPL-DATE
             ELSE
                MOVE CUSTIN-CMP-DATE        TO WS-CMPL-DATE
             END-IF

             MOVE CUSTIN-CUSTM-NO           TO QCCUSTCM-CUST-NO
             MOVE CUSTIN-CMP-REF            TO QCCUSTCM-REF

             EVALUATE CUSTIN-CMP-ACTION
             WHEN 'R'
                  GO TO A2710-REGISTER
             WHEN 'A'
                  GO TO A2720-ANSWER
             WHEN OTHER
                  GO TO A2730-ABF
             END-EVALUATE.

       A2710-REGISTER.
      *      A COMPLAINT ON A LOAN NAMES AN EXISTING LOAN; THE BRANCH
      *      DEFAULTS TO THE MANAGING BRANCH OF THE LOAN
             MOVE CUSTIN-CMP-BRANCH         TO QCCUSTCM-BRANCH

             IF CUSTIN-CMP-LOAN-NO > ZERO
                MOVE CUSTIN-CMP-LOAN-NO     TO LLOANM-NO
                EXEC SQL
                    SELECT LOANM_BRANCH
                      INTO :LLOANM-BRANCH
                      FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
                END-EXEC
                IF SQLCODE NOT = 0
                   DISPLAY 'A2710 PARA LOAN NOT FOUND -',
                      CUSTIN-CMP-LOAN-NO
                   MOVE '0104'                      TO EREC-NO
                   MOVE '***COMPLAINT - LOAN NOT FOUND***'
                                                    TO ERROR-MSG
                   PERFORM W1000-WRITE-ERRFILE-PARA
                   GO TO A2700-EXIT
                END-IF
                IF CUSTIN-CMP-BRANCH = SPACES
                   MOVE LLOANM-BRANCH       TO QCCUSTCM-BRANCH
                END-IF
             END-IF

             MOVE CUSTIN-CMP-LOAN-NO        TO QCCUSTCM-LOAN-NO
             MOVE CUSTIN-CMP-CHANNEL        TO QCCUSTCM-CHANNEL
             MOVE CUSTIN-CMP-REASON         TO QCCUSTCM-REASON
             MOVE CUSTIN-CMP-AMT            TO QCCUSTCM-AMT
             MOVE WS-CMPL-DATE              TO QCCUSTCM-RECV-DATE
             MOVE SPACES                    TO QCCUSTCM-ANSW-DATE
                                               QCCUSTCM-OUTCOME
                                               QCCUSTCM-ABF-DATE
                                               QCCUSTCM-ABF-OUTCOME
                                               QCCUSTCM-ABF-DEC-DATE
             MOVE ZERO                      TO QCCUSTCM-REFUND
                                               QCCUSTCM-ABF-REFUND
             MOVE 'O'                       TO QCCUSTCM-ST

             EXEC SQL
                INSERT INTO CUSTCMPL VALUES
                (:QCCUSTCM-CUST-NO, :QCCUSTCM-REF,
                 :QCCUSTCM-LOAN-NO, :QCCUSTCM-BRANCH,
                 :QCCUSTCM-CHANNEL, :QCCUSTCM-REASON,
                 :QCCUSTCM-AMT, :QCCUSTCM-RECV-DATE,
                 :QCCUSTCM-ANSW-DATE, :QCCUSTCM-OUTCOME,
                 :QCCUSTCM-REFUND, :QCCUSTCM-ABF-DATE,
                 :QCCUSTCM-ABF-OUTCOME, :QCCUSTCM-ABF-DEC-DATE,
                 :QCCUSTCM-ABF-REFUND, :QCCUSTCM-ST)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A2710 PARA COMPLAINT SQLCODE -',SQLCODE
                MOVE '0105'                         TO EREC-NO
                MOVE '***UNABLE TO REGISTER COMPLAINT***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF
             GO TO A2700-EXIT.

       A2720-ANSWER.
             MOVE WS-CMPL-DATE              TO QCCUSTCM-ANSW-DATE
             MOVE CUSTIN-CMP-OUTCOME        TO QCCUSTCM-OUTCOME
             MOVE CUSTIN-CMP-REFUND         TO QCCUSTCM-REFUND

             EXEC SQL
                UPDATE CUSTCMPL
                SET QCCUSTCM_ANSW_DATE = :QCCUSTCM-ANSW-DATE,
                    QCCUSTCM_OUTCOME   = :QCCUSTCM-OUTCOME,
                    QCCUSTCM_REFUND    = :QCCUSTCM-REFUND,
                    QCCUSTCM_ST        = 'A'
                WHERE QCCUSTCM_CUST_NO = :QCCUSTCM-CUST-NO
                  AND QCCUSTCM_REF     = :QCCUSTCM-REF
                  AND QCCUSTCM_ST      = 'O'
             END-EXEC
             GO TO A2790-CHECK.

       A2730-ABF.
             IF CUSTIN-CMP-OUTCOME = SPACES
                MOVE WS-CMPL-DATE           TO QCCUSTCM-ABF-DATE
                EXEC SQL
                   UPDATE CUSTCMPL
                   SET QCCUSTCM_ABF_DATE  = :QCCUSTCM-ABF-DATE,
                       QCCUSTCM_ST        = 'E'
                   WHERE QCCUSTCM_CUST_NO = :QCCUSTCM-CUST-NO
                     AND QCCUSTCM_REF     = :QCCUSTCM-REF
                     AND QCCUSTCM_ST IN ('O', 'A')
                END-EXEC
             ELSE
                MOVE CUSTIN-CMP-OUTCOME     TO QCCUSTCM-ABF-OUTCOME
                MOVE WS-CMPL-DATE           TO QCCUSTCM-ABF-DEC-DATE
                MOVE CUSTIN-CMP-REFUND      TO QCCUSTCM-ABF-REFUND
                EXEC SQL
                   UPDATE CUSTCMPL
                   SET QCCUSTCM_ABF_OUTCOME  = :QCCUSTCM-ABF-OUTCOME,
                       QCCUSTCM_ABF_DEC_DATE = :QCCUSTCM-ABF-DEC-DATE,
                       QCCUSTCM_ABF_REFUND   = :QCCUSTCM-ABF-REFUND,
                       QCCUSTCM_ST           = 'D'
                   WHERE QCCUSTCM_CUST_NO = :QCCUSTCM-CUST-NO
                     AND QCCUSTCM_REF     = :QCCUSTCM-REF
                     AND QCCUSTCM_ST      = 'E'
                END-EXEC
             END-IF.

       A2790-CHECK.
      *      THE COMPLAINT MUST BE ON FILE AND AT THE STAGE THE
      *      ACTION FOLLOWS
             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  DISPLAY 'A2790 PARA COMPLAINT NOT OPEN -',
                     CUSTIN-CMP-REF
                  MOVE '0106'                           TO EREC-NO
                  MOVE '***COMPLAINT NOT FOUND OR WRONG STAGE***'
                                                        TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             WHEN OTHER
                  DISPLAY 'A2790 PARA COMPLAINT SQLCODE -',SQLCODE
                  MOVE '0106'                           TO EREC-NO
                  MOVE '***UNABLE TO UPDATE COMPLAINT***'
                                                        TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A2700-EXIT.
             EXIT.
       A2800-PREFERENCE-PARA.
      *      COMMUNICATION PREFERENCES: CHANNEL 'E' RECORDS THE
      *      CONSENT TO ELECTRONIC DELIVERY ON ITS DATE, 'P' WITHDRAWS
      *      IT. THE PRODUCERS READ THEM THROUGH PGBCHNSL
             MOVE CUSTIN-CUSTM-NO           TO ACN-CUSTM-NO

             PERFORM C4000-CHECK-DECEASED-PARA
                THRU C4000-EXIT

             IF CUSTOMER-DECEASED
                DISPLAY 'A2800 PARA CUSTOMER DECEASED -',
                   CUSTIN-CUSTM-NO
                MOVE '0041'                         TO EREC-NO
                MOVE '***CUSTOMER DECEASED - NOT UPDATED***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A2800-EXIT
             END-IF

             MOVE CUSTIN-PRF-CHANNEL        TO ACN-CUSTM-CHANNEL
             MOVE CUSTIN-PRF-EMAIL          TO ACN-CUSTM-EMAIL
             MOVE CUSTIN-PRF-PEC            TO ACN-CUSTM-PEC
             MOVE SPACES                    TO ACN-CUSTM-ECONS-DATE

             IF CUSTIN-PRF-CHANNEL = 'E'
                IF CUSTIN-PRF-CONS-DATE = SPACES
                   PERFORM A3320-GET-DATE-PARA
                   MOVE WS-CURR-DATE        TO ACN-CUSTM-ECONS-DATE
                ELSE
                   MOVE CUSTIN-PRF-CONS-DATE
                                            TO ACN-CUSTM-ECONS-DATE
                END-IF
             END-IF

             EXEC SQL
                UPDATE CUSTM_TABLE
                SET CUSTM_CHANNEL    = :ACN-CUSTM-CHANNEL,
                    CUSTM_EMAIL      = :ACN-CUSTM-EMAIL,
                    CUSTM_PEC        = :ACN-CUSTM-PEC,
                    CUSTM_ECONS_DATE = :ACN-CUSTM-ECONS-DATE
                WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A2800 PARA PREFERENCE SQLCODE -',SQLCODE
                MOVE '0108'                         TO EREC-NO
                MOVE '***UNABLE TO UPDATE COMMUNICATION PREFERENCES***'
                                                    TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       A2800-EXIT.
             EXIT.
       C4100-CHECK-AML-PARA.
      *      AML PROFILE OF THE CUSTOMER IN ACN-CUSTM-NO: EVERY FIELD
      *      FILLED, IDENTITY DOCUMENT NOT EXPIRED AND NEXT REVIEW
      *      NOT YET PASSED
             MOVE 'Y'                       TO WS-AML-STATUS
             MOVE ACN-CUSTM-NO              TO MCUSTAML-CUST-NO

             EXEC SQL
                 SELECT MCUSTAML_RISK, MCUSTAML_DOC_TYPE,
                        MCUSTAML_DOC_NO, MCUSTAML_DOC_EXP,
                        MCUSTAML_PROF, MCUSTAML_SECTOR,
                        MCUSTAML_BRANCH, MCUSTAML_NEXT_REV
                   INTO :MCUSTAML-RISK, :MCUSTAML-DOC-TYPE,
                        :MCUSTAML-DOC-NO, :MCUSTAML-DOC-EXP,
                        :MCUSTAML-PROF, :MCUSTAML-SECTOR,
                        :MCUSTAML-BRANCH, :MCUSTAML-NEXT-REV
                   FROM CUSTAML
                  WHERE MCUSTAML_CUST_NO = :MCUSTAML-CUST-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET AML-PROFILE-MISSING   TO TRUE
                  GO TO C4100-EXIT
             WHEN OTHER
                  DISPLAY 'C4100 PARA AML PROFILE SQLCODE -',SQLCODE
                  SET AML-PROFILE-MISSING   TO TRUE
                  GO TO C4100-EXIT
             END-EVALUATE

             IF MCUSTAML-RISK = SPACES
             OR MCUSTAML-DOC-TYPE = SPACES
             OR MCUSTAML-DOC-NO = SPACES
             OR MCUSTAML-DOC-EXP = SPACES
             OR MCUSTAML-PROF = SPACES
             OR MCUSTAML-SECTOR = SPACES
             OR MCUSTAML-BRANCH = SPACES
                SET AML-PROFILE-INCOMPL     TO TRUE
                GO TO C4100-EXIT
             END-IF

             PERFORM A3320-GET-DATE-PARA
             COMPUTE WS-AML-CMP-TODAY = WS-CURN-DATE-CCYY * 10000
                                      + WS-CURN-DATE-MM * 100
                                      + WS-CURN-DATE-DD

             MOVE MCUSTAML-DOC-EXP          TO WS-AML-DATE
             COMPUTE WS-AML-CMP-DATE = WS-AMLN-CCYY * 10000
                                     + WS-AMLN-MM * 100
                                     + WS-AMLN-DD
             IF WS-AML-CMP-DATE < WS-AML-CMP-TODAY
                SET AML-DOC-EXPIRED         TO TRUE
                GO TO C4100-EXIT
             END-IF

             MOVE MCUSTAML-NEXT-REV         TO WS-AML-DATE
             COMPUTE WS-AML-CMP-DATE = WS-AMLN-CCYY * 10000
                                     + WS-AMLN-MM * 100
                                     + WS-AMLN-DD
             IF WS-AML-CMP-DATE < WS-AML-CMP-TODAY
                SET AML-REVIEW-EXPIRED      TO TRUE
             END-IF.
       C4100-EXIT.
             EXIT.
       C4000-CHECK-DECEASED-PARA.
      *      DECEASED FLAG OF THE CUSTOMER IN ACN-CUSTM-NO
             INITIALIZE WS-DECEASED-FLAG

             EXEC SQL
                 SELECT CUSTM_DECEASED
                   INTO :ACN-CUSTM-DECEASED
                   FROM CUSTM_TABLE
                  WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF ACN-CUSTM-DECEASED = 'Y'
                     SET CUSTOMER-DECEASED TO TRUE
                  END-IF
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'C4000 PARA DECEASED CHECK SQLCODE -',
                     SQLCODE
             END-EVALUATE.
       C4000-EXIT.
             EXIT.
       C4200-SCREEN-PARTY-PARA.
      *      SANCTIONS AND PEP SCREENING OF THE CUSTOMER IN THE
      *      ACN-CUSTM FIELDS. A POTENTIAL HIT, OR A LIST THAT CANNOT
      *      BE READ, PARKS THE TRANSACTION: THE INPUT RECORD IS
      *      KEPT ON SANCHIT ('P') UNTIL COMPLIANCE CLEARS IT (PGBSANDC
      *      RELEASES IT FOR RESUBMISSION) OR CONFIRMS THE HIT
             MOVE 'N'                    TO WS-SAN-PARK-FLAG

             MOVE SPACES                 TO PGBSANRC
             MOVE 'S'                    TO SAN-FUNZI
             MOVE WS-SAN-CUST-NO         TO SAN-CUST-NO
             MOVE ACN-CUSTM-FISCODE      TO SAN-FISCODE
             MOVE ACN-CUSTM-NAME-LASTNM  TO SAN-LASTNM
             MOVE ACN-CUSTM-NAME-FRSTNM  TO SAN-FRSTNM
             MOVE ACN-CUSTM-DOB          TO SAN-DOB
             CALL WS-SAN-MODULE USING PGBSANRC

             IF SAN-RCODE = SPACES
                GO TO C4200-EXIT
             END-IF

             MOVE 'Y'                    TO WS-SAN-PARK-FLAG
             PERFORM A3320-GET-DATE-PARA

             MOVE ZERO                   TO TSANCHIT-NO
             EXEC SQL
                 SELECT COALESCE(MAX(TSANCHIT_NO), 0) + 1
                   INTO :TSANCHIT-NO
                   FROM SANCHIT
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'C4200 PARA HIT NUMBER SQLCODE -',SQLCODE
                GO TO C4200-FAIL
             END-IF

             MOVE WS-CURR-DATE           TO TSANCHIT-DATE
             MOVE WS-SAN-ORIGIN          TO TSANCHIT-ORIGIN
             MOVE WS-SAN-CUST-NO         TO TSANCHIT-CUST-NO
             MOVE SAN-LASTNM             TO TSANCHIT-LASTNM
             MOVE SAN-FRSTNM             TO TSANCHIT-FRSTNM
             MOVE SAN-DOB                TO TSANCHIT-DOB
             MOVE SAN-FISCODE            TO TSANCHIT-FISCODE
             MOVE SAN-HIT-ID             TO TSANCHIT-LIST-ID
             MOVE SAN-HIT-SRC            TO TSANCHIT-LIST-SRC
             MOVE SAN-HIT-SCORE          TO TSANCHIT-SCORE
             IF WS-SAN-ORIGIN = 'P'
                MOVE 'L'                 TO TSANCHIT-TXN-SRC
                MOVE LOANIN-RECORD       TO TSANCHIT-TXN
             ELSE
                MOVE 'C'                 TO TSANCHIT-TXN-SRC
                MOVE CUSTIN-RECORD       TO TSANCHIT-TXN
             END-IF
             MOVE 'P'                    TO TSANCHIT-ST
             MOVE SPACES                 TO TSANCHIT-DEC-DATE
                                            TSANCHIT-DEC-BY
                                            TSANCHIT-DEC-NOTE

             EXEC SQL
                 INSERT INTO SANCHIT
                 (TSANCHIT_NO, TSANCHIT_DATE, TSANCHIT_ORIGIN,
                  TSANCHIT_CUST_NO, TSANCHIT_LASTNM, TSANCHIT_FRSTNM,
                  TSANCHIT_DOB, TSANCHIT_FISCODE, TSANCHIT_LIST_ID,
                  TSANCHIT_LIST_SRC, TSANCHIT_SCORE, TSANCHIT_TXN_SRC,
                  TSANCHIT_TXN, TSANCHIT_ST, TSANCHIT_DEC_DATE,
                  TSANCHIT_DEC_BY, TSANCHIT_DEC_NOTE)
                 VALUES
                 (:TSANCHIT-NO, :TSANCHIT-DATE, :TSANCHIT-ORIGIN,
                  :TSANCHIT-CUST-NO, :TSANCHIT-LASTNM,
                  :TSANCHIT-FRSTNM, :TSANCHIT-DOB, :TSANCHIT-FISCODE,
                  :TSANCHIT-LIST-ID, :TSANCHIT-LIST-SRC,
                  :TSANCHIT-SCORE, :TSANCHIT-TXN-SRC, :TSANCHIT-TXN,
                  :TSANCHIT-ST, :TSANCHIT-DEC-DATE, :TSANCHIT-DEC-BY,
                  :TSANCHIT-DEC-NOTE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'C4200 PARA HIT INSERT SQLCODE -',SQLCODE
                GO TO C4200-FAIL
             END-IF

             DISPLAY 'C4200 PARA PARKED FOR SANCTIONS REVIEW - HIT ',
                TSANCHIT-NO,' ',SAN-HIT-SRC,' ',SAN-HIT-ID,
                ' SCORE ',SAN-HIT-SCORE
             MOVE TSANCHIT-NO            TO WS-SAN-ED-HIT
             MOVE '0098'                 TO EREC-NO
             MOVE SPACES                 TO ERROR-MSG
             STRING '***PARKED FOR SANCTIONS/PEP REVIEW - HIT '
                                         DELIMITED BY SIZE
                    WS-SAN-ED-HIT        DELIMITED BY SIZE
                    '***'                DELIMITED BY SIZE
                    INTO ERROR-MSG
             PERFORM W1000-WRITE-ERRFILE-PARA
             ADD 1                       TO WS-SAN-PARKED
             GO TO C4200-EXIT.

      *      NOT SCREENED AND NOT PARKED: THE TRANSACTION IS NOT
      *      PROCESSED AND MUST BE SUBMITTED AGAIN
       C4200-FAIL.
             MOVE '0099'                 TO EREC-NO
             MOVE '***SANCTIONS SCREENING FAILED - NOT PROCESSED***'
                                         TO ERROR-MSG
             PERFORM W1000-WRITE-ERRFILE-PARA.
       C4200-EXIT.
             EXIT.
       C4300-CHECK-FREEZE-PARA.
      *      CONFIRMED SANCTIONS/PEP HIT ON THE BORROWER OR A PARTY
      *      OF THE LOAN IN LLOANM-NO, OR ON THE CUSTOMER IN
      *      ACN-CUSTM-NO (THE BENEFICIARY; ZERO = NONE)
             MOVE 'N'                    TO WS-SAN-FROZEN-FLAG
             MOVE ZERO                   TO WS-SAN-COUNT
             MOVE ACN-CUSTM-NO           TO TSANCHIT-CUST-NO

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-SAN-COUNT
                   FROM SANCHIT
                  WHERE TSANCHIT_ST = 'C'
                    AND TSANCHIT_CUST_NO > 0
                    AND (TSANCHIT_CUST_NO = :TSANCHIT-CUST-NO
                      OR TSANCHIT_CUST_NO IN
                         (SELECT LOANM_CUST_NO
                            FROM LOANMSTR
                           WHERE LOANM_NO = :LLOANM-NO)
                      OR TSANCHIT_CUST_NO IN
                         (SELECT PLOANCST_CUST_NO
                            FROM LOANCUST
                           WHERE PLOANCST_NO = :LLOANM-NO))
             END-EXEC

      *      THE FREEZE CANNOT BE VERIFIED: THE MONEY DOES NOT MOVE
             EVALUATE TRUE
             WHEN SQLCODE = 0
                  IF WS-SAN-COUNT > ZERO
                     SET SANCTIONS-FROZEN TO TRUE
                  END-IF
             WHEN OTHER
                  DISPLAY 'C4300 PARA FREEZE CHECK SQLCODE -',SQLCODE
                  SET SANCTIONS-FROZEN   TO TRUE
             END-EVALUATE.
       C4300-EXIT.
             EXIT.
       C3000-SAVE-HISTORY-PARA.
      *      FULL BEFORE-IMAGE OF THE CUSTOMER ROW, WITH TIMESTAMP
      *      AND TRANSACTION SOURCE, WRITTEN BEFORE ANY MODIFY OR
      *      DELETE TOUCHES THE MASTER
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
                DISPLAY 'C3000 PARA BEFORE-IMAGE SQLCODE -',SQLCODE
                GO TO C3000-EXIT
             END-IF

             MOVE ACN-CUSTM-NO             TO HCUSTH-NO
             MOVE 'PGBPRTXN'               TO HCUSTH-SRC

             PERFORM C3100-CHAIN-HISTORY-PARA
                THRU C3100-EXIT

             IF X53-RCODE = SPACES
                EXEC SQL
                    INSERT INTO CUSTHIST VALUES
                    (:HCUSTH-NO, :HCUSTH-TS, :HCUSTH-SRC,
                     :HCUSTH-TYPE, :HCUSTH-FRSTNM, :HCUSTH-MDLNM,
                     :HCUSTH-LASTNM, :HCUSTH-ADDR, :HCUSTH-DOB,
                     :HCUSTH-FISCODE, :HCUSTH-CHN-PROGR,
                     :HCUSTH-CHN-HASH)
                END-EXEC
             END-IF

             EVALUATE TRUE
             WHEN X53-RCODE NOT = SPACES
                  DISPLAY 'C3000 PARA HISTORY CHAIN ',G01-LABEL,' ',
                     G01-DESC1
                  MOVE '0026'                        TO EREC-NO
                  MOVE '***UNABLE TO WRITE CUSTOMER HISTORY***'
                                                     TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'C3000 PARA HISTORY INSERT SQLCODE -',
                     SQLCODE
                  MOVE '0026'                        TO EREC-NO
                  MOVE '***UNABLE TO WRITE CUSTOMER HISTORY***'
                                                     TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       C3000-EXIT.
             EXIT.
       C3100-CHAIN-HISTORY-PARA.
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
                DISPLAY 'C3100 PARA HISTORY TIMESTAMP SQLCODE -',
                   SQLCODE
                MOVE 'KO'                  TO X53-RCODE
                GO TO C3100-EXIT
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
             MOVE 'PGBPRTXN'               TO X53-PGMNM

             PERFORM D6100-CALL-CHAIN-PARA
                THRU D6100-EXIT

             IF X53-RCODE = SPACES
                MOVE X53-PROGR             TO HCUSTH-CHN-PROGR
                MOVE X53-HASH              TO HCUSTH-CHN-HASH
             END-IF.
       C3100-EXIT.
             EXIT.
       A3900-WRITE-OFF-PARA.
      *      WRITE-OFF OF AN UNRECOVERABLE LOAN: MANAGEMENT APPROVAL
      *      CODE REQUIRED ON THE INPUT RECORD, OUTSTANDING COMPUTED
      *      AT WRITE-OFF DATE, STATUS MOVED TO 'W' (EXCLUDED BY THE
      *      AGING AND ACCRUAL BATCHES), EVENT WRITTEN TO THE
      *      REPAYMENT HISTORY AND TO THE GL EXTRACT
             IF LOANIN-APPRV-CODE = SPACES
                DISPLAY 'A3900 PARA WRITE-OFF WITHOUT APPROVAL -',
                   LOANIN-LLOANM-NO
                MOVE '0027'                        TO EREC-NO
                MOVE '***WRITE-OFF - APPROVAL CODE REQUIRED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3900-EXIT
             END-IF

             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-MAX-AMT, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3900 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0028'                        TO EREC-NO
                MOVE '***WRITE-OFF - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3900-EXIT
             END-IF

             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT

             MOVE 'W'                    TO LLOANM-ST

             EXEC SQL
                 UPDATE LOANMSTR
                    SET LOANM_ST = :LLOANM-ST
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3900 PARA STATUS UPDATE SQLCODE -',SQLCODE
                MOVE '0029'                        TO EREC-NO
                MOVE '***WRITE-OFF - STATUS UPDATE FAILED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3900-EXIT
             END-IF

             PERFORM A3320-GET-DATE-PARA

             MOVE LLOANM-CAT             TO RLOANRPH-CAT
             MOVE LLOANM-NO              TO RLOANRPH-NO
             MOVE WS-CURR-DATE           TO RLOANRPH-DATE
             MOVE WS-OUTSTANDING         TO RLOANRPH-RP-AMT
             MOVE ZERO                   TO RLOANRPH-OS-AMT

             EXEC SQL
                 INSERT INTO LOANRPHST VALUES
                 (:RLOANRPH-CAT, :RLOANRPH-NO, :RLOANRPH-DATE,
                  :RLOANRPH-RP-AMT, :RLOANRPH-OS-AMT)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3900 PARA HIST INSERT SQLCODE -',SQLCODE
             END-IF

             MOVE SPACES                 TO GLWOFF-RECORD
             MOVE LLOANM-NO              TO GLW-LOAN-NO
             MOVE LLOANM-CAT             TO GLW-CAT
             MOVE WS-OUTSTANDING         TO GLW-AMOUNT
             MOVE LOANIN-APPRV-CODE      TO GLW-APPRV
             MOVE WS-CURR-DATE           TO GLW-DATE
             WRITE GLWOFF-RECORD

             PERFORM D5000-ADD-WOFF-PARA
                THRU D5000-EXIT.
       A3900-EXIT.
             EXIT.
       A3950-RESTRUCTURE-PARA.
      *      RENEGOTIATION OF AN OPEN LOAN: NEW TERM AND/OR RATE,
      *      OPTIONAL CAPITALIZATION OF THE OVERDUE INSTALLMENTS
      *      INTO THE OUTSTANDING, FULL REBUILD OF THE REMAINING
      *      PLAN, AND A BEFORE/AFTER RECORD ON LOANRSTR SO THE
      *      ORIGINAL CONDITIONS STAY VISIBLE
             IF LOANIN-LLOANM-TERM = ZERO
             AND LOANIN-NEW-ROI = ZERO
             AND LOANIN-PLAN-AMORT = SPACE
             AND LOANIN-PLAN-FREQ = SPACE
                DISPLAY 'A3950 PARA NOTHING TO RESTRUCTURE -',
                   LOANIN-LLOANM-NO
                MOVE '0030'                        TO EREC-NO
                MOVE '***RESTRUCTURE - NO NEW TERM OR RATE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3950-EXIT
             END-IF

             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_ROI, LOANM_MAX_AMT,
                        LOANM_TERM, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-ROI, :LLOANM-MAX-AMT,
                        :LLOANM-TERM, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3950 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0031'                        TO EREC-NO
                MOVE '***RESTRUCTURE - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3950-EXIT
             END-IF

             MOVE LLOANM-TERM            TO WS-RST-OLD-TERM
             MOVE LLOANM-ROI             TO WS-RST-OLD-ROI
             MOVE LLOANM-MAX-AMT         TO WS-RST-OLD-AMT

             PERFORM A3320-GET-DATE-PARA
             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT

             MOVE WS-OUTSTANDING         TO WS-RST-NEW-PRIN
             MOVE ZERO                   TO WS-RST-ARREARS

             IF LOANIN-CAP-ARREARS = 'Y'
                PERFORM A3955-CALC-ARREARS-PARA
                   THRU A3955-EXIT
                ADD WS-RST-ARREARS       TO WS-RST-NEW-PRIN
             END-IF

             IF LOANIN-LLOANM-TERM > ZERO
                MOVE LOANIN-LLOANM-TERM  TO LLOANM-TERM
             END-IF
             IF LOANIN-NEW-ROI > ZERO
                MOVE LOANIN-NEW-ROI      TO LLOANM-ROI
             END-IF
             MOVE WS-RST-NEW-PRIN        TO LLOANM-MAX-AMT

             MOVE LLOANM-NO              TO FLOANPL-NO
             PERFORM B2900-GET-PLAN-PARA
                THRU B2900-EXIT
             PERFORM B2905-INPUT-PLAN-PARA
                THRU B2905-EXIT
             PERFORM B2920-CHECK-TERM-PARA
                THRU B2920-EXIT
             IF NOT PLAN-TERM-VALID
                GO TO A3950-EXIT
             END-IF

             PERFORM A3960-SAVE-RESTR-PARA
                THRU A3960-EXIT

             EXEC SQL
                 UPDATE LOANMSTR
                    SET LOANM_TERM    = :LLOANM-TERM,
                        LOANM_ROI     = :LLOANM-ROI,
                        LOANM_MAX_AMT = :LLOANM-MAX-AMT
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3950 PARA UPDATE SQLCODE -',SQLCODE
                MOVE '0032'                        TO EREC-NO
                MOVE '***RESTRUCTURE - LOAN UPDATE FAILED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3950-EXIT
             END-IF

      *      THE CAPITALIZED ARREARS ARE POSTED TO THE REPAYMENT
      *      HISTORY AS A ZERO-AMOUNT POSITION, SO THE OUTSTANDING
      *      USED BY THE OTHER BATCHES PICKS UP THE NEW PRINCIPAL
             MOVE LLOANM-CAT             TO RLOANRPH-CAT
             MOVE LLOANM-NO              TO RLOANRPH-NO
             MOVE WS-CURR-DATE           TO RLOANRPH-DATE
             MOVE ZERO                   TO RLOANRPH-RP-AMT
             MOVE WS-RST-NEW-PRIN        TO RLOANRPH-OS-AMT

             EXEC SQL
                 INSERT INTO LOANRPHST VALUES
                 (:RLOANRPH-CAT, :RLOANRPH-NO, :RLOANRPH-DATE,
                  :RLOANRPH-RP-AMT, :RLOANRPH-OS-AMT)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3950 PARA HIST INSERT SQLCODE -',SQLCODE
             END-IF

             PERFORM B2950-SAVE-PLAN-PARA
                THRU B2950-EXIT

             MOVE LLOANM-NO              TO WS-NEXT-LOAN-NO
             PERFORM B3000-GEN-SCHEDULE-PARA
                THRU B3000-EXIT

             MOVE SPACES                 TO PGBCHGRC
             MOVE 'RSTR'                 TO CHG-EVENT
             MOVE WS-RST-NEW-PRIN        TO CHG-BASE-AMT
             PERFORM D7000-POST-CHARGE-PARA
                THRU D7000-EXIT.
       A3950-EXIT.
             EXIT.
       A3955-CALC-ARREARS-PARA.
      *      ARREARS = INSTALLMENTS ALREADY FALLEN DUE MINUS THE
      *      TOTAL REPAID; A NEGATIVE RESULT MEANS THE CUSTOMER IS
      *      AHEAD OF PLAN AND NOTHING IS CAPITALIZED
             MOVE ZERO                   TO WS-RST-DUE-TOTAL
                                            WS-RST-PAID-TOTAL
                                            WS-RST-ARREARS

             EXEC SQL
                 SELECT COALESCE(SUM(SLOANSCH_PRIN + SLOANSCH_INT), 0)
                   INTO :WS-RST-DUE-TOTAL
                   FROM LOANSCHD
                  WHERE SLOANSCH_NO       = :LLOANM-NO
                    AND SLOANSCH_DUE_DATE < :WS-CURR-DATE
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3955 PARA DUE TOTAL SQLCODE -',SQLCODE
                GO TO A3955-EXIT
             END-IF

             EXEC SQL
                 SELECT COALESCE(SUM(RLOANRPH_RP_AMT), 0)
                   INTO :WS-RST-PAID-TOTAL
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3955 PARA PAID TOTAL SQLCODE -',SQLCODE
                GO TO A3955-EXIT
             END-IF

             COMPUTE WS-RST-ARREARS =
                WS-RST-DUE-TOTAL - WS-RST-PAID-TOTAL

             IF WS-RST-ARREARS < ZERO
                MOVE ZERO                TO WS-RST-ARREARS
             END-IF.
       A3955-EXIT.
             EXIT.
       A3960-SAVE-RESTR-PARA.
      *      BEFORE/AFTER RECORD OF THE RENEGOTIATION
             MOVE LLOANM-NO              TO TLOANRST-NO
             MOVE WS-CURR-DATE           TO TLOANRST-DATE
             MOVE WS-RST-OLD-TERM        TO TLOANRST-OLD-TERM
             MOVE WS-RST-OLD-ROI         TO TLOANRST-OLD-ROI
             MOVE WS-RST-OLD-AMT         TO TLOANRST-OLD-AMT
             MOVE LLOANM-TERM            TO TLOANRST-NEW-TERM
             MOVE LLOANM-ROI             TO TLOANRST-NEW-ROI
             MOVE WS-RST-NEW-PRIN        TO TLOANRST-NEW-AMT
             MOVE WS-RST-ARREARS         TO TLOANRST-CAP-AMT

             EXEC SQL
                 INSERT INTO LOANRSTR VALUES
                 (:TLOANRST-NO, :TLOANRST-DATE,
                  :TLOANRST-OLD-TERM, :TLOANRST-OLD-ROI,
                  :TLOANRST-OLD-AMT,
                  :TLOANRST-NEW-TERM, :TLOANRST-NEW-ROI,
                  :TLOANRST-NEW-AMT, :TLOANRST-CAP-AMT)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'A3960 PARA RESTR INSERT SQLCODE -',SQLCODE
                  MOVE '0033'                       TO EREC-NO
                  MOVE '***UNABLE TO WRITE RESTRUCTURE RECORD***'
                                                    TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A3960-EXIT.
             EXIT.
       A3970-MAINT-INSUR-PARA.
      *      REGISTER OR REPLACE THE INSURANCE POLICY COVERING A
      *      COLLATERAL: THE LOAN MUST EXIST AND THE COLLATERAL
      *      TYPE MUST BE ACTIVE ON THE LOAN. ONE POLICY PER
      *      LOAN/COLLATERAL-TYPE PAIR (REPLACE SEMANTICS)
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_ST
                   INTO :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3970 PARA LOAN NOT FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0034'                        TO EREC-NO
                MOVE '***INSURANCE - LOAN NOT FOUND***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3970-EXIT
             END-IF

             MOVE LOANIN-INS-COLL-TYPE   TO CLOANCOL-TYPE
             INITIALIZE WS-COLL-SEQ

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-COLL-SEQ
                   FROM LOANCOLL
                  WHERE CLOANCOL_NO   = :LLOANM-NO
                    AND CLOANCOL_TYPE = :CLOANCOL-TYPE
                    AND CLOANCOL_ST   = 'A'
             END-EXEC

             IF SQLCODE NOT = 0
             OR WS-COLL-SEQ = ZERO
                DISPLAY 'A3970 PARA NO ACTIVE COLLATERAL -',
                   LOANIN-LLOANM-NO,'/',LOANIN-INS-COLL-TYPE
                MOVE '0035'                        TO EREC-NO
                MOVE '***INSURANCE - NO ACTIVE COLLATERAL***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3970-EXIT
             END-IF

             MOVE LLOANM-NO              TO ILOANINS-NO
             MOVE LOANIN-INS-COLL-TYPE   TO ILOANINS-COLL-TYPE

             EXEC SQL
                 DELETE FROM LOANINSP
                  WHERE ILOANINS_NO        = :ILOANINS-NO
                    AND ILOANINS_COLL_TYPE = :ILOANINS-COLL-TYPE
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3970 PARA POLICY DELETE SQLCODE -',SQLCODE
             END-IF

             MOVE LOANIN-INS-COMPANY     TO ILOANINS-COMPANY
             MOVE LOANIN-INS-POLICY      TO ILOANINS-POLICY
             MOVE LOANIN-INS-AMT         TO ILOANINS-AMT
             MOVE LOANIN-INS-EXPIRY      TO ILOANINS-EXPIRY
             MOVE LOANIN-INS-VINC        TO ILOANINS-VINC

             EXEC SQL
                 INSERT INTO LOANINSP VALUES
                 (:ILOANINS-NO, :ILOANINS-COLL-TYPE,
                  :ILOANINS-COMPANY, :ILOANINS-POLICY,
                  :ILOANINS-AMT, :ILOANINS-EXPIRY,
                  :ILOANINS-VINC)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'A3970 PARA POLICY INSERT SQLCODE -',SQLCODE
                  MOVE '0036'                       TO EREC-NO
                  MOVE '***UNABLE TO REGISTER INSURANCE POLICY***'
                                                    TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A3970-EXIT.
             EXIT.
       A3980-MORATORIA-PARA.
      *      PAYMENT HOLIDAY: THE REMAINING INSTALLMENTS SHIFT
      *      FORWARD BY N MONTHS, THE TERM EXTENDS BY N, THE
      *      INTEREST OF THE SUSPENDED PERIOD IS CAPITALIZED INTO
      *      THE OUTSTANDING OR QUEUED ON THE WINDOW RECORD, AND
      *      THE WINDOW ITSELF GOES TO LOANMORA SO THE ARREARS
      *      LEDGER TREATS THE LOAN AS CURRENT WHILE IT RUNS. THE
      *      SUSPENSION COVERS WHOLE PERIODS OF THE REPAYMENT
      *      FREQUENCY, SO THE SHIFTED PLAN KEEPS ITS RHYTHM
             MOVE LOANIN-LLOANM-TERM     TO WS-MOR-MONTHS

             IF WS-MOR-MONTHS = ZERO
             OR WS-MOR-MONTHS > 24
                DISPLAY 'A3980 PARA INVALID SUSPENSION MONTHS -',
                   LOANIN-LLOANM-NO
                MOVE '0037'                        TO EREC-NO
                MOVE '***MORATORIA - INVALID MONTHS***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3980-EXIT
             END-IF

             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_ROI, LOANM_MAX_AMT,
                        LOANM_TERM, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-ROI, :LLOANM-MAX-AMT,
                        :LLOANM-TERM, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3980 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0038'                        TO EREC-NO
                MOVE '***MORATORIA - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3980-EXIT
             END-IF

             MOVE LLOANM-NO              TO FLOANPL-NO
             PERFORM B2900-GET-PLAN-PARA
                THRU B2900-EXIT
             DIVIDE WS-MOR-MONTHS BY WS-PLN-MONTHS
                GIVING WS-PLN-QUOT REMAINDER WS-PLN-REM
             IF WS-PLN-REM NOT = ZERO
                DISPLAY 'A3980 PARA MONTHS NOT A MULTIPLE OF ',
                   'FREQUENCY ',WS-PLN-FREQ,' -',LOANIN-LLOANM-NO
                MOVE '0061'                        TO EREC-NO
                MOVE '***MORATORIA - MONTHS NOT A PLAN PERIOD***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3980-EXIT
             END-IF
             PERFORM B2930-GET-CONVENTION-PARA
                THRU B2930-EXIT

             PERFORM A3320-GET-DATE-PARA
             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT

      *      INTEREST OF THE SUSPENDED PERIOD ON THE OUTSTANDING
             COMPUTE WS-MOR-INT ROUNDED =
                WS-OUTSTANDING * LLOANM-ROI * WS-MOR-MONTHS / 1200

             PERFORM A3985-SHIFT-PLAN-PARA
                THRU A3985-EXIT

             COMPUTE LLOANM-TERM = LLOANM-TERM + WS-MOR-MONTHS

             IF LOANIN-CAP-ARREARS = 'Y'
                COMPUTE LLOANM-MAX-AMT =
                   WS-OUTSTANDING + WS-MOR-INT
                MOVE LLOANM-CAT          TO RLOANRPH-CAT
                MOVE LLOANM-NO           TO RLOANRPH-NO
                MOVE WS-CURR-DATE        TO RLOANRPH-DATE
                MOVE ZERO                TO RLOANRPH-RP-AMT
                MOVE LLOANM-MAX-AMT      TO RLOANRPH-OS-AMT
                EXEC SQL
                    INSERT INTO LOANRPHST VALUES
                    (:RLOANRPH-CAT, :RLOANRPH-NO, :RLOANRPH-DATE,
                     :RLOANRPH-RP-AMT, :RLOANRPH-OS-AMT)
                END-EXEC
                IF SQLCODE NOT = 0
                   DISPLAY 'A3980 PARA HIST INSERT SQLCODE -',SQLCODE
                END-IF
                MOVE ZERO                TO WS-MOR-INT
             END-IF

             EXEC SQL
                 UPDATE LOANMSTR
                    SET LOANM_TERM    = :LLOANM-TERM,
                        LOANM_MAX_AMT = :LLOANM-MAX-AMT
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3980 PARA LOAN UPDATE SQLCODE -',SQLCODE
                MOVE '0039'                        TO EREC-NO
                MOVE '***MORATORIA - LOAN UPDATE FAILED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3980-EXIT
             END-IF

             PERFORM A3990-RECORD-WINDOW-PARA
                THRU A3990-EXIT

             MOVE SPACES                 TO PGBCHGRC
             MOVE 'MRTM'                 TO CHG-EVENT
             MOVE WS-OUTSTANDING         TO CHG-BASE-AMT
             PERFORM D7000-POST-CHARGE-PARA
                THRU D7000-EXIT.
       A3980-EXIT.
             EXIT.
       A3985-SHIFT-PLAN-PARA.
      *      EVERY SCHEDULE ROW MOVES FORWARD BY THE SUSPENSION
      *      MONTHS, KEYED ROW BY ROW (THE PLAN IS SMALL), AND IS
      *      ROLLED AGAIN FROM THE CONTRACTUAL DAY IN ITS NEW MONTH
             INITIALIZE WS-SHIFT-FLAG
             MOVE ZERO                    TO WS-MOR-SHIFTED

             EXEC SQL
                 OPEN CUR-SHIFT
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3985 PARA OPEN CUR-SHIFT SQLCODE -',SQLCODE
                SET END-OF-SHIFT TO TRUE
             END-IF

             PERFORM A3986-SHIFT-ONE-PARA
                THRU A3986-EXIT
                UNTIL END-OF-SHIFT

             EXEC SQL
                 CLOSE CUR-SHIFT
             END-EXEC.
       A3985-EXIT.
             EXIT.
       A3986-SHIFT-ONE-PARA.
             EXEC SQL
                 FETCH CUR-SHIFT
                 INTO :SLOANSCH-SEQ, :SLOANSCH-DUE-DATE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-SHIFT TO TRUE
                  GO TO A3986-EXIT
             WHEN OTHER
                  DISPLAY 'A3986 PARA FETCH SQLCODE -',SQLCODE
                  SET END-OF-SHIFT TO TRUE
                  GO TO A3986-EXIT
             END-EVALUATE

             MOVE SLOANSCH-DUE-DATE       TO WS-SCH-DUE-DATE
             IF WS-PLN-DAY = ZERO
                MOVE WS-SCH-DUE-DD        TO WS-PLN-DAY
             END-IF

      *      A DATE ROLLED ACROSS A MONTH END BELONGS TO THE MONTH OF
      *      ITS CONTRACTUAL DAY
             IF WS-PLN-DAY > 15
             AND WS-SCH-DUE-DD < WS-PLN-DAY - 15
                IF WS-SCH-DUE-MM = 01
                   MOVE 12               TO WS-SCH-DUE-MM
                   SUBTRACT 1            FROM WS-SCH-DUE-CCYY
                ELSE
                   SUBTRACT 1            FROM WS-SCH-DUE-MM
                END-IF
             END-IF
             IF WS-PLN-DAY < 15
             AND WS-SCH-DUE-DD > WS-PLN-DAY + 15
                IF WS-SCH-DUE-MM = 12
                   MOVE 01               TO WS-SCH-DUE-MM
                   ADD 1                 TO WS-SCH-DUE-CCYY
                ELSE
                   ADD 1                 TO WS-SCH-DUE-MM
                END-IF
             END-IF

             PERFORM WS-MOR-MONTHS TIMES
                IF WS-SCH-DUE-MM = 12
                   MOVE 01               TO WS-SCH-DUE-MM
                   ADD 1                 TO WS-SCH-DUE-CCYY
                ELSE
                   ADD 1                 TO WS-SCH-DUE-MM
                END-IF
             END-PERFORM

             PERFORM B3140-DUE-DATE-PARA
                THRU B3140-EXIT
             MOVE WS-CAL-DUE-DATE         TO SLOANSCH-DUE-DATE

             EXEC SQL
                 UPDATE LOANSCHD
                    SET SLOANSCH_DUE_DATE = :SLOANSCH-DUE-DATE
                  WHERE SLOANSCH_NO  = :LLOANM-NO
                    AND SLOANSCH_SEQ = :SLOANSCH-SEQ
             END-EXEC

             IF SQLCODE = 0
                ADD 1                     TO WS-MOR-SHIFTED
             ELSE
                DISPLAY 'A3986 PARA SHIFT UPDATE SQLCODE -',SQLCODE
             END-IF.
       A3986-EXIT.
             EXIT.
       A3990-RECORD-WINDOW-PARA.
             COMPUTE WS-MOR-START =
                (WS-CURN-DATE-CCYY * 10000) +
                (WS-CURN-DATE-MM * 100) +
                 WS-CURN-DATE-DD

             MOVE WS-CURN-DATE-CCYY       TO WS-MOR-END-CCYY
             MOVE WS-CURN-DATE-MM         TO WS-MOR-END-MM
             MOVE WS-CURN-DATE-DD         TO WS-MOR-END-DD
             PERFORM WS-MOR-MONTHS TIMES
                IF WS-MOR-END-MM = 12
                   MOVE 01               TO WS-MOR-END-MM
                   ADD 1                 TO WS-MOR-END-CCYY
                ELSE
                   ADD 1                 TO WS-MOR-END-MM
                END-IF
             END-PERFORM

             MOVE LLOANM-NO               TO MORLOANM-NO
             MOVE WS-MOR-START            TO MORLOANM-START
             MOVE WS-MOR-END              TO MORLOANM-END
             MOVE WS-MOR-MONTHS           TO MORLOANM-MONTHS
             MOVE LOANIN-CAP-ARREARS      TO MORLOANM-TREAT
             MOVE WS-MOR-INT              TO MORLOANM-QUEUED-INT

             EXEC SQL
                 INSERT INTO LOANMORA VALUES
                 (:MORLOANM-NO, :MORLOANM-START, :MORLOANM-END,
                  :MORLOANM-MONTHS, :MORLOANM-TREAT,
                  :MORLOANM-QUEUED-INT)
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  DISPLAY 'A3990 MORATORIA OF ',WS-MOR-MONTHS,
                     ' MONTHS RECORDED FOR LOAN ',LLOANM-NO,
                     ' (',WS-MOR-SHIFTED,' INSTALLMENTS SHIFTED)'
             WHEN OTHER
                  DISPLAY 'A3990 PARA WINDOW INSERT SQLCODE -',
                     SQLCODE
                  MOVE '0040'                       TO EREC-NO
                  MOVE '***UNABLE TO RECORD MORATORIA WINDOW***'
                                                    TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A3990-EXIT.
             EXIT.
       A3940-STORNO-PARA.
      *      REVERSAL OF A REPAYMENT POSTED TO THE WRONG LOAN OR
      *      WITH A WRONG AMOUNT: THE IDENTIFIED HISTORY ROW IS
      *      REVERSED WITH A CONTRA ENTRY (THE ORIGINAL ROW IS
      *      NEVER DELETED), THE OUTSTANDING IS RESTORED, THE
      *      ACCRUALS FROM THE REVERSAL DATE FORWARD ARE
      *      RECOMPUTED ON THE RESTORED DEBT, AND WHEN A TARGET
      *      LOAN IS SUPPLIED THE REPAYMENT IS RE-POSTED TO IT IN
      *      THE SAME UNIT OF WORK
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_ROI, LOANM_MAX_AMT,
                        LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-ROI, :LLOANM-MAX-AMT,
                        :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3940 PARA LOAN NOT FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0044'                        TO EREC-NO
                MOVE '***STORNO - LOAN NOT FOUND***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3940-EXIT
             END-IF

      *      THE ROW TO REVERSE MUST BE IDENTIFIED WITHOUT
      *      AMBIGUITY BY DATE AND AMOUNT
             MOVE LOANIN-STO-AMT         TO WS-STO-AMT
             INITIALIZE WS-STO-COUNT

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-STO-COUNT
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO     = :LLOANM-NO
                    AND RLOANRPH_DATE   = :LOANIN-STO-DATE
                    AND RLOANRPH_RP_AMT = :WS-STO-AMT
             END-EXEC

             IF SQLCODE NOT = 0
             OR WS-STO-COUNT NOT = 1
                DISPLAY 'A3940 PARA ROW NOT UNIQUE/FOUND -',
                   LOANIN-LLOANM-NO,' ',LOANIN-STO-DATE,
                   ' COUNT ',WS-STO-COUNT
                MOVE '0045'                        TO EREC-NO
                MOVE '***STORNO - REPAYMENT ROW NOT IDENTIFIED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3940-EXIT
             END-IF

             PERFORM A3320-GET-DATE-PARA
             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT

             COMPUTE WS-STO-RESTORED =
                WS-OUTSTANDING + WS-STO-AMT

      *      CONTRA ENTRY: NEGATIVE REPAYMENT, RESTORED RESIDUAL
             MOVE LLOANM-CAT             TO RLOANRPH-CAT
             MOVE LLOANM-NO              TO RLOANRPH-NO
             MOVE WS-CURR-DATE           TO RLOANRPH-DATE
             COMPUTE RLOANRPH-RP-AMT = ZERO - WS-STO-AMT
             MOVE WS-STO-RESTORED        TO RLOANRPH-OS-AMT

             EXEC SQL
                 INSERT INTO LOANRPHST VALUES
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3940 PARA CONTRA INSERT SQLCODE -',SQLCODE
                MOVE '0046'                        TO EREC-NO
                MOVE '***STORNO - CONTRA ENTRY FAILED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3940-EXIT
             END-IF

             PERFORM D7400-REVERSE-ALLOC-PARA
                THRU D7400-EXIT

      *      A LOAN THAT WAS CLOSED BY THE WRONG REPAYMENT COMES
      *      BACK OPEN
             IF LLOANM-ST = 'C'
                MOVE 'O'                 TO LLOANM-ST
                EXEC SQL
                    UPDATE LOANMSTR
                       SET LOANM_ST = :LLOANM-ST
                     WHERE LOANM_NO = :LLOANM-NO
                END-EXEC
                IF SQLCODE NOT = 0
                   DISPLAY 'A3940 PARA REOPEN SQLCODE -',SQLCODE
                ELSE
                   PERFORM D7600-CANCEL-RELEASE-PARA
                      THRU D7600-EXIT
                END-IF
             END-IF

             PERFORM A3945-RECOMP-ACCRUAL-PARA
                THRU A3945-EXIT

             IF LOANIN-STO-TARGET > ZERO
                PERFORM A3948-REPOST-TARGET-PARA
                   THRU A3948-EXIT
             END-IF.
       A3940-EXIT.
             EXIT.
       A3945-RECOMP-ACCRUAL-PARA.
      *      THE ACCRUALS POSTED FROM THE REVERSAL DATE FORWARD
      *      WERE COMPUTED ON THE WRONG RESIDUAL; EACH DAY IS
      *      RESTATED ON THE RESTORED DEBT AT THE LOAN RATE, WITH
      *      THE DAY'S FRACTION OF A YEAR UNDER THE CATEGORY
      *      DAY-COUNT CONVENTION, AS THE DAILY ACCRUAL POSTS IT
             INITIALIZE WS-STO-ACR-FLAG

             EXEC SQL
                 OPEN CUR-STOACR
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3945 PARA OPEN CUR-STOACR SQLCODE -',SQLCODE
                MOVE '0047'                       TO EREC-NO
                MOVE '***STORNO - ACCRUAL RESTATE FAILED***'
                                                  TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3945-EXIT
             END-IF

             PERFORM A3946-RESTATE-DAY-PARA
                THRU A3946-EXIT
                UNTIL END-OF-STOACR

             EXEC SQL
                 CLOSE CUR-STOACR
             END-EXEC.
       A3945-EXIT.
             EXIT.
       A3946-RESTATE-DAY-PARA.
             EXEC SQL
                 FETCH CUR-STOACR
                 INTO :WS-STO-ACR-DATE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-STOACR TO TRUE
                  GO TO A3946-EXIT
             WHEN OTHER
                  DISPLAY 'A3946 PARA FETCH SQLCODE -',SQLCODE
                  SET END-OF-STOACR TO TRUE
                  MOVE '0047'                       TO EREC-NO
                  MOVE '***STORNO - ACCRUAL RESTATE FAILED***'
                                                    TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
                  GO TO A3946-EXIT
             END-EVALUATE

             MOVE SPACES                  TO PGBDCCRC
             MOVE 'G'                     TO DCC-FUNZI
             MOVE LLOANM-CAT              TO DCC-CAT
             MOVE ZERO                    TO DCC-FROM-DATE
             COMPUTE DCC-TO-DATE = (WS-STO-ACR-CCYY * 10000) +
                                   (WS-STO-ACR-MM   *   100) +
                                    WS-STO-ACR-DD

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
                COMPUTE WS-STO-ACCRUAL ROUNDED =
                   WS-STO-RESTORED * LLOANM-ROI * DCC-YEAR-FRAC / 100
             ELSE
                COMPUTE WS-STO-ACCRUAL ROUNDED =
                   WS-STO-RESTORED * LLOANM-ROI / 36500
             END-IF

             EXEC SQL
                 UPDATE LOANACRH
                    SET ALOANACR_AMT = :WS-STO-ACCRUAL
                  WHERE ALOANACR_NO   = :LLOANM-NO
                    AND ALOANACR_DATE = :WS-STO-ACR-DATE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'A3946 PARA ACCRUAL RESTATE SQLCODE -',
                     SQLCODE
                  SET END-OF-STOACR TO TRUE
                  MOVE '0047'                       TO EREC-NO
                  MOVE '***STORNO - ACCRUAL RESTATE FAILED***'
                                                    TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       A3946-EXIT.
             EXIT.
       A3948-REPOST-TARGET-PARA.
      *      RE-POSTING TO THE CORRECT LOAN IN THE SAME UNIT OF
      *      WORK: EITHER BOTH SIDES OF THE CORRECTION LAND OR
      *      NEITHER DOES
             MOVE LOANIN-STO-TARGET      TO WS-STO-TARGET
                                            LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-MAX-AMT, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3948 PARA TARGET NOT OPEN/FOUND -',
                   LOANIN-STO-TARGET
                MOVE '0048'                        TO EREC-NO
                MOVE '***STORNO - TARGET LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3948-EXIT
             END-IF

             PERFORM A3520-FIND-OUTSTANDING-PARA
                THRU A3520-EXIT
             MOVE WS-OUTSTANDING         TO WS-STO-TGT-OUT

             MOVE LLOANM-CAT             TO RLOANRPH-CAT
             MOVE LLOANM-NO              TO RLOANRPH-NO
             MOVE WS-CURR-DATE           TO RLOANRPH-DATE
             MOVE WS-STO-AMT             TO RLOANRPH-RP-AMT

             IF WS-STO-AMT NOT < WS-STO-TGT-OUT
                MOVE ZERO                TO RLOANRPH-OS-AMT
             ELSE
                COMPUTE RLOANRPH-OS-AMT =
                   WS-STO-TGT-OUT - WS-STO-AMT
             END-IF

             EXEC SQL
                 INSERT INTO LOANRPHST VALUES
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3948 PARA REPOST INSERT SQLCODE -',SQLCODE
                MOVE '0049'                        TO EREC-NO
                MOVE '***STORNO - REPOST TO TARGET FAILED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3948-EXIT
             END-IF

             MOVE WS-STO-AMT             TO WS-ALC-PAY
             MOVE ZERO                   TO WS-ALC-CHG
             PERFORM D7300-ALLOCATE-REPAY-PARA
                THRU D7300-EXIT

             IF WS-STO-AMT NOT < WS-STO-TGT-OUT
                MOVE 'C'                 TO LLOANM-ST
                EXEC SQL
                    UPDATE LOANMSTR
                       SET LOANM_ST = :LLOANM-ST
                     WHERE LOANM_NO = :LLOANM-NO
                END-EXEC
                IF SQLCODE NOT = 0
                   DISPLAY 'A3948 PARA TARGET CLOSE SQLCODE -',
                      SQLCODE
                ELSE
                   PERFORM D7500-QUEUE-RELEASE-PARA
                      THRU D7500-EXIT
                END-IF
             END-IF.
       A3948-EXIT.
             EXIT.
       A3910-DISBURSE-PARA.
      *      PAYOUT OF AN OPEN LOAN TO ONE BENEFICIARY: THE IBAN IS
      *      VALIDATED IN FULL THROUGH NPW11P, THE VALUE DATE ROLLED
      *      TO A WORKING DAY, THE PAYMENT RECORDED ON LOANDISB AND
      *      SENT TO THE PAYMENTS HUB ON THE DDSCTOUT CREDIT-TRANSFER
      *      FILE. ONLY A CATEGORY ALLOWING TRANCHES (CONSTRUCTION
      *      MORTGAGES) PAYS OUT IN MORE THAN ONE TRANCHE, ONE PER
      *      WORK-PROGRESS MILESTONE, IN ORDER; EVERY TRANCHE MAY BE
      *      SPLIT OVER SEVERAL BENEFICIARIES (NOTARY, SELLER) AND
      *      THE TOTAL PAID NEVER EXCEEDS THE LOAN AMOUNT
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_MAX_AMT, LOANM_ST,
                        LOANM_CUST_NO
                   INTO :LLOANM-CAT, :LLOANM-MAX-AMT, :LLOANM-ST,
                        :LLOANM-CUST-NO
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3910 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0064'                        TO EREC-NO
                MOVE '***DISBURSEMENT - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3910-EXIT
             END-IF

      *      A LOAN WITHOUT A DISBURSEMENT STATUS WAS PAID OUT
      *      OUTSIDE THIS SYSTEM
             MOVE LLOANM-NO              TO FLOANPL-NO
             MOVE SPACE                  TO FLOANPL-DISB

             EXEC SQL
                 SELECT FLOANPL_DISB
                   INTO :FLOANPL-DISB
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR FLOANPL-DISB = SPACE OR 'F'
                DISPLAY 'A3910 PARA LOAN ALREADY PAID OUT -',
                   LOANIN-LLOANM-NO
                MOVE '0065'                        TO EREC-NO
                MOVE '***DISBURSEMENT - LOAN ALREADY PAID OUT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3910-EXIT
             END-IF

             IF LOANIN-LLOANM-MAX-AMT NOT NUMERIC
             OR LOANIN-LLOANM-MAX-AMT = ZERO
                DISPLAY 'A3910 PARA AMOUNT MISSING -',
                   LOANIN-LLOANM-NO
                MOVE '0066'                        TO EREC-NO
                MOVE '***DISBURSEMENT - AMOUNT REQUIRED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3910-EXIT
             END-IF
             MOVE LOANIN-LLOANM-MAX-AMT  TO WS-DSB-AMT

             MOVE SPACE                  TO WS-DSB-TRANCHES

             EXEC SQL
                 SELECT LOANCAT_TRANCHES
                   INTO :WS-DSB-TRANCHES
                   FROM LOANCAT_TABLE
                  WHERE LOANCAT_CODE = :LLOANM-CAT
             END-EXEC

             IF SQLCODE NOT = 0
                MOVE SPACE               TO WS-DSB-TRANCHES
             END-IF

             MOVE ZERO                   TO WS-DSB-PAID
                                            WS-DSB-LAST-TR
                                            WS-DSB-SEQ

             EXEC SQL
                 SELECT COALESCE(SUM(OLOANDSB_AMT), 0),
                        COALESCE(MAX(OLOANDSB_TRANCHE), 0),
                        COALESCE(MAX(OLOANDSB_SEQ), 0)
                   INTO :WS-DSB-PAID, :WS-DSB-LAST-TR, :WS-DSB-SEQ
                   FROM LOANDISB
                  WHERE OLOANDSB_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3910 PARA LOANDISB SQLCODE -',SQLCODE
                MOVE '0072'                        TO EREC-NO
                MOVE '***UNABLE TO RECORD DISBURSEMENT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3910-EXIT
             END-IF

      *      THE TRANCHE IS THE LAST ONE PAID (ANOTHER SPLIT OF IT)
      *      OR THE NEXT ONE; WITHOUT TRANCHES THERE IS ONLY THE 1ST
             MOVE LOANIN-LLOANM-TERM     TO WS-DSB-TRANCHE
             IF LOANIN-LLOANM-TERM NOT NUMERIC
             OR LOANIN-LLOANM-TERM = ZERO
                MOVE 1                   TO WS-DSB-TRANCHE
             END-IF

             IF (NOT CAT-ALLOWS-TRANCHES AND WS-DSB-TRANCHE > 1)
             OR WS-DSB-TRANCHE < WS-DSB-LAST-TR
             OR WS-DSB-TRANCHE > WS-DSB-LAST-TR + 1
                DISPLAY 'A3910 PARA TRANCHE NOT ALLOWED -',
                   LOANIN-LLOANM-NO,' TRANCHE ',WS-DSB-TRANCHE
                MOVE '0067'                        TO EREC-NO
                MOVE '***DISBURSEMENT - TRANCHE NOT ALLOWED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3910-EXIT
             END-IF

             IF WS-DSB-PAID + WS-DSB-AMT > LLOANM-MAX-AMT
                DISPLAY 'A3910 PARA EXCEEDS LOAN AMOUNT -',
                   LOANIN-LLOANM-NO,' PAID ',WS-DSB-PAID
                MOVE '0068'                        TO EREC-NO
                MOVE '***DISBURSEMENT - EXCEEDS LOAN AMOUNT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3910-EXIT
             END-IF

             PERFORM A3912-BENEFICIARY-PARA
                THRU A3912-EXIT
             IF WS-DSB-OK NOT = 'Y'
                GO TO A3910-EXIT
             END-IF

      *      NO PAYOUT WHILE A PARTY OF THE LOAN OR THE BENEFICIARY
      *      IS A CONFIRMED SANCTIONS/PEP HIT
             PERFORM C4300-CHECK-FREEZE-PARA
                THRU C4300-EXIT
             IF SANCTIONS-FROZEN
                DISPLAY 'A3910 PARA PAYOUT FROZEN, SANCTIONS HIT -',
                   LOANIN-LLOANM-NO
                MOVE '0096'                        TO EREC-NO
                MOVE '***DISBURSEMENT - FROZEN, SANCTIONS HIT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                ADD 1                    TO WS-SAN-FROZEN
                GO TO A3910-EXIT
             END-IF

             PERFORM A3914-VALUE-DATE-PARA
                THRU A3914-EXIT
             IF WS-DSB-OK NOT = 'Y'
                GO TO A3910-EXIT
             END-IF

             PERFORM A3916-RECORD-DISB-PARA
                THRU A3916-EXIT.
       A3910-EXIT.
             EXIT.
       A3912-BENEFICIARY-PARA.
      *      THE BENEFICIARY IS A REGISTERED CUSTOMER (THE BORROWER
      *      WHEN NONE IS GIVEN), PAID ON AN IBAN THAT PASSES THE
      *      FULL NPW11P CHECK
             MOVE 'N'                    TO WS-DSB-OK
             MOVE LOANIN-PARTY-ROLE      TO WS-DSB-ROLE
             IF WS-DSB-ROLE = SPACE
                MOVE 'B'                 TO WS-DSB-ROLE
             END-IF

             IF LOANIN-LLOANM-CUST-NO NOT NUMERIC
             OR LOANIN-LLOANM-CUST-NO = ZERO
                MOVE LLOANM-CUST-NO      TO ACN-CUSTM-NO
             ELSE
                MOVE LOANIN-LLOANM-CUST-NO TO ACN-CUSTM-NO
             END-IF

             EXEC SQL
                 SELECT CUSTM_NAME_FRSTNM, CUSTM_NAME_LASTNM
                   INTO :ACN-CUSTM-NAME-FRSTNM,
                        :ACN-CUSTM-NAME-LASTNM
                   FROM CUSTM_TABLE WHERE CUSTM_NO = :ACN-CUSTM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3912 PARA BENEFICIARY NOT FOUND -',
                   ACN-CUSTM-NO,' SQLCODE -',SQLCODE
                MOVE '0069'                        TO EREC-NO
                MOVE '***DISBURSEMENT - BENEFICIARY UNKNOWN***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3912-EXIT
             END-IF

             MOVE SPACES                 TO WS-DSB-NAME
             STRING ACN-CUSTM-NAME-FRSTNM DELIMITED BY '  '
                    ' '                  DELIMITED BY SIZE
                    ACN-CUSTM-NAME-LASTNM DELIMITED BY '  '
                    INTO WS-DSB-NAME

             MOVE SPACES                 TO NPW11RC
             SET W11-VAL-COMPLETA        TO TRUE
             MOVE LOANIN-DSB-IBAN        TO W11-IBAN

             MOVE 'NPW11P'               TO WS-ROUT-MODULE
             MOVE NPW11RC                TO WS-ROUT-NP0500
             MOVE NPG01RC                TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500         TO NPW11RC
             MOVE WS-ROUT-NPG01          TO NPG01RC

             IF W11-RCODE NOT = SPACES
                DISPLAY 'A3912 PARA IBAN REJECTED ',W11-RCODE,
                   ' LOAN ',LOANIN-LLOANM-NO
                MOVE '0070'                        TO EREC-NO
                MOVE '***DISBURSEMENT - INVALID IBAN***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3912-EXIT
             END-IF

             MOVE 'Y'                    TO WS-DSB-OK.
       A3912-EXIT.
             EXIT.
       A3914-VALUE-DATE-PARA.
      *      VALUE DATE OF THE PAYMENT: TODAY WHEN NOT GIVEN, NEVER
      *      IN THE PAST, ROLLED FORWARD TO A WORKING DAY OF THE
      *      NPW08P CALENDAR
             MOVE 'N'                    TO WS-DSB-OK
             PERFORM A3320-GET-DATE-PARA
             COMPUTE WS-DSB-TODAY = (WS-CURN-DATE-CCYY * 10000) +
                                    (WS-CURN-DATE-MM   *   100) +
                                     WS-CURN-DATE-DD

             IF LOANIN-DSB-VALUE-DATE = SPACES
                MOVE WS-CURR-DATE        TO WS-DSB-VALUE-DATE
             ELSE
                MOVE LOANIN-DSB-VALUE-DATE TO WS-DSB-VALUE-DATE
             END-IF

             IF WS-DSB-VALUE-MM   NOT NUMERIC
             OR WS-DSB-VALUE-DD   NOT NUMERIC
             OR WS-DSB-VALUE-CCYY NOT NUMERIC
                GO TO A3914-REJECT
             END-IF

             MOVE WS-DSB-VALUE-CCYY      TO WS-CAL-CCYY
             MOVE WS-DSB-VALUE-MM        TO WS-CAL-MM
             MOVE WS-DSB-VALUE-DD        TO WS-CAL-DD

             MOVE SPACES                 TO NPW08RC
             MOVE 10                     TO W08-RTIPO
             MOVE WS-CAL-DATE            TO W08-RDATA

             PERFORM C6000-CALL-NPW08P-PARA
                THRU C6000-EXIT

             IF W08-RCODE NOT = ZERO
             OR WS-CAL-DATE < WS-DSB-TODAY
                GO TO A3914-REJECT
             END-IF

             MOVE 04                     TO WS-CAL-STEP
             PERFORM B3160-ROLL-PARA
                THRU B3160-EXIT

             MOVE WS-CAL-MM              TO WS-DSB-VALUE-MM
             MOVE WS-CAL-DD              TO WS-DSB-VALUE-DD
             MOVE WS-CAL-CCYY            TO WS-DSB-VALUE-CCYY
             MOVE 'Y'                    TO WS-DSB-OK
             GO TO A3914-EXIT.
       A3914-REJECT.
             DISPLAY 'A3914 PARA INVALID VALUE DATE -',
                LOANIN-DSB-VALUE-DATE,' LOAN ',LOANIN-LLOANM-NO
             MOVE '0071'                           TO EREC-NO
             MOVE '***DISBURSEMENT - INVALID VALUE DATE***'
                                                   TO ERROR-MSG
             PERFORM W1000-WRITE-ERRFILE-PARA.
       A3914-EXIT.
             EXIT.
       A3916-RECORD-DISB-PARA.
      *      THE PAYMENT GOES ON LOANDISB AND ON THE CREDIT-TRANSFER
      *      FILE; THE LOAN IS FULLY DISBURSED ('F') WHEN THE
      *      PAYMENTS REACH ITS AMOUNT, PARTIALLY ('P') BEFORE
             ADD 1                       TO WS-DSB-SEQ
             PERFORM A3320-GET-DATE-PARA

             MOVE LLOANM-NO              TO OLOANDSB-NO
             MOVE WS-DSB-TRANCHE         TO OLOANDSB-TRANCHE
             MOVE WS-DSB-SEQ             TO OLOANDSB-SEQ
             MOVE ACN-CUSTM-NO           TO OLOANDSB-CUST
             MOVE WS-DSB-ROLE            TO OLOANDSB-ROLE
             MOVE LOANIN-DSB-IBAN        TO OLOANDSB-IBAN
             MOVE WS-DSB-AMT             TO OLOANDSB-AMT
             MOVE WS-DSB-VALUE-DATE      TO OLOANDSB-VALUE-DATE
             MOVE WS-CURR-DATE           TO OLOANDSB-BOOK-DATE

             EXEC SQL
                 INSERT INTO LOANDISB VALUES
                 (:OLOANDSB-NO, :OLOANDSB-TRANCHE, :OLOANDSB-SEQ,
                  :OLOANDSB-CUST, :OLOANDSB-ROLE, :OLOANDSB-IBAN,
                  :OLOANDSB-AMT, :OLOANDSB-VALUE-DATE,
                  :OLOANDSB-BOOK-DATE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3916 PARA LOANDISB INSERT SQLCODE -',
                   SQLCODE
                MOVE '0072'                        TO EREC-NO
                MOVE '***UNABLE TO RECORD DISBURSEMENT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3916-EXIT
             END-IF

             IF WS-DSB-PAID + WS-DSB-AMT = LLOANM-MAX-AMT
                MOVE 'F'                 TO FLOANPL-DISB
             ELSE
                MOVE 'P'                 TO FLOANPL-DISB
             END-IF

             EXEC SQL
                 UPDATE LOANPLAN
                    SET FLOANPL_DISB = :FLOANPL-DISB
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3916 PARA PLAN UPDATE SQLCODE -',SQLCODE
                MOVE '0072'                        TO EREC-NO
                MOVE '***UNABLE TO RECORD DISBURSEMENT***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF

             MOVE SPACES                 TO SCTOUT-RECORD
             MOVE LLOANM-NO              TO SCT-LOAN-NO
             MOVE WS-DSB-TRANCHE         TO SCT-TRANCHE
             MOVE WS-DSB-SEQ             TO SCT-SEQ
             MOVE LOANIN-DSB-IBAN        TO SCT-IBAN
             MOVE WS-DSB-NAME            TO SCT-NAME
             MOVE ACN-CUSTM-NO           TO SCT-CUST-NO
             MOVE WS-DSB-ROLE            TO SCT-ROLE
             MOVE WS-DSB-VALUE-DATE      TO SCT-VALUE-DATE
             MOVE WS-DSB-AMT             TO SCT-AMOUNT
             WRITE SCTOUT-RECORD

             IF WS-SCTOUT-FS NOT = '00'
                DISPLAY 'PGBPRTXN SCTOUT WRITE STATUS -',WS-SCTOUT-FS
             END-IF

      *      A SUBROGATED LOAN COMPLETES ITS PORTABILITY WHEN THE
      *      PREVIOUS BANK HAS BEEN PAID OFF IN FULL
             IF FLOANPL-DISB = 'F'
                PERFORM A3748-PORT-IN-SETTLE-PARA
                   THRU A3748-EXIT
             END-IF

             ADD 1                       TO WS-DSB-SENT
             ADD WS-DSB-AMT              TO WS-DSB-TOTAL
             DISPLAY 'A3916 LOAN ',LLOANM-NO,' TRANCHE ',
                WS-DSB-TRANCHE,' PAID ',WS-DSB-AMT,
                ' VALUE ',WS-DSB-VALUE-DATE.
       A3916-EXIT.
             EXIT.
       A3920-WITHDRAW-PARA.
      *      CONSUMER-CREDIT RIGHT OF WITHDRAWAL (RECESSO): ACCEPTED
      *      ONLY WITHIN THE STATUTORY WINDOW FROM THE ORIGINATION OF
      *      A LOAN GRANTED IN THIS SYSTEM. THE BORROWER OWES THE
      *      PRINCIPAL PAID OUT, THE INTEREST FROM EACH VALUE DATE TO
      *      TODAY AND THE CHARGES STILL DUE; THE ORIGINATION CHARGES
      *      ARE REVERSED ON THE LEDGER BY A NEGATIVE ROW OF THE DAY
      *      AND, WHEN ALREADY COLLECTED, REFUNDED. THE AMOUNT PAID
      *      (MAX-AMT) MUST COVER WHAT IS OWED. STATUS
      *      MOVES TO 'R' (EXCLUDED, LIKE ANY STATUS OTHER THAN 'O',
      *      BY THE DIRECT-DEBIT, DUNNING AND CREDIT-BUREAU FLOWS)
             MOVE LOANIN-LLOANM-NO       TO LLOANM-NO

             EXEC SQL
                 SELECT LOANM_CAT, LOANM_ROI, LOANM_ST
                   INTO :LLOANM-CAT, :LLOANM-ROI, :LLOANM-ST
                   FROM LOANMSTR WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR LLOANM-ST NOT = 'O'
                DISPLAY 'A3920 PARA LOAN NOT OPEN/FOUND -',
                   LOANIN-LLOANM-NO
                MOVE '0073'                        TO EREC-NO
                MOVE '***WITHDRAWAL - LOAN NOT AVAILABLE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3920-EXIT
             END-IF

      *      A LOAN WITHOUT A DISBURSEMENT STATUS WAS GRANTED OUTSIDE
      *      THIS SYSTEM AND HAS NO ORIGINATION DATE TO START FROM
             MOVE LLOANM-NO              TO FLOANPL-NO
             MOVE SPACE                  TO FLOANPL-DISB

             EXEC SQL
                 SELECT FLOANPL_DISB, FLOANPL_ORIG_DATE
                   INTO :FLOANPL-DISB, :FLOANPL-ORIG-DATE
                   FROM LOANPLAN
                  WHERE FLOANPL_NO = :FLOANPL-NO
             END-EXEC

             IF SQLCODE NOT = 0
             OR FLOANPL-DISB = SPACE
                DISPLAY 'A3920 PARA NO ORIGINATION ON FILE -',
                   LOANIN-LLOANM-NO
                MOVE '0074'                        TO EREC-NO
                MOVE '***WITHDRAWAL - OUTSIDE STATUTORY WINDOW***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3920-EXIT
             END-IF

             PERFORM A3320-GET-DATE-PARA
             COMPUTE WS-WDR-TODAY = (WS-CURN-DATE-CCYY * 10000) +
                                    (WS-CURN-DATE-MM   *   100) +
                                     WS-CURN-DATE-DD

      *      CALENDAR DAYS SINCE ORIGINATION (ACT/365 COUNTS THEM AS
      *      THEY ARE)
             MOVE FLOANPL-ORIG-DATE      TO WS-WDR-DATE
             MOVE SPACES                 TO PGBDCCRC
             MOVE 'P'                    TO DCC-FUNZI
             MOVE 'F'                    TO DCC-CONV
             COMPUTE DCC-FROM-DATE = (WS-WDR-CCYY * 10000) +
                                     (WS-WDR-MM   *   100) +
                                      WS-WDR-DD
             MOVE WS-WDR-TODAY           TO DCC-TO-DATE

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE NOT = SPACES
             OR DCC-DAYS > WS-WDR-WINDOW
                DISPLAY 'A3920 PARA WINDOW EXPIRED -',
                   LOANIN-LLOANM-NO,' ORIGINATED ',FLOANPL-ORIG-DATE
                MOVE '0074'                        TO EREC-NO
                MOVE '***WITHDRAWAL - OUTSIDE STATUTORY WINDOW***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3920-EXIT
             END-IF

             PERFORM A3922-AMOUNT-DUE-PARA
                THRU A3922-EXIT

             IF LOANIN-LLOANM-MAX-AMT < WS-WDR-DUE
                DISPLAY 'A3920 PARA AMOUNT DUE ',WS-WDR-DUE,
                   ' PAID ',LOANIN-LLOANM-MAX-AMT,
                   ' LOAN ',LOANIN-LLOANM-NO
                MOVE '0075'                        TO EREC-NO
                MOVE '***WITHDRAWAL - AMOUNT PAID BELOW AMOUNT DUE***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3920-EXIT
             END-IF

             MOVE 'R'                    TO LLOANM-ST

             EXEC SQL
                 UPDATE LOANMSTR
                    SET LOANM_ST = :LLOANM-ST
                  WHERE LOANM_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3920 PARA STATUS UPDATE SQLCODE -',SQLCODE
                MOVE '0076'                        TO EREC-NO
                MOVE '***WITHDRAWAL - STATUS UPDATE FAILED***'
                                                   TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
                GO TO A3920-EXIT
             END-IF

             PERFORM A3926-REVERSE-ORIG-PARA
                THRU A3926-EXIT

             IF WS-CHG-DUE > ZERO
                PERFORM D7200-COLLECT-CHARGES-PARA
                   THRU D7200-EXIT
             END-IF

             IF LOANIN-LLOANM-MAX-AMT > WS-WDR-DUE
                COMPUTE WS-PAY-AMT = LOANIN-LLOANM-MAX-AMT - WS-WDR-DUE
                MOVE ZERO                TO ACN-CUSTM-NO
                PERFORM C4300-CHECK-FREEZE-PARA
                   THRU C4300-EXIT
                IF SANCTIONS-FROZEN
                   DISPLAY 'A3920 PARA REFUND FROZEN, SANCTIONS HIT ',
                      WS-PAY-AMT,' LOAN ',LLOANM-NO
                   MOVE '0097'                     TO EREC-NO
                   MOVE '***WITHDRAWAL - REFUND FROZEN, SANCTIONS***'
                                                   TO ERROR-MSG
                   PERFORM W1000-WRITE-ERRFILE-PARA
                   ADD 1                 TO WS-SAN-FROZEN
                ELSE
                   DISPLAY 'A3920 PARA TO REFUND TO BORROWER ',
                      WS-PAY-AMT,' LOAN ',LLOANM-NO
                END-IF
             END-IF

      *      NOTHING PAID OUT AND NOTHING COLLECTED: NO MONEY MOVES
             IF WS-WDR-DUE = ZERO
                ADD 1                    TO WS-WDR-COUNT
                GO TO A3920-EXIT
             END-IF

             MOVE LLOANM-CAT             TO RLOANRPH-CAT
             MOVE LLOANM-NO              TO RLOANRPH-NO
             MOVE WS-CURR-DATE           TO RLOANRPH-DATE
             MOVE WS-WDR-DUE             TO RLOANRPH-RP-AMT
             MOVE ZERO                   TO RLOANRPH-OS-AMT

             EXEC SQL
                 INSERT INTO LOANRPHST VALUES
                 (:RLOANRPH-CAT, :RLOANRPH-NO, :RLOANRPH-DATE,
                  :RLOANRPH-RP-AMT, :RLOANRPH-OS-AMT)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3920 PARA HIST INSERT SQLCODE -',SQLCODE
             END-IF

             MOVE LLOANM-NO              TO RALOANRP-NO
             MOVE WS-CURR-DATE           TO RALOANRP-DATE
             MOVE WS-WDR-DUE             TO RALOANRP-RP-AMT
             MOVE WS-WDR-PRIN            TO RALOANRP-PRIN
             MOVE WS-WDR-INT             TO RALOANRP-INT
             COMPUTE RALOANRP-CHG = WS-CHG-DUE - WS-WDR-REFUND

             EXEC SQL
                 INSERT INTO LOANRPAL VALUES
                 (:RALOANRP-NO, :RALOANRP-DATE, :RALOANRP-RP-AMT,
                  :RALOANRP-PRIN, :RALOANRP-INT, :RALOANRP-CHG)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3920 PARA ALLOCATION SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF

             ADD 1                       TO WS-WDR-COUNT.
       A3920-EXIT.
             EXIT.
       A3922-AMOUNT-DUE-PARA.
      *      PRINCIPAL PAID OUT LESS WHAT WAS ALREADY REPAID, INTEREST
      *      ON EACH PAYMENT UNDER THE DAY COUNT OF THE CATEGORY,
      *      CHARGES OTHER THAN ORIGINATION STILL DUE, LESS THE
      *      ORIGINATION CHARGES ALREADY COLLECTED. A NEGATIVE AMOUNT
      *      IS OWED TO THE BORROWER
             MOVE ZERO                   TO WS-WDR-PAID-OUT
                                            WS-WDR-REPAID
                                            WS-WDR-INT
                                            WS-WDR-REFUND
                                            WS-CHG-DUE

             EXEC SQL
                 SELECT COALESCE(SUM(OLOANDSB_AMT), 0)
                   INTO :WS-WDR-PAID-OUT
                   FROM LOANDISB
                  WHERE OLOANDSB_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3922 PARA DISB SUM SQLCODE -',SQLCODE
             END-IF

             EXEC SQL
                 SELECT COALESCE(SUM(RLOANRPH_RP_AMT), 0)
                   INTO :WS-WDR-REPAID
                   FROM LOANRPHST
                  WHERE RLOANRPH_NO = :LLOANM-NO
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3922 PARA HIST SUM SQLCODE -',SQLCODE
             END-IF

             COMPUTE WS-WDR-PRIN = WS-WDR-PAID-OUT - WS-WDR-REPAID
             IF WS-WDR-PRIN < ZERO
                MOVE ZERO                TO WS-WDR-PRIN
             END-IF

             MOVE SPACE                  TO WS-WDR-FLAG

             EXEC SQL
                 OPEN CUR-WDRDSB
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3922 PARA OPEN SQLCODE -',SQLCODE
             ELSE
                PERFORM A3924-PAYMENT-INT-PARA
                   THRU A3924-EXIT
                   UNTIL END-OF-WDRDSB
                EXEC SQL
                    CLOSE CUR-WDRDSB
                END-EXEC
             END-IF

             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :WS-WDR-REFUND
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO    = :LLOANM-NO
                    AND JLOANCHG_EVENT = 'ORIG'
                    AND JLOANCHG_ST    = 'C'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3922 PARA REFUND SQLCODE -',SQLCODE
             END-IF

             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :WS-CHG-DUE
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO     = :LLOANM-NO
                    AND JLOANCHG_EVENT <> 'ORIG'
                    AND JLOANCHG_ST    IN ('O', 'B')
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3922 PARA CHARGES SQLCODE -',SQLCODE
             END-IF

             COMPUTE WS-WDR-DUE = WS-WDR-PRIN + WS-WDR-INT +
                                  WS-CHG-DUE  - WS-WDR-REFUND.
       A3922-EXIT.
             EXIT.
       A3924-PAYMENT-INT-PARA.
             EXEC SQL
                 FETCH CUR-WDRDSB
                  INTO :OLOANDSB-AMT, :OLOANDSB-VALUE-DATE
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-WDRDSB TO TRUE
                  GO TO A3924-EXIT
             WHEN OTHER
                  DISPLAY 'A3924 PARA FETCH SQLCODE -',SQLCODE
                  SET END-OF-WDRDSB TO TRUE
                  GO TO A3924-EXIT
             END-EVALUATE

             MOVE OLOANDSB-VALUE-DATE    TO WS-WDR-DATE
             MOVE SPACES                 TO PGBDCCRC
             MOVE 'P'                    TO DCC-FUNZI
             MOVE LLOANM-CAT             TO DCC-CAT
             COMPUTE DCC-FROM-DATE = (WS-WDR-CCYY * 10000) +
                                     (WS-WDR-MM   *   100) +
                                      WS-WDR-DD
             MOVE WS-WDR-TODAY           TO DCC-TO-DATE

      *      A VALUE DATE STILL AHEAD OF TODAY HAS ACCRUED NOTHING
             IF DCC-FROM-DATE NOT < DCC-TO-DATE
                GO TO A3924-EXIT
             END-IF

             CALL WS-DCC-MODULE USING PGBDCCRC

             IF DCC-RCODE = SPACES
                COMPUTE WS-WDR-INT ROUNDED = WS-WDR-INT +
                   OLOANDSB-AMT * LLOANM-ROI * DCC-YEAR-FRAC / 100
             ELSE
                DISPLAY 'A3924 PARA DAY COUNT RCODE ',DCC-RCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       A3924-EXIT.
             EXIT.
       A3926-REVERSE-ORIG-PARA.
      *      THE ORIGINATION CHARGES LEAVE THE LEDGER AS 'R'. THEIR
      *      FEE INCOME MAY ALREADY HAVE GONE TO A CLOSED PERIOD, SO
      *      A NEGATIVE ROW ('WDRW', ALSO 'R') DATED ON THE WITHDRAWAL
      *      TAKES IT BACK IN THE PERIOD OF THE WITHDRAWAL
             MOVE ZERO                   TO JLOANCHG-AMT

             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :JLOANCHG-AMT
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO    = :LLOANM-NO
                    AND JLOANCHG_EVENT = 'ORIG'
                    AND JLOANCHG_ST   <> 'R'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3926 PARA CHARGE SUM SQLCODE -',SQLCODE
                MOVE ZERO                TO JLOANCHG-AMT
             END-IF

             EXEC SQL
                 UPDATE LOANCHRG
                    SET JLOANCHG_ST = 'R'
                  WHERE JLOANCHG_NO    = :LLOANM-NO
                    AND JLOANCHG_EVENT = 'ORIG'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'A3926 PARA CHARGE REVERSAL SQLCODE -',SQLCODE
                GO TO A3926-EXIT
             END-IF

             IF JLOANCHG-AMT NOT > ZERO
                GO TO A3926-EXIT
             END-IF

             MOVE LLOANM-NO              TO JLOANCHG-NO
             MOVE LLOANM-CAT             TO JLOANCHG-CAT
             MOVE WS-CURR-DATE           TO JLOANCHG-DATE
             MOVE 'WDRW'                 TO JLOANCHG-EVENT
             COMPUTE JLOANCHG-AMT = ZERO - JLOANCHG-AMT
             MOVE 'R'                    TO JLOANCHG-ST
             MOVE ZERO                   TO JLOANCHG-COLL-SEQ

             EXEC SQL
                 INSERT INTO LOANCHRG VALUES
                 (:JLOANCHG-NO, :JLOANCHG-CAT, :JLOANCHG-DATE,
                  :JLOANCHG-EVENT, :JLOANCHG-AMT, :JLOANCHG-ST,
                  :JLOANCHG-COLL-SEQ)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'A3926 PARA REVERSAL ROW SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       A3926-EXIT.
             EXIT.
       A3930-PLACE-AGENCY-PARA.
      *      PLACEMENT WITH AN EXTERNAL COLLECTION AGENCY: THE
             END-IF.
       C5000-EXIT.
             EXIT.
       C6000-CALL-NPW08P-PARA.
      *      DATE ROUTINE NPW08P ON THE FUNCTION SET IN NPW08RC
             MOVE 'NPW08P'               TO WS-ROUT-MODULE
             MOVE NPW08RC                TO WS-ROUT-NP0500
             MOVE NPG01RC                TO WS-ROUT-NPG01
             CALL WS-ROUT-MODULE USING WS-ROUT-AREA
             MOVE WS-ROUT-NP0500         TO NPW08RC
             MOVE WS-ROUT-NPG01          TO NPG01RC.
       C6000-EXIT.
             EXIT.
       D5000-ADD-WOFF-PARA.
             INITIALIZE WS-WOF-TROV

       D6000-WRITE-JOURNAL-PARA.
             MOVE WS-RUN-ID              TO JRN-RUN-ID
             MOVE WS-COMMIT-POINT        TO JRN-COMMIT-PT

      *      LINK OF THE ROW IN THE 'JRN' CHAIN: FILE ORDER, NO
      *      DATABASE HEAD, SO A ROLLED-BACK UNIT OF WORK DOES NOT
      *      DISTURB IT
             MOVE SPACES                 TO NPX53RC
             MOVE 'HA'                   TO X53-FUNZI
             MOVE 'JRN'                  TO X53-TRACC
             MOVE 227                    TO X53-LUNGH
             MOVE JRNL-RECORD (1:227)    TO X53-IMMAG
             ADD 1                       TO WS-JRN-LAST-PROGR
             MOVE WS-JRN-LAST-PROGR      TO X53-PROGR
             MOVE WS-JRN-LAST-HASH       TO X53-HASH-PRE
             MOVE 'PGBPRTXN'             TO X53-PGMNM
             PERFORM D6100-CALL-CHAIN-PARA
                THRU D6100-EXIT
             MOVE X53-PROGR              TO JRN-CHN-PROGR
             MOVE X53-HASH               TO JRN-CHN-HASH
             MOVE X53-HASH               TO WS-JRN-LAST-HASH
             WRITE JRNL-RECORD

             IF WS-JRNL-FS NOT = '00'
             END-IF.
       D6000-EXIT.
             EXIT.
       D6100-CALL-CHAIN-PARA.
             MOVE 'NPX53P'               TO WS-ROUT-MODULE
             MOVE NPX53RC                TO WS-CHN-NP1000
             MOVE NPG01RC                TO WS-CHN-NPG01
             CALL WS-ROUT-MODULE USING WS-CHN-AREA
             MOVE WS-CHN-NP1000          TO NPX53RC
             MOVE WS-CHN-NPG01           TO NPG01RC

             IF X53-RCODE NOT = SPACES
                DISPLAY 'PGBPRTXN INTEGRITY CHAIN ',X53-TRACC,' ',
                   G01-LABEL,' ',G01-DESC1
             END-IF.
       D6100-EXIT.
             EXIT.
       D3000-COMMIT-POINT-PARA.
      *      COMMIT EVERY WS-COMMIT-INTERVAL PROCESSED TRANSACTIONS,
      *      SAVING THE POSITION OF BOTH INPUT FILES
             END-EVALUATE.
       R2000-EXIT.
             EXIT.
       D7000-POST-CHARGE-PARA.
      *      CHARGE OF A LOAN EVENT FROM THE FEE CATALOG; THE EVENT
      *      AND THE BASE AMOUNT ARE SET BY THE CALLER. AN EVENT
      *      WITHOUT A FEE IN FORCE COSTS NOTHING; A FAILED POSTING
      *      IS REPORTED BUT DOES NOT UNDO THE TRANSACTION
             MOVE 'P'                     TO CHG-FUNZI
             MOVE LLOANM-NO               TO CHG-LOAN-NO
             MOVE LLOANM-CAT              TO CHG-CAT
             PERFORM A3320-GET-DATE-PARA
             MOVE WS-CURR-DATE            TO CHG-DATE

             CALL WS-CHG-MODULE USING PGBCHGRC

             IF CHG-RCODE = 'DB' OR CHG-RCODE = 'LN'
                DISPLAY 'D7000 PARA CHARGE NOT POSTED -',
                   LLOANM-NO,' EVENT ',CHG-EVENT
                MOVE '0062'                          TO EREC-NO
                MOVE '***LOAN CHARGE NOT POSTED***'  TO ERROR-MSG
                PERFORM W1000-WRITE-ERRFILE-PARA
             END-IF.
       D7000-EXIT.
             EXIT.
       D7100-CHARGES-DUE-PARA.
      *      CHARGES OF THE LOAN NOT YET COLLECTED, WHETHER STILL
      *      OPEN OR ALREADY BILLED ON A DIRECT-DEBIT COLLECTION
             MOVE ZERO                    TO WS-CHG-DUE

             EXEC SQL
                 SELECT COALESCE(SUM(JLOANCHG_AMT), 0)
                   INTO :WS-CHG-DUE
                   FROM LOANCHRG
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND JLOANCHG_ST IN ('O', 'B')
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'D7100 PARA CHARGES SQLCODE -',SQLCODE
                MOVE ZERO                 TO WS-CHG-DUE
             END-IF.
       D7100-EXIT.
             EXIT.
       D7200-COLLECT-CHARGES-PARA.
             EXEC SQL
                 UPDATE LOANCHRG
                    SET JLOANCHG_ST = 'C'
                  WHERE JLOANCHG_NO = :LLOANM-NO
                    AND JLOANCHG_ST IN ('O', 'B')
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'D7200 PARA CHARGES UPDATE SQLCODE -',
                     SQLCODE
                  MOVE '0063'                       TO EREC-NO
                  MOVE '***UNABLE TO SETTLE LOAN CHARGES***'
                                                    TO ERROR-MSG
                  PERFORM W1000-WRITE-ERRFILE-PARA
             END-EVALUATE.
       D7200-EXIT.
             EXIT.
       D7300-ALLOCATE-REPAY-PARA.
      *      SPLIT OF A REPAYMENT ON THE PLAN IN FORCE WHEN IT IS
      *      POSTED: INSTALLMENTS DUE BY TODAY AND THE NEXT ONE ARE
      *      SETTLED IN ORDER, INTEREST BEFORE PRINCIPAL; WHAT IS LEFT
      *      REDUCES THE PRINCIPAL. THE CHARGES SETTLED WITH THE
      *      PAYMENT ARE KEPT APART. A FAILED INSERT IS REPORTED ONLY
             PERFORM A3320-GET-DATE-PARA
             COMPUTE WS-ALC-TODAY =
                (WS-CURN-DATE-CCYY * 10000) +
                (WS-CURN-DATE-MM * 100) +
                 WS-CURN-DATE-DD
             MOVE WS-ALC-PAY              TO WS-ALC-REST
             MOVE ZERO                    TO WS-ALC-PRIN
                                             WS-ALC-INT
             MOVE 'N'                     TO WS-ALC-NEXT-TAKEN
             MOVE SPACE                   TO WS-ALC-FLAG

             EXEC SQL
                 OPEN CUR-ALCINST
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'D7300 PARA OPEN SQLCODE -',SQLCODE
                GO TO D7300-EXIT
             END-IF

             PERFORM D7310-ALLOCATE-INST-PARA
                THRU D7310-EXIT
                UNTIL END-OF-ALCINST

             EXEC SQL
                 CLOSE CUR-ALCINST
             END-EXEC

             IF WS-ALC-REST > ZERO
                ADD WS-ALC-REST           TO WS-ALC-PRIN
             END-IF

             MOVE LLOANM-NO               TO RALOANRP-NO
             MOVE WS-CURR-DATE            TO RALOANRP-DATE
             MOVE WS-ALC-PAY              TO RALOANRP-RP-AMT
             MOVE WS-ALC-PRIN             TO RALOANRP-PRIN
             MOVE WS-ALC-INT              TO RALOANRP-INT
             MOVE WS-ALC-CHG              TO RALOANRP-CHG

             EXEC SQL
                 INSERT INTO LOANRPAL VALUES
                 (:RALOANRP-NO, :RALOANRP-DATE, :RALOANRP-RP-AMT,
                  :RALOANRP-PRIN, :RALOANRP-INT, :RALOANRP-CHG)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'D7300 PARA ALLOCATION SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       D7300-EXIT.
             EXIT.
       D7310-ALLOCATE-INST-PARA.
             EXEC SQL
                 FETCH CUR-ALCINST
                  INTO :SLOANSCH-DUE-DATE, :SLOANSCH-PRIN,
                       :SLOANSCH-INT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  SET END-OF-ALCINST TO TRUE
                  GO TO D7310-EXIT
             WHEN OTHER
                  DISPLAY 'D7310 PARA FETCH SQLCODE -',SQLCODE
                  SET END-OF-ALCINST TO TRUE
                  GO TO D7310-EXIT
             END-EVALUATE

             IF WS-ALC-REST NOT > ZERO
                SET END-OF-ALCINST TO TRUE
                GO TO D7310-EXIT
             END-IF

             MOVE SLOANSCH-DUE-DATE       TO WS-ALC-DUE-DATE
             COMPUTE WS-ALC-DUE-NUM =
                (WS-ALC-DUE-CCYY * 10000) +
                (WS-ALC-DUE-MM * 100) +
                 WS-ALC-DUE-DD

             IF WS-ALC-DUE-NUM > WS-ALC-TODAY
                IF WS-ALC-NEXT-TAKEN = 'Y'
                   SET END-OF-ALCINST TO TRUE
                   GO TO D7310-EXIT
                END-IF
                MOVE 'Y'                  TO WS-ALC-NEXT-TAKEN
             END-IF

             IF SLOANSCH-INT > WS-ALC-REST
                ADD WS-ALC-REST           TO WS-ALC-INT
                MOVE ZERO                 TO WS-ALC-REST
                GO TO D7310-EXIT
             END-IF
             ADD SLOANSCH-INT             TO WS-ALC-INT
             SUBTRACT SLOANSCH-INT      FROM WS-ALC-REST

             IF SLOANSCH-PRIN > WS-ALC-REST
                ADD WS-ALC-REST           TO WS-ALC-PRIN
                MOVE ZERO                 TO WS-ALC-REST
                GO TO D7310-EXIT
             END-IF
             ADD SLOANSCH-PRIN            TO WS-ALC-PRIN
             SUBTRACT SLOANSCH-PRIN     FROM WS-ALC-REST.
       D7310-EXIT.
             EXIT.
       D7400-REVERSE-ALLOC-PARA.
      *      A REVERSED REPAYMENT TAKES BACK ITS SPLIT WITH A NEGATIVE
      *      COPY DATED TODAY. PAYMENTS POSTED BEFORE THE SPLIT WAS
      *      KEPT HAVE NONE, WHICH IS NOT AN ERROR
             MOVE LLOANM-NO               TO RALOANRP-NO
             MOVE LOANIN-STO-DATE         TO RALOANRP-DATE
             MOVE WS-STO-AMT              TO RALOANRP-RP-AMT

             EXEC SQL
                 SELECT RALOANRP_PRIN, RALOANRP_INT, RALOANRP_CHG
                   INTO :RALOANRP-PRIN, :RALOANRP-INT, :RALOANRP-CHG
                   FROM LOANRPAL
                  WHERE RALOANRP_NO     = :RALOANRP-NO
                    AND RALOANRP_DATE   = :RALOANRP-DATE
                    AND RALOANRP_RP_AMT = :RALOANRP-RP-AMT
             END-EXEC

             EVALUATE TRUE
             WHEN SQLCODE = 0
                  CONTINUE
             WHEN SQLCODE = 100
                  GO TO D7400-EXIT
             WHEN OTHER
                  DISPLAY 'D7400 PARA ALLOCATION SQLCODE -',SQLCODE,
                     ' LOAN ',LLOANM-NO
                  GO TO D7400-EXIT
             END-EVALUATE

             PERFORM A3320-GET-DATE-PARA
             MOVE WS-CURR-DATE            TO RALOANRP-DATE
             COMPUTE RALOANRP-RP-AMT = ZERO - WS-STO-AMT
             COMPUTE RALOANRP-PRIN   = ZERO - RALOANRP-PRIN
             COMPUTE RALOANRP-INT    = ZERO - RALOANRP-INT
             COMPUTE RALOANRP-CHG    = ZERO - RALOANRP-CHG

             EXEC SQL
                 INSERT INTO LOANRPAL VALUES
                 (:RALOANRP-NO, :RALOANRP-DATE, :RALOANRP-RP-AMT,
                  :RALOANRP-PRIN, :RALOANRP-INT, :RALOANRP-CHG)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'D7400 PARA REVERSAL SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       D7400-EXIT.
             EXIT.
       D7500-QUEUE-RELEASE-PARA.
      *      A LOAN CLOSED BY ITS REPAYMENT OWES NOTHING MORE: THE
      *      RELEASE LETTER AND THE LIEN CANCELLATION ARE QUEUED ON
      *      LOANRLSE FOR PGBLNREL, WHICH SENDS THEM AND SETS THE
      *      STATUTORY DEADLINE. A FAILED INSERT IS REPORTED ONLY
             PERFORM A3320-GET-DATE-PARA
             MOVE LLOANM-NO               TO RLLOANRL-NO
             MOVE 'RLSE'                  TO RLLOANRL-TYPE
             MOVE ZERO                    TO RLLOANRL-SEQ
             MOVE WS-CURR-DATE            TO RLLOANRL-CLS-DATE
                                             RLLOANRL-DUE-DATE
                                             RLLOANRL-ST-DATE
             MOVE 'P'                     TO RLLOANRL-ST

             EXEC SQL
                 INSERT INTO LOANRLSE VALUES
                 (:RLLOANRL-NO, :RLLOANRL-TYPE, :RLLOANRL-SEQ,
                  :RLLOANRL-CLS-DATE, :RLLOANRL-DUE-DATE,
                  :RLLOANRL-ST, :RLLOANRL-ST-DATE)
             END-EXEC

             IF SQLCODE NOT = 0
                DISPLAY 'D7500 PARA RELEASE QUEUE SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF.
       D7500-EXIT.
             EXIT.
       D7600-CANCEL-RELEASE-PARA.
      *      A LOAN REOPENED BY A STORNO DROPS THE RELEASE NOT YET
      *      SENT; ONE ALREADY SENT IS LEFT FOR THE BRANCH TO RECALL
             PERFORM A3320-GET-DATE-PARA
             MOVE LLOANM-NO               TO RLLOANRL-NO
             MOVE WS-CURR-DATE            TO RLLOANRL-ST-DATE

             EXEC SQL
                 UPDATE LOANRLSE
                    SET RLLOANRL_ST      = 'X',
                        RLLOANRL_ST_DATE = :RLLOANRL-ST-DATE
                  WHERE RLLOANRL_NO = :RLLOANRL-NO
                    AND RLLOANRL_ST = 'P'
             END-EXEC

             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                DISPLAY 'D7600 PARA RELEASE CANCEL SQLCODE -',SQLCODE,
                   ' LOAN ',LLOANM-NO
             END-IF

             EXEC SQL
                 SELECT COUNT(*)
                   INTO :WS-REL-SENT
                   FROM LOANRLSE
                  WHERE RLLOANRL_NO = :RLLOANRL-NO
                    AND RLLOANRL_ST IN ('S', 'C')
             END-EXEC

             IF SQLCODE = 0
             AND WS-REL-SENT > ZERO
                DISPLAY 'D7600 PARA RELEASE ALREADY SENT - LOAN ',
                   LLOANM-NO
             END-IF.
       D7600-EXIT.
             EXIT.
       W1000-WRITE-ERRFILE-PARA.
             WRITE ERROR-REC.
       W1000-EXIT.
             EXIT.
       END PROGRAM PGBPRTXN.

