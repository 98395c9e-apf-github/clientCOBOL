      ******************************************************************
      * DSCPURP: PURPOSE CODES OF THE CUSTOMER-DATA DISCLOSURES ON     *
      *          THE CUSTDSCL REGISTER, WITH THE PURPOSE AND LEGAL     *
      *          BASIS PRINTED BY THE INQUIRY AND THE SUBJECT-ACCESS   *
      *          DOSSIER.                                              *
      ******************************************************************
       01  DSP-PURPOSES.
           05  FILLER        PIC X(60) VALUE
               'COLLDEBT COLLECTION - CONTRACT AND LEGITIMATE INTEREST'.
           05  FILLER        PIC X(60) VALUE
               'CESSASSIGNMENT OF RECEIVABLES - ART. 58 TUB, L. 130/99'.
           05  FILLER        PIC X(60) VALUE
               'CRSGCENTRALE DEI RISCHI - LEGAL OBLIGATION'.
           05  FILLER        PIC X(60) VALUE
               'RISKRISK DATA WAREHOUSE - PRUDENTIAL RISK REPORTING'.
           05  FILLER        PIC X(60) VALUE
               'TESTTEST REGION - MASKED COPY FOR SOFTWARE TESTING'.
           05  FILLER        PIC X(60) VALUE
               'SICRCREDIT BUREAU (SIC) - SIC CODE OF CONDUCT'.
           05  FILLER        PIC X(60) VALUE
               'ANAGTAX REGISTRY OF RELATIONSHIPS - LEGAL OBLIGATION'.
       01  DSP-PURPOSES-R REDEFINES DSP-PURPOSES.
           05  DSP-ELE       OCCURS 7.
               10  DSP-CODE  PIC X(04).
               10  DSP-DESC  PIC X(56).
       01  DSP-NR            PIC 9(02) VALUE 7.
