      ******************************************************************
      * INTCREC - ANNUAL INTEREST CERTIFICATE ARCHIVE RECORD. COBINTCT *
      *           WRITES THE CERTIFICATE LINE FOR LINE TO THE          *
      *           RETENTION FILE - THE CUSTOMER HEADING ('C': NAME,    *
      *           ADDRESS AND TAX RESIDENCY AS PRINTED), EACH ACCOUNT  *
      *           ('A') AND THE TOTAL FOR EACH CURRENCY ('T', ACC-NO   *
      *           SPACES) - SO A CERTIFICATE CAN BE REPRODUCED         *
      *           WITHOUT RERUNNING AGAINST LIVE TABLES, THE SAME      *
      *           PAIRING COBTAXCT KEEPS WITH TAXCREC.                 *
      ******************************************************************
       01  INTC-RECORD.
           05 INTC-CUST-NO           PIC X(10).
           05 INTC-YEAR              PIC X(4).
           05 INTC-LINE-TYPE         PIC X(1).
               88  INTC-IS-CUSTOMER             VALUE 'C'.
               88  INTC-IS-ACCOUNT              VALUE 'A'.
               88  INTC-IS-TOTAL                VALUE 'T'.
           05 INTC-DETAIL            PIC X(123).
           05 INTC-ACCOUNT-DETAIL REDEFINES INTC-DETAIL.
               10 INTC-ACC-NO        PIC X(10).
               10 INTC-CURRCODE      PIC X(3).
               10 INTC-ACC-STATUS    PIC X(1).
               10 INTC-MONTHS        PIC 9(2).
               10 INTC-INTEREST      PIC S9(9)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 INTC-TAXWHELD      PIC S9(9)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 FILLER             PIC X(83).
           05 INTC-CUSTOMER-DETAIL REDEFINES INTC-DETAIL.
               10 INTC-CUST-NAME     PIC X(30).
               10 INTC-ADDR1         PIC X(30).
               10 INTC-ADDR2         PIC X(30).
               10 INTC-ADDR3         PIC X(30).
               10 INTC-RESIDENCY     PIC X(3).
           05 INTC-RUN-DATE          PIC 9(6).
           05 INTC-RUN-TIME          PIC 9(8).
