             MADE_DATE       DECIMAL(6,0)   NOT NULL,
             MADE_TIME       DECIMAL(8,0)   NOT NULL,
             PSTATUS         CHAR(1)        NOT NULL,
             CHECKER         CHAR(8),
             CTR_CUST_NO     CHAR(10)       NOT NULL WITH DEFAULT,
             CTR_ACC_NO      CHAR(10)       NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACC_PENDADJ                        *
      * A DIFFERENT OPERATOR APPROVES OR REJECTS THEM.                 *
      * PSTATUS: 'P' = PENDING, 'A' = APPROVED (POSTED), 'R' =         *
      * REJECTED.                                                      *
      * A QUEUED APIACC TRANSFER IS HELD AGAINST THE DEBIT ACCOUNT     *
      * (ADJ_AMOUNT NEGATIVE) WITH THE CREDIT ACCOUNT IN CTR_CUST_NO/  *
      * CTR_ACC_NO; BOTH ARE BLANK ON A PLAIN ADJUSTMENT.              *
      ******************************************************************
       01  DCLACC-PENDADJ.
           10 PEND-NO              PIC X(20).
           10 MADE-TIME            PIC S9(8) USAGE COMP-3.
           10 PSTATUS              PIC X(1).
           10 CHECKER              PIC X(8).
           10 CTR-CUST-NO          PIC X(10).
           10 CTR-ACC-NO           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
