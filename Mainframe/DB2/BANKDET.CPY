             BANKCODE        CHAR(4)        NOT NULL,
             ACCTNO          CHAR(12)       NOT NULL,
             EFFDATE         DATE           NOT NULL,
             PRENOTE         CHAR(1)        NOT NULL,
             DEST_TYPE       CHAR(1)        NOT NULL,
             CUST_NO         CHAR(10)       NOT NULL,
             ACC_NO          CHAR(10)       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BANKDET                            *
      *   'S' = TEST SENT - WAITING OUT THE BANK'S PRENOTE WINDOW      *
      *   'V' = VERIFIED - REAL MONEY MAY BE PAID TO THE ACCOUNT       *
      * COBBNKEX PAYS REAL DETAILS ONLY FROM THE LATEST VERIFIED ROW.  *
      * DEST_TYPE SAYS WHERE THE PAY GOES:                             *
      *   ' ' = AN EXTERNAL BANK - BANKCODE/ACCTNO, PAID ON THE FILES  *
      *   'I' = AN IN-HOUSE ACCOUNT - CUST_NO/ACC_NO ON ACCOUNT,       *
      *         CREDITED DIRECTLY BY COBBNKEX AS A SALARY CREDIT.      *
      * AN IN-HOUSE ROW IS CHECKED ON ENTRY (OPEN ACCOUNT, CUSTOMER    *
      * LINKED TO THE EMPLOYEE) AND NEEDS NO PRENOTE, SO IT IS KEYED   *
      * VERIFIED WITH BANKCODE/ACCTNO SPACES. CUST_NO/ACC_NO ARE       *
      * SPACES ON AN EXTERNAL ROW.                                     *
      ******************************************************************
       01  DCLBANKDET.
           10 EMPNO                PIC X(6).
           10 ACCTNO               PIC X(12).
           10 EFFDATE              PIC X(10).
           10 PRENOTE              PIC X(1).
           10 DEST-TYPE            PIC X(1).
           10 CUST-NO              PIC X(10).
           10 ACC-NO               PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
