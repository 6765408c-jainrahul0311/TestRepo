      ******************************************************************
      * DCLGEN TABLE(HR_DB.LOANMAST)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(LOANMAST))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LOANMAST TABLE
           ( LOAN_NO         CHAR(10)       NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             LOAN_TYPE       CHAR(1)        NOT NULL,
             PRINCIPAL       DECIMAL(9,2)   NOT NULL,
             DISB_DATE       DATE           NOT NULL,
             INST_AMT        DECIMAL(9,2)   NOT NULL,
             INST_COUNT      SMALLINT       NOT NULL,
             INT_RATE        DECIMAL(5,4)   NOT NULL,
             BALANCE         DECIMAL(9,2)   NOT NULL,
             LN_STATUS       CHAR(1)        NOT NULL,
             LN_CLOSED       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANMAST                           *
      *                                                                *
      * EMPLOYEE SALARY ADVANCES AND COMPANY LOANS - ONE ROW PER LOAN  *
      * DISBURSED, KEPT APART FROM THE DEDMAST DEDUCTIONS SO THE       *
      * OUTSTANDING BALANCE IS ON FILE. LOAN_TYPE 'A' SALARY ADVANCE,  *
      * 'L' COMPANY LOAN. INST_AMT IS THE PER-PERIOD INSTALMENT; WHEN  *
      * THE LOAN IS AGREED AS A NUMBER OF INSTALMENTS, APITPO41 WORKS  *
      * INST_AMT OUT FROM INST_COUNT (ZERO WHEN AGREED AS AN AMOUNT).  *
      * INT_RATE IS THE ANNUAL RATE, ZERO = INTEREST FREE; COBLNREC    *
      * CHARGES A TWELFTH OF IT ON THE BALANCE EACH REGULAR PERIOD     *
      * AFTER THE DISBURSEMENT MONTH, THEN RECOVERS THE INSTALMENT,    *
      * NEVER TAKING PAY BELOW THE 'GARNFLR' PROTECTED NET.            *
      * LN_STATUS 'O' OPEN, 'C' CLEARED BY PAYROLL RECOVERY, 'S'       *
      * SETTLED OUT OF FINAL PAY BY COBFINPY, 'U' LEFT UNRECOVERED AT  *
      * SEPARATION (ON THE EXCEPTION LIST WITH THE BALANCE STILL       *
      * OWED). MAINTAINED BY APITPO41; A LOAN IS NEVER DELETED.        *
      ******************************************************************
       01  DCLLOANMAST.
           10 LOAN-NO              PIC X(10).
           10 EMPNO                PIC X(6).
           10 LOAN-TYPE            PIC X(1).
           10 PRINCIPAL            PIC S9(7)V9(2) USAGE COMP-3.
           10 DISB-DATE            PIC X(10).
           10 INST-AMT             PIC S9(7)V9(2) USAGE COMP-3.
           10 INST-COUNT           PIC S9(4)      USAGE COMP.
           10 INT-RATE             PIC S9(1)V9(4) USAGE COMP-3.
           10 BALANCE              PIC S9(7)V9(2) USAGE COMP-3.
           10 LN-STATUS            PIC X(1).
           10 LN-CLOSED            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
