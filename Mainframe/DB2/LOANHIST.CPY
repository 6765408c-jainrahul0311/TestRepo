      ******************************************************************
      * DCLGEN TABLE(HR_DB.LOANHIST)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(LOANHIST))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LOANHIST TABLE
           ( LOAN_NO         CHAR(10)       NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             TXN_TYPE        CHAR(1)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             TXN_AMT         DECIMAL(9,2)   NOT NULL,
             BAL_AFTER       DECIMAL(9,2)   NOT NULL,
             TXN_DATE        DATE           NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LOANHIST                           *
      *                                                                *
      * LOAN ACCOUNT HISTORY - ONE ROW PER LOAN, PAY PERIOD AND        *
      * MOVEMENT, THE SOURCE OF THE COBLNSTM STATEMENT OF ACCOUNT.     *
      * TXN_TYPE 'D' DISBURSEMENT (WRITTEN BY APITPO41 IN THE MONTH OF *
      * DISB_DATE), 'I' INTEREST CHARGED AND 'R' INSTALMENT RECOVERED  *
      * (COBLNREC), 'F' RECOVERED OUT OF FINAL PAY AND 'U' LEFT        *
      * UNRECOVERED AT SEPARATION (COBFINPY). TXN_AMT IS ALWAYS        *
      * POSITIVE; BAL_AFTER IS THE LOAN BALANCE ONCE THE MOVEMENT IS   *
      * APPLIED. A COBLNREC RERUN PUTS THE PERIOD'S 'I' AND 'R' ROWS   *
      * BACK ON THE BALANCES AND DELETES THEM BEFORE RECOVERING AGAIN. *
      ******************************************************************
       01  DCLLOANHIST.
           10 LOAN-NO              PIC X(10).
           10 PYEARMONTH           PIC X(6).
           10 TXN-TYPE             PIC X(1).
           10 EMPNO                PIC X(6).
           10 TXN-AMT              PIC S9(7)V9(2) USAGE COMP-3.
           10 BAL-AFTER            PIC S9(7)V9(2) USAGE COMP-3.
           10 TXN-DATE             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
