      ******************************************************************
      * DCLGEN TABLE(HR_DB.GARNHIST)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(GARNHIST))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GARNHIST TABLE
           ( ORDER_NO        CHAR(10)       NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             AUTHORITY       CHAR(8)        NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             GARN_AMOUNT     DECIMAL(9,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GARNHIST                           *
      *                                                                *
      * GARNISHMENT WITHHOLDING HISTORY - ONE ROW PER ORDER AND PAY    *
      * PERIOD, WRITTEN BY COBGARN FOR EVERY AMOUNT IT TOOK. COBGRNEX  *
      * REMITS THE PERIOD'S ROWS TO THE PAYEE AUTHORITIES. A COBGARN   *
      * RERUN PUTS THE PERIOD'S ROWS BACK ON THE ORDER BALANCES AND    *
      * DELETES THEM BEFORE TAKING AGAIN, SO THE RERUN CANNOT TAKE     *
      * TWICE.                                                         *
      ******************************************************************
       01  DCLGARNHIST.
           10 ORDER-NO             PIC X(10).
           10 PYEARMONTH           PIC X(6).
           10 EMPNO                PIC X(6).
           10 AUTHORITY            PIC X(8).
           10 CURRCODE             PIC X(3).
           10 GARN-AMOUNT          PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
