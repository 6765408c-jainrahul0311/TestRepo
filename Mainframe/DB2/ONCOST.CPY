      ******************************************************************
      * DCLGEN TABLE(HR_DB.ONCOST)                                     *
      *        LIBRARY(HR_DB.TEST.SOURCE(ONCOST))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ONCOST TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             ONC_TYPE        CHAR(8)        NOT NULL,
             WORKDEPT        CHAR(3)        NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             BASE_PAY        DECIMAL(9,2)   NOT NULL,
             ONC_AMOUNT      DECIMAL(9,2)   NOT NULL,
             LIAB_ACCOUNT    CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ONCOST                             *
      *                                                                *
      * EMPLOYER ON-COST PER EMPLOYEE, PAY PERIOD AND CONTRIBUTION     *
      * TYPE, WRITTEN BY COBONCST FROM THE PAYROLL GROSS AND THE       *
      * ONCRATE RATE IN FORCE. BASE_PAY IS THE GROSS AFTER THE WAGE    *
      * CEILING. WORKDEPT AND LIAB_ACCOUNT ARE KEPT AS POSTED SO THE   *
      * PERIOD'S GL ENTRY CAN BE REBUILT FROM THIS TABLE ALONE. A      *
      * RERUN OF THE PERIOD REPLACES ITS ROWS IN FULL.                 *
      ******************************************************************
       01  DCLONCOST.
           10 EMPNO                PIC X(6).
           10 PYEARMONTH           PIC X(6).
           10 ONC-TYPE             PIC X(8).
           10 WORKDEPT             PIC X(3).
           10 CURRCODE             PIC X(3).
           10 BASE-PAY             PIC S9(7)V9(2) USAGE COMP-3.
           10 ONC-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
           10 LIAB-ACCOUNT         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
