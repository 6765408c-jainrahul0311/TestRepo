      ******************************************************************
      * DCLGEN TABLE(HR_DB.LVLIAB)                                     *
      *        LIBRARY(HR_DB.TEST.SOURCE(LVLIAB))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LVLIAB TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             LIAB_MONTH      CHAR(6)        NOT NULL,
             WORKDEPT        CHAR(3)        NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             LEAVE_DAYS      SMALLINT       NOT NULL,
             DAILY_RATE      DECIMAL(7,2)   NOT NULL,
             LIAB_AMOUNT     DECIMAL(11,2)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LVLIAB                             *
      *                                                                *
      * MONTH-END LEAVE LIABILITY, ONE ROW PER ACTIVE EMPLOYEE AND     *
      * MONTH (YYYYMM), WRITTEN BY COBLVLIA. LEAVE_DAYS IS THE YEAR-   *
      * TO-DATE LEAVE BALANCE (LAVAILABLE LESS LTAKEN), DAILY_RATE THE *
      * ANNUAL SALARY AT THE CONTRACTED FTE OVER THE YEAR'S BUSINESS   *
      * DAYS ON THE SUBSIDIARY CALENDAR - THE COBFINPY CONVENTION -    *
      * AND LIAB_AMOUNT THEIR PRODUCT IN THE PAYING CURRENCY.          *
      * WORKDEPT IS KEPT AS VALUED SO THE NEXT MONTH'S MOVEMENT IS     *
      * TAKEN AGAINST THE DEPARTMENT THAT CARRIED IT. A RERUN OF THE   *
      * MONTH REPLACES ITS ROWS IN FULL.                               *
      ******************************************************************
       01  DCLLVLIAB.
           10 EMPNO                PIC X(6).
           10 LIAB-MONTH           PIC X(6).
           10 WORKDEPT             PIC X(3).
           10 CURRCODE             PIC X(3).
           10 LEAVE-DAYS           PIC S9(4)      USAGE COMP.
           10 DAILY-RATE           PIC S9(5)V9(2) USAGE COMP-3.
           10 LIAB-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
