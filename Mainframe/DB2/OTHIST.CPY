      ******************************************************************
      * DCLGEN TABLE(HR_DB.OTHIST)                                     *
      *        LIBRARY(HR_DB.TEST.SOURCE(OTHIST))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE OTHIST TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             WEEKEND         DATE           NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             WORKED_HRS      DECIMAL(5,1)   NOT NULL,
             CONTRACT_HRS    DECIMAL(5,1)   NOT NULL,
             OT_HOURS        DECIMAL(5,1)   NOT NULL,
             HOL_HOURS       DECIMAL(5,1)   NOT NULL,
             HOURLY_RATE     DECIMAL(9,4)   NOT NULL,
             OT_AMOUNT       DECIMAL(9,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE OTHIST                             *
      *                                                                *
      * OVERTIME PAID, ONE ROW PER EMPLOYEE AND TIMESHEET WEEK, WRITTEN*
      * BY COBOTPAY FOR THE PAY PERIOD THE WEEK-ENDING DATE FALLS IN.  *
      * CONTRACT_HRS IS THE WEEK'S CONTRACTED HOURS LESS THE SHARE FOR *
      * WEEKDAY HOLIDAYS; HOL_HOURS ARE THE HOURS ABOVE IT UP TO THAT  *
      * SHARE, OT_HOURS THE REST. THE PERIOD'S TOTAL PER EMPLOYEE IS   *
      * PAYROLL.OTPAID. A RERUN OF THE PERIOD REPLACES ITS ROWS.       *
      ******************************************************************
       01  DCLOTHIST.
           10 EMPNO                PIC X(6).
           10 WEEKEND              PIC X(10).
           10 PYEARMONTH           PIC X(6).
           10 WORKED-HRS           PIC S9(4)V9(1) USAGE COMP-3.
           10 CONTRACT-HRS         PIC S9(4)V9(1) USAGE COMP-3.
           10 OT-HOURS             PIC S9(4)V9(1) USAGE COMP-3.
           10 HOL-HOURS            PIC S9(4)V9(1) USAGE COMP-3.
           10 HOURLY-RATE          PIC S9(5)V9(4) USAGE COMP-3.
           10 OT-AMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
