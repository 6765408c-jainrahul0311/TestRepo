      ******************************************************************
      * DCLGEN TABLE(HR_DB.FCAST_SCENARIO)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(FCASTSCN))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FCAST_SCENARIO TABLE
           ( SCENARIO        CHAR(8)        NOT NULL,
             DEPTNO          CHAR(3)        NOT NULL,
             FC_MONTH        CHAR(6)        NOT NULL,
             START_MONTH     CHAR(6)        NOT NULL,
             BASE_CURR       CHAR(3)        NOT NULL,
             HEADCOUNT       DECIMAL(7,1)   NOT NULL,
             PAYROLL_COST    DECIMAL(11,2)  NOT NULL,
             MERIT_PCT       DECIMAL(4,2)   NOT NULL,
             MERIT_MONTH     CHAR(2)        NOT NULL,
             ATTR_PCT        DECIMAL(5,1)   NOT NULL,
             RUN_DATE        DATE           NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FCAST_SCENARIO                     *
      *                                                                *
      * THE 12-MONTH HEADCOUNT AND PAYROLL COST FORECAST COBFCAST      *
      * STORES UNDER THE SCENARIO NAME ON ITS CONTROL CARD - ONE ROW   *
      * PER DEPARTMENT PER FORECAST MONTH (FC_MONTH, YYYYMM), WITH THE *
      * ASSUMPTIONS THE RUN USED. A RERUN OF A SCENARIO REPLACES ALL   *
      * OF ITS ROWS, SO FINANCE CAN KEEP SEVERAL NAMED FORECASTS AND   *
      * HAVE COBFCAST SET A NEW ONE AGAINST ANY OF THEM. HEADCOUNT IS  *
      * THE EXPECTED HEADCOUNT AFTER ATTRITION, SO IT CARRIES A        *
      * DECIMAL; PAYROLL_COST IS THE MONTH'S COST IN BASE_CURR.        *
      * ATTR_PCT IS THE ANNUAL ATTRITION RATE APPLIED TO THE           *
      * DEPARTMENT.                                                    *
      ******************************************************************
       01  DCLFCAST-SCENARIO.
           10 SCENARIO             PIC X(8).
           10 DEPTNO               PIC X(3).
           10 FC-MONTH             PIC X(6).
           10 START-MONTH          PIC X(6).
           10 BASE-CURR            PIC X(3).
           10 HEADCOUNT            PIC S9(6)V9(1) USAGE COMP-3.
           10 PAYROLL-COST         PIC S9(9)V9(2) USAGE COMP-3.
           10 MERIT-PCT            PIC S9(2)V9(2) USAGE COMP-3.
           10 MERIT-MONTH          PIC X(2).
           10 ATTR-PCT             PIC S9(4)V9(1) USAGE COMP-3.
           10 RUN-DATE             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
