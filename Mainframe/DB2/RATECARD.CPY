      ******************************************************************
      * DCLGEN TABLE(HR_DB.RATECARD)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(RATECARD))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RATECARD TABLE
           ( PROJ_NO         CHAR(6)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             JOB             CHAR(8)        NOT NULL,
             EFF_FROM        DATE           NOT NULL,
             EFF_TO          DATE           NOT NULL,
             BILL_RATE       DECIMAL(7,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RATECARD                           *
      *                                                                *
      * HOURLY CLIENT BILL RATES FOR A BILLABLE PROJECT (PROJBILL),    *
      * IN THE PROJECT'S BILL_CURR, KEPT BY APITPO37 CMD-06. A ROW     *
      * NAMES EITHER ONE EMPLOYEE (EMPNO, JOB SPACES) OR A JOB CODE    *
      * (JOB, EMPNO SPACES). THE RATE IS IN EFFECT FROM EFF_FROM TO    *
      * EFF_TO INCLUSIVE; '9999-12-31' IS OPEN-ENDED. A NEW RATE FOR   *
      * THE SAME PROJECT AND EMPLOYEE OR JOB CLOSES THE ONE BEFORE IT  *
      * THE DAY BEFORE IT STARTS. COBPRJIV PRICES A TIMESHEET WEEK AT  *
      * THE EMPLOYEE'S OWN RATE WHERE ONE IS IN EFFECT AT THE WEEK-    *
      * ENDING DATE, OTHERWISE AT THE RATE FOR THE EMPLOYEE'S CURRENT  *
      * EMP.JOB; A WEEK WITH NEITHER IS HELD OUT OF THE INVOICE.       *
      ******************************************************************
       01  DCLRATECARD.
           10 PROJ-NO              PIC X(6).
           10 EMPNO                PIC X(6).
           10 JOB                  PIC X(8).
           10 EFF-FROM             PIC X(10).
           10 EFF-TO               PIC X(10).
           10 BILL-RATE            PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
