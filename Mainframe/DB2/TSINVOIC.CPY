      ******************************************************************
      * DCLGEN TABLE(HR_DB.TSINVOICE)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(TSINVOIC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TSINVOICE TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             PROJ_NO         CHAR(6)        NOT NULL,
             ACT_NO          DECIMAL(2,0)   NOT NULL,
             WEEKEND         DATE           NOT NULL,
             INV_NO          CHAR(14)       NOT NULL,
             INV_PERIOD      CHAR(6)        NOT NULL,
             CLIENT_NO       CHAR(10)       NOT NULL,
             TSHOURS         DECIMAL(3,0)   NOT NULL,
             BILL_RATE       DECIMAL(7,2)   NOT NULL,
             BILL_AMT        DECIMAL(11,2)  NOT NULL,
             COST_AMT        DECIMAL(11,2)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TSINVOICE                          *
      *                                                                *
      * REGISTER OF INVOICED TIMESHEET HOURS, WRITTEN BY COBPRJIV IN   *
      * THE SAME UNIT OF WORK AS THE INVOICE FILE. THE UNIQUE KEY IS   *
      * THE TIMESHEET ROW'S OWN (EMPNO, PROJ_NO, ACT_NO, WEEKEND), SO  *
      * A TIMESHEET WEEK CAN BE INVOICED ONCE ONLY, HOWEVER OFTEN THE  *
      * RUN IS REPEATED. INV_NO IS PROJ_NO, INV_PERIOD AND A TWO-      *
      * DIGIT SEQUENCE - THE FIRST RUN OF A PERIOD RAISES 01, A RERUN  *
      * THAT FINDS LATE-ACCEPTED HOURS RAISES 02, AND SO ON. BILL_AMT  *
      * IS IN PROJBILL.BILL_CURR; COST_AMT IS THE SAME HOURS AT COST   *
      * (SALARY OVER 2080 HOURS, AS COBPRJCS PRICES THEM) CONVERTED    *
      * INTO BILL_CURR, FOR THE MARGIN REPORT.                         *
      ******************************************************************
       01  DCLTSINVOICE.
           10 EMPNO                PIC X(6).
           10 PROJ-NO              PIC X(6).
           10 ACT-NO               PIC S9(2)      USAGE COMP-3.
           10 WEEKEND              PIC X(10).
           10 INV-NO               PIC X(14).
           10 INV-PERIOD           PIC X(6).
           10 CLIENT-NO            PIC X(10).
           10 TSHOURS              PIC S9(3)      USAGE COMP-3.
           10 BILL-RATE            PIC S9(5)V9(2) USAGE COMP-3.
           10 BILL-AMT             PIC S9(9)V9(2) USAGE COMP-3.
           10 COST-AMT             PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
