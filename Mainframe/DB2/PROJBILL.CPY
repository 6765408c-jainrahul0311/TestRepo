      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJBILL)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROJBILL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PROJBILL TABLE
           ( PROJ_NO         CHAR(6)        NOT NULL,
             CLIENT_NO       CHAR(10)       NOT NULL,
             CLIENT_NAME     CHAR(30)       NOT NULL,
             BILLABLE        CHAR(1)        NOT NULL,
             BILL_CURR       CHAR(3)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROJBILL                           *
      *                                                                *
      * CLIENT BILLING SET-UP, AT MOST ONE ROW PER PROJECT, KEPT BY    *
      * APITPO37 CMD-05. A PROJECT WITH NO ROW, OR WITH BILLABLE 'N',  *
      * IS INTERNAL WORK PRICED AT COST ONLY (COBPRJCS, COBPRJCB).     *
      * BILLABLE 'Y' SENDS ITS ACCEPTED TIMESHEET HOURS TO THE         *
      * MONTHLY COBPRJIV INVOICE RUN, PRICED FROM THE PROJECT'S        *
      * RATECARD AND INVOICED TO CLIENT_NO IN BILL_CURR.               *
      ******************************************************************
       01  DCLPROJBILL.
           10 PROJ-NO              PIC X(6).
           10 CLIENT-NO            PIC X(10).
           10 CLIENT-NAME          PIC X(30).
           10 BILLABLE             PIC X(1).
           10 BILL-CURR            PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
