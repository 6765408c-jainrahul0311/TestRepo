      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJCAPH)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROJCAPH))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PROJCAPH TABLE
           ( PROJ_NO         CHAR(6)        NOT NULL,
             CAP_PERIOD      CHAR(6)        NOT NULL,
             LABOR_AMT       DECIMAL(11,2)  NOT NULL,
             CAP_AMT         DECIMAL(11,2)  NOT NULL,
             EXP_AMT         DECIMAL(11,2)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROJCAPH                           *
      *                                                                *
      * CAPITALIZATION HISTORY - ONE ROW PER CAPITAL PROJECT PER MONTH *
      * (YYYYMM), WRITTEN BY COBPRJCP: THE MONTH'S PRICED LABOR AND    *
      * ITS SPLIT INTO CAPITALIZED AND EXPENSED. THE SUM OF CAP_AMT UP *
      * TO A MONTH IS THE PROJECT'S CAPITALIZED-TO-DATE FIGURE FOR THE *
      * ASSET REGISTER. A RERUN OF A MONTH REPLACES THAT MONTH'S ROWS. *
      ******************************************************************
       01  DCLPROJCAPH.
           10 PROJ-NO              PIC X(6).
           10 CAP-PERIOD           PIC X(6).
           10 LABOR-AMT            PIC S9(9)V9(2) USAGE COMP-3.
           10 CAP-AMT              PIC S9(9)V9(2) USAGE COMP-3.
           10 EXP-AMT              PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
