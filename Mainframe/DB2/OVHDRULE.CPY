      ******************************************************************
      * DCLGEN TABLE(HR_DB.OVHD_RULE)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(OVHDRULE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE OVHD_RULE TABLE
           ( SUPPORT_DEPT    CHAR(3)        NOT NULL,
             RULE_SEQ        SMALLINT       NOT NULL,
             ALLOC_BASIS     CHAR(1)        NOT NULL,
             RECV_TYPE       CHAR(1)        NOT NULL,
             RECV_DEPT       CHAR(3)        NOT NULL,
             FIXED_PCT       DECIMAL(5,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE OVHD_RULE                          *
      *                                                                *
      * SHARED-SERVICE OVERHEAD ALLOCATION RULES FOR COBOVHAL - ONE    *
      * ROW PER RECEIVER OF A SUPPORT DEPARTMENT'S PAYROLL COST, ALL   *
      * ROWS OF A SUPPORT DEPARTMENT ON ONE BASIS:                     *
      *   ALLOC_BASIS 'H' = HEADCOUNT, 'F' = FTE, 'P' = PAYROLL COST   *
      *               OF THE RECEIVERS IN THE PERIOD, 'X' = FIXED_PCT  *
      *               PER RECEIVER (THE ROWS MUST ADD UP TO 100.00)    *
      *   RECV_TYPE   'D' = RECV_DEPT ITSELF, 'A' = EVERY OPERATING    *
      *               DEPARTMENT WHOSE ADMRDEPT IS RECV_DEPT (A FIXED  *
      *               PERCENTAGE IS SPREAD OVER THE FAMILY BY          *
      *               HEADCOUNT)                                       *
      * A RECEIVER MAY NOT BE A SUPPORT DEPARTMENT ITSELF NOR RECEIVE  *
      * TWICE FROM THE SAME SUPPORT DEPARTMENT.                        *
      ******************************************************************
       01  DCLOVHD-RULE.
           10 SUPPORT-DEPT         PIC X(3).
           10 RULE-SEQ             PIC S9(4)      USAGE COMP.
           10 ALLOC-BASIS          PIC X(1).
           10 RECV-TYPE            PIC X(1).
           10 RECV-DEPT            PIC X(3).
           10 FIXED-PCT            PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
