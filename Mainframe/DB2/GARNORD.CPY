      ******************************************************************
      * DCLGEN TABLE(HR_DB.GARNORD)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(GARNORD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE GARNORD TABLE
           ( ORDER_NO        CHAR(10)       NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             ORDER_TYPE      CHAR(2)        NOT NULL,
             AUTHORITY       CHAR(8)        NOT NULL,
             ORD_PRIORITY    SMALLINT       NOT NULL,
             CAP_AMOUNT      DECIMAL(7,2)   NOT NULL,
             CAP_PCT         DECIMAL(5,4)   NOT NULL,
             TOTAL_OWED      DECIMAL(9,2)   NOT NULL,
             BALANCE         DECIMAL(9,2)   NOT NULL,
             ORD_STATUS      CHAR(1)        NOT NULL,
             ORD_START       DATE           NOT NULL,
             ORD_CLOSED      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE GARNORD                            *
      *                                                                *
      * COURT-ORDERED WAGE GARNISHMENTS - ONE ROW PER ORDER SERVED ON  *
      * AN EMPLOYEE, KEPT APART FROM THE VOLUNTARY DEDMAST ROWS.       *
      * ORDER_TYPE 'CS' CHILD SUPPORT, 'TL' TAX LEVY, 'CO' OTHER COURT *
      * ORDER, 'CR' CREDITOR ATTACHMENT. AUTHORITY IS THE PAYEE        *
      * AUTHORITY THE WITHHOLDING IS REMITTED TO. ORD_PRIORITY IS THE  *
      * LEGAL ORDER OF TAKING, 1 FIRST. EACH PERIOD COBGARN TAKES THE  *
      * BALANCE, LIMITED BY CAP_AMOUNT (ZERO = NO FLAT CAP) AND BY     *
      * CAP_PCT OF DISPOSABLE PAY (ZERO = NO PERCENTAGE CAP), AND      *
      * NEVER BELOW THE 'GARNFLR' PROTECTED NET ON HR_CONTROL.         *
      * ORD_STATUS 'O' OPEN, 'C' CLOSED WHEN THE BALANCE IS PAID OFF,  *
      * 'W' WITHDRAWN BY THE COURT. MAINTAINED BY APITPO39; AN ORDER   *
      * IS NEVER DELETED.                                              *
      ******************************************************************
       01  DCLGARNORD.
           10 ORDER-NO             PIC X(10).
           10 EMPNO                PIC X(6).
           10 ORDER-TYPE           PIC X(2).
           10 AUTHORITY            PIC X(8).
           10 ORD-PRIORITY         PIC S9(4)      USAGE COMP.
           10 CAP-AMOUNT           PIC S9(5)V9(2) USAGE COMP-3.
           10 CAP-PCT              PIC S9(1)V9(4) USAGE COMP-3.
           10 TOTAL-OWED           PIC S9(7)V9(2) USAGE COMP-3.
           10 BALANCE              PIC S9(7)V9(2) USAGE COMP-3.
           10 ORD-STATUS           PIC X(1).
           10 ORD-START            PIC X(10).
           10 ORD-CLOSED           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
