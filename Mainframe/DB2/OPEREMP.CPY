      ******************************************************************
      * DCLGEN TABLE(HR_DB.OPERATOR_EMP)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(OPEREMP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE OPERATOR_EMP TABLE
           ( OPID            CHAR(8)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             ROLE_DEPT       CHAR(3)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE OPERATOR_EMP                       *
      *                                                                *
      * WHICH EMPLOYEE AN AUTHENTICATED OPERATOR (SQL AUTH ID) IS, ONE *
      * ROW PER OPID, MAINTAINED BY APITPO36 COMMAND 7. IT IS HOW AN   *
      * OPERATOR IS KNOWN AS THE MANAGER (DEPT.MGRNO) OF A DEPARTMENT, *
      * E.G. FOR THE COBCIO51 APPROVALS INBOX. AN OPERATOR WITH NO ROW *
      * MANAGES NO DEPARTMENT.                                         *
      * ROLE_DEPT IS THE WORKDEPT THE OPERATOR'S DEPARTMENT-SCOPED     *
      * ROLES (AUTH_ROLE_SCOPE) STAND APPROVED FOR: SET FROM EMP WHEN  *
      * THE LINK IS MADE AND MOVED ON BY COBACREV WHEN IT SUSPENDS     *
      * THOSE ROLES AFTER A TRANSFER. SPACES = NOT YET TAKEN.          *
      ******************************************************************
       01  DCLOPERATOR-EMP.
           10 OPID                 PIC X(8).
           10 EMPNO                PIC X(6).
           10 ROLE-DEPT            PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
