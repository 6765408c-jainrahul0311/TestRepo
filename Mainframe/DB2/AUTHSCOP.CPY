      ******************************************************************
      * DCLGEN TABLE(HR_DB.AUTH_ROLE_SCOPE)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(AUTHSCOP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE AUTH_ROLE_SCOPE TABLE
           ( ROLE            CHAR(8)        NOT NULL,
             ROLE_SCOPE      CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTH_ROLE_SCOPE                    *
      *                                                                *
      * ROLES WHOSE GRANT HOLDS ONLY WHILE THE OPERATOR STAYS WHERE   *
      * IT WAS APPROVED, ONE ROW PER ROLE, MAINTAINED BY APITPO36      *
      * COMMAND 8. ROLE_SCOPE 'D' = DEPARTMENT: WHEN THE OPERATOR'S    *
      * EMPLOYEE (OPERATOR_EMP) CHANGES WORKDEPT, COBACREV SUSPENDS    *
      * THE ROLE AND QUEUES IT ON AUTH_PENDGRT FOR RE-APPROVAL. A ROLE *
      * WITH NO ROW FOLLOWS THE OPERATOR WHEREVER THEY MOVE.           *
      ******************************************************************
       01  DCLAUTH-ROLE-SCOPE.
           10 ROLE                 PIC X(8).
           10 ROLE-SCOPE           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
