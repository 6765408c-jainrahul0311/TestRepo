      ******************************************************************
      * DCLGEN TABLE(HR_DB.LEGAL_HOLD)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(LEGHOLD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LEGAL_HOLD TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             HOLD_REF        CHAR(20)       NOT NULL,
             HOLD_DATE       DATE           NOT NULL,
             HOLD_OPID       CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LEGAL_HOLD                         *
      *                                                                *
      * EMPLOYEES WHOSE RECORDS ARE UNDER A LEGAL HOLD (LITIGATION,    *
      * TRIBUNAL, REGULATOR), WITH THE CASE REFERENCE, THE DATE AND    *
      * THE OPERATOR WHO PLACED IT. WHILE AN EMPLOYEE HAS A ROW HERE   *
      * COBRETPG PURGES NONE OF THEIR ROWS, WHATEVER THE SCHEDULE      *
      * SAYS - AUTH_DENIAL ROWS COUNT AS THE EMPLOYEE'S THROUGH        *
      * OPERATOR_EMP. THE HOLD IS RELEASED BY DELETING THE ROW.        *
      ******************************************************************
       01  DCLLEGAL-HOLD.
           10 EMPNO                PIC X(6).
           10 HOLD-REF             PIC X(20).
           10 HOLD-DATE            PIC X(10).
           10 HOLD-OPID            PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
