      ******************************************************************
      * DCLGEN TABLE(HR_DB.AUTH_SOD_RULE)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(AUTHSOD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE AUTH_SOD_RULE TABLE
           ( RULE_ID         CHAR(6)        NOT NULL,
             PROGRAM_A       CHAR(9)        NOT NULL,
             CMD_A           DECIMAL(2,0)   NOT NULL,
             PROGRAM_B       CHAR(9)        NOT NULL,
             CMD_B           DECIMAL(2,0)   NOT NULL,
             RULE_DESC       CHAR(40)       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTH_SOD_RULE                      *
      *                                                                *
      * SEGREGATION-OF-DUTIES CONFLICT RULES, ONE ROW PER PAIR OF      *
      * PROGRAM/COMMAND COMBINATIONS THAT ONE OPID MUST NOT REACH      *
      * TOGETHER THROUGH ITS ROLES (OPERATOR_ROLE / AUTH_ROLE_CMD),    *
      * E.G. APIACC 2 (QUEUE AN ADJUSTMENT) WITH APIACC 5 (APPROVE     *
      * IT). MAINTAINED BY APITPO36 COMMAND 9. APITPO36 WILL NOT POST  *
      * A GRANT THAT BRINGS AN OPERATOR UNDER A RULE UNLESS THEY HOLD  *
      * A LIVE EXCEPTION FOR IT (AUTH_SOD_EXCP); COBSODRP LISTS EVERY  *
      * CONFLICT HELD.                                                 *
      ******************************************************************
       01  DCLAUTH-SOD-RULE.
           10 RULE-ID              PIC X(6).
           10 PROGRAM-A            PIC X(9).
           10 CMD-A                PIC S9(2)      USAGE COMP-3.
           10 PROGRAM-B            PIC X(9).
           10 CMD-B                PIC S9(2)      USAGE COMP-3.
           10 RULE-DESC            PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
