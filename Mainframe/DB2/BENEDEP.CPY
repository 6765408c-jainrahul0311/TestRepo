      ******************************************************************
      * DCLGEN TABLE(HR_DB.BEN_ENROL_DEP)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(BENEDEP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BEN_ENROL_DEP TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             PLAN_CODE       CHAR(8)        NOT NULL,
             COV_START       DATE           NOT NULL,
             DEP_SEQ         SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BEN_ENROL_DEP                      *
      *                                                                *
      * THE DEPENDENTS (EMP_DEPENDENT.DEP_SEQ) COVERED BY ONE          *
      * BEN_ENROL ELECTION, KEYED BY THE ELECTION'S EMPNO, PLAN_CODE   *
      * AND COV_START. WRITTEN WITH THE ELECTION AND NEVER CHANGED -   *
      * A CHANGE OF DEPENDENTS IS A NEW LIFE-EVENT ELECTION.           *
      ******************************************************************
       01  DCLBEN-ENROL-DEP.
           10 EMPNO                PIC X(6).
           10 PLAN-CODE            PIC X(8).
           10 COV-START            PIC X(10).
           10 DEP-SEQ              PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
