      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_DEPENDENT)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPDEPN))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP_DEPENDENT TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             DEP_SEQ         SMALLINT       NOT NULL,
             DEP_NAME        CHAR(30)       NOT NULL,
             DEP_RELATION    CHAR(1)        NOT NULL,
             BIRTHDATE       DATE           NOT NULL,
             DEP_ADDED       DATE           NOT NULL,
             DEP_REMOVED     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP_DEPENDENT                      *
      *                                                                *
      * AN EMPLOYEE'S DEPENDENTS FOR BENEFIT COVER, KEPT BY APITPO48.  *
      * DEP_SEQ NUMBERS THEM FROM 1 PER EMPLOYEE. DEP_RELATION IS 'S'  *
      * (SPOUSE OR PARTNER) OR 'C' (CHILD). A DEPENDENT IS NEVER       *
      * DELETED: DEP_REMOVED IS SET, AND ONLY ONCE NO OPEN BEN_ENROL   *
      * STILL COVERS THEM.                                             *
      ******************************************************************
       01  DCLEMP-DEPENDENT.
           10 EMPNO                PIC X(6).
           10 DEP-SEQ              PIC S9(4) USAGE COMP.
           10 DEP-NAME             PIC X(30).
           10 DEP-RELATION         PIC X(1).
           10 BIRTHDATE            PIC X(10).
           10 DEP-ADDED            PIC X(10).
           10 DEP-REMOVED          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
