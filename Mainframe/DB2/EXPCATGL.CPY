      ******************************************************************
      * DCLGEN TABLE(HR_DB.EXPCATGL)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(EXPCATGL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EXPCATGL TABLE
           ( CATEGORY        CHAR(4)        NOT NULL,
             CAT_DESC        CHAR(20)       NOT NULL,
             GL_ACCOUNT      CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EXPCATGL                           *
      *                                                                *
      * EXPENSE CATEGORIES AND THEIR GL EXPENSE ACCOUNTS - THE DEPTGL  *
      * CONVENTION APPLIED TO EXPENSE CLAIMS. APITPO40 ACCEPTS A CLAIM *
      * ONLY IN A CATEGORY ON THIS TABLE; COBEXPGL DEBITS EACH         *
      * CATEGORY'S GL_ACCOUNT WITH THE CLAIMS PAID IN THE PERIOD.      *
      ******************************************************************
       01  DCLEXPCATGL.
           10 CATEGORY             PIC X(4).
           10 CAT-DESC             PIC X(20).
           10 GL-ACCOUNT           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
