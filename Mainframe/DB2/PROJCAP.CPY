      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJCAP)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROJCAP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PROJCAP TABLE
           ( PROJ_NO         CHAR(6)        NOT NULL,
             CAP_CLASS       CHAR(1)        NOT NULL,
             CAP_START       DATE           NOT NULL,
             CAP_STOP        DATE           NOT NULL,
             ASSET_ACCOUNT   CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROJCAP                            *
      *                                                                *
      * CAPITAL/OPERATING CLASSIFICATION, AT MOST ONE ROW PER PROJECT, *
      * KEPT BY APITPO37 CMD-10. CAP_CLASS 'C' IS A CAPITAL PROJECT    *
      * BUILDING AN INTERNAL ASSET: ITS LABOR FOR ANY MONTH THE        *
      * CAP_START - CAP_STOP WINDOW TOUCHES IS CAPITALIZED BY THE      *
      * MONTHLY COBPRJCP RUN TO ASSET_ACCOUNT (THE CONSTRUCTION-IN-    *
      * PROGRESS GL ACCOUNT) AND TAKEN BACK OUT OF THE OWNING          *
      * DEPARTMENT'S EXPENSE. CAP_STOP 9999-12-31 IS STILL OPEN.       *
      * 'O', OR NO ROW AT ALL, IS OPERATING WORK AND STAYS EXPENSED    *
      * AS COBPRJCB POSTED IT.                                         *
      ******************************************************************
       01  DCLPROJCAP.
           10 PROJ-NO              PIC X(6).
           10 CAP-CLASS            PIC X(1).
           10 CAP-START            PIC X(10).
           10 CAP-STOP             PIC X(10).
           10 ASSET-ACCOUNT        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
