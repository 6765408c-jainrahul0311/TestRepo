      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROJMILE)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROJMILE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PROJMILE TABLE
           ( PROJ_NO         CHAR(6)        NOT NULL,
             MILE_NO         SMALLINT       NOT NULL,
             MILE_NAME       CHAR(30)       NOT NULL,
             BASE_DATE       DATE           NOT NULL,
             FCST_DATE       DATE           NOT NULL,
             ACT_DATE        DATE                   ,
             OWNER           CHAR(6)        NOT NULL,
             FCST_COUNT      SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROJMILE                           *
      *                                                                *
      * PROJECT MILESTONES, KEYED PROJ_NO AND MILE_NO, KEPT BY THE     *
      * APITPO37 MILESTONE COMMANDS. BASE_DATE IS THE BASELINE DUE     *
      * DATE AGREED WHEN THE MILESTONE WAS ADDED AND NEVER CHANGES;    *
      * FCST_DATE STARTS EQUAL TO IT AND MOVES WITH EACH RE-FORECAST   *
      * (COUNTED IN FCST_COUNT, EACH ONE IMAGED TO AUDITLOG). ACT_DATE *
      * IS NULL UNTIL THE MILESTONE IS COMPLETED. OWNER IS THE EMPNO   *
      * ANSWERABLE FOR IT. COBMILSR REPORTS THE SLIP AGAINST BASELINE  *
      * MONTHLY, ROLLED UP BY CTRLPROJ FAMILY.                         *
      ******************************************************************
       01  DCLPROJMILE.
           10 PROJ-NO              PIC X(6).
           10 MILE-NO              PIC S9(4)      USAGE COMP.
           10 MILE-NAME            PIC X(30).
           10 BASE-DATE            PIC X(10).
           10 FCST-DATE            PIC X(10).
           10 ACT-DATE             PIC X(10).
           10 OWNER                PIC X(6).
           10 FCST-COUNT           PIC S9(4)      USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
