      ******************************************************************
      * DCLGEN TABLE(HR_DB.REVIEW_CYCLE)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(REVCYCLE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE REVIEW_CYCLE TABLE
           ( REV_YEAR        SMALLINT       NOT NULL,
             CYCLE_OPEN      DATE           NOT NULL,
             CYCLE_DUE       DATE           NOT NULL,
             TARGET_PCT1     SMALLINT       NOT NULL,
             TARGET_PCT2     SMALLINT       NOT NULL,
             TARGET_PCT3     SMALLINT       NOT NULL,
             TARGET_PCT4     SMALLINT       NOT NULL,
             TARGET_PCT5     SMALLINT       NOT NULL,
             CYCLE_OPID      CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE REVIEW_CYCLE                       *
      *                                                                *
      * ONE ROW PER ANNUAL PERFORMANCE REVIEW CYCLE, KEPT BY APITPO49. *
      * RATINGS RUN 1 (UNSATISFACTORY) TO 5 (EXCEPTIONAL). EMPLOYEES   *
      * HIRED ON OR BEFORE CYCLE_OPEN ARE DUE A REVIEW, SUBMITTED BY   *
      * CYCLE_DUE. TARGET_PCT1-5 IS THE COMPANY TARGET CURVE - THE     *
      * PERCENTAGE OF EMPLOYEES EXPECTED AT EACH RATING, ADDING TO     *
      * 100 - WHICH COBREVCL SETS EACH DEPARTMENT'S DISTRIBUTION       *
      * AGAINST. CYCLE_OPID IS THE LAST OPERATOR TO TOUCH THE ROW.     *
      ******************************************************************
       01  DCLREVIEW-CYCLE.
           10 REV-YEAR             PIC S9(4) USAGE COMP.
           10 CYCLE-OPEN           PIC X(10).
           10 CYCLE-DUE            PIC X(10).
           10 TARGET-PCT1          PIC S9(4) USAGE COMP.
           10 TARGET-PCT2          PIC S9(4) USAGE COMP.
           10 TARGET-PCT3          PIC S9(4) USAGE COMP.
           10 TARGET-PCT4          PIC S9(4) USAGE COMP.
           10 TARGET-PCT5          PIC S9(4) USAGE COMP.
           10 CYCLE-OPID           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
