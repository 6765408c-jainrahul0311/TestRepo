      ******************************************************************
      * DCLGEN TABLE(HR_DB.BEN_PLAN)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(BENPLAN))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BEN_PLAN TABLE
           ( PLAN_CODE       CHAR(8)        NOT NULL,
             COVER_TIER      CHAR(2)        NOT NULL,
             EFF_FROM        DATE           NOT NULL,
             EFF_TO          DATE,
             PLAN_TYPE       CHAR(3)        NOT NULL,
             PLAN_NAME       CHAR(30)       NOT NULL,
             CARRIER         CHAR(20)       NOT NULL,
             EE_COST         DECIMAL(7,2)   NOT NULL,
             ER_COST         DECIMAL(7,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BEN_PLAN                           *
      *                                                                *
      * THE BENEFIT PLAN RATE TABLE, KEPT BY APITPO48. ONE ROW PER     *
      * PLAN, COVERAGE TIER AND RATE PERIOD (EFF_FROM TO EFF_TO, NULL  *
      * = STILL IN FORCE); A NEW RATE CLOSES THE ONE BEFORE IT.        *
      * PLAN_TYPE IS 'MED' OR 'DEN' - AN EMPLOYEE HOLDS ONE PLAN OF    *
      * EACH TYPE AT A TIME. COVER_TIER IS 'EE' (EMPLOYEE ONLY), 'ES'  *
      * (WITH SPOUSE OR PARTNER), 'EC' (WITH CHILDREN) OR 'FA'         *
      * (FAMILY). EE_COST IS THE EMPLOYEE'S MONTHLY SHARE, TAKEN AS A  *
      * DEDMAST DEDUCTION WHOSE DEDTYPE IS THE PLAN_CODE; ER_COST IS   *
      * WHAT THE COMPANY PAYS ON TOP. THE CARRIER BILLS THE TWO        *
      * TOGETHER (COBBENRC).                                           *
      ******************************************************************
       01  DCLBEN-PLAN.
           10 PLAN-CODE            PIC X(8).
           10 COVER-TIER           PIC X(2).
           10 EFF-FROM             PIC X(10).
           10 EFF-TO               PIC X(10).
           10 PLAN-TYPE            PIC X(3).
           10 PLAN-NAME            PIC X(30).
           10 CARRIER              PIC X(20).
           10 EE-COST              PIC S9(5)V9(2) USAGE COMP-3.
           10 ER-COST              PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
