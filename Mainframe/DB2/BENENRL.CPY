      ******************************************************************
      * DCLGEN TABLE(HR_DB.BEN_ENROL)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(BENENRL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BEN_ENROL TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             PLAN_CODE       CHAR(8)        NOT NULL,
             COV_START       DATE           NOT NULL,
             COV_END         DATE,
             COVER_TIER      CHAR(2)        NOT NULL,
             PLAN_TYPE       CHAR(3)        NOT NULL,
             EE_COST         DECIMAL(7,2)   NOT NULL,
             ER_COST         DECIMAL(7,2)   NOT NULL,
             ENROL_REASON    CHAR(1)        NOT NULL,
             EVENT_CODE      CHAR(8)        NOT NULL,
             END_REASON      CHAR(1)        NOT NULL,
             ENROL_DATE      DATE           NOT NULL,
             ENROL_OPID      CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BEN_ENROL                          *
      *                                                                *
      * ONE ROW PER BENEFIT ELECTION, WRITTEN BY APITPO48. THE PLAN,   *
      * TIER AND COSTS ARE THOSE IN FORCE ON COV_START; COV_END IS     *
      * NULL WHILE THE COVER STANDS. ENROL_REASON IS 'O' (OPEN         *
      * ENROLMENT) OR 'L' (LIFE EVENT, NAMED IN EVENT_CODE).           *
      * END_REASON IS ' ' WHILE OPEN, THEN 'C' (REPLACED BY A NEW      *
      * ELECTION OF THE SAME PLAN_TYPE), 'D' (DROPPED) OR 'S'          *
      * (SEPARATION - CPSEPRG ENDS THE COVER AT THE END OF THE         *
      * SEPARATION MONTH). EVERY ELECTION HAS A MATCHING DEDMAST ROW   *
      * (DEDTYPE = PLAN_CODE, DEDSTART = COV_START, DEDAMOUNT =        *
      * EE_COST) STARTED AND STOPPED WITH IT. THE DEPENDENTS COVERED   *
      * ARE ON BEN_ENROL_DEP.                                          *
      ******************************************************************
       01  DCLBEN-ENROL.
           10 EMPNO                PIC X(6).
           10 PLAN-CODE            PIC X(8).
           10 COV-START            PIC X(10).
           10 COV-END              PIC X(10).
           10 COVER-TIER           PIC X(2).
           10 PLAN-TYPE            PIC X(3).
           10 EE-COST              PIC S9(5)V9(2) USAGE COMP-3.
           10 ER-COST              PIC S9(5)V9(2) USAGE COMP-3.
           10 ENROL-REASON         PIC X(1).
           10 EVENT-CODE           PIC X(8).
           10 END-REASON           PIC X(1).
           10 ENROL-DATE           PIC X(10).
           10 ENROL-OPID           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
