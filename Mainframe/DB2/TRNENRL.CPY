      ******************************************************************
      * DCLGEN TABLE(HR_DB.TRAIN_ENROL)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(TRNENRL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TRAIN_ENROL TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             COURSE_CODE     CHAR(8)        NOT NULL,
             START_DATE      DATE           NOT NULL,
             ENROL_DATE      DATE           NOT NULL,
             ENROL_STATUS    CHAR(1)        NOT NULL,
             OUTCOME_DATE    DATE,
             CHARGE_DEPT     CHAR(3)        NOT NULL,
             COURSE_COST     DECIMAL(9,2)   NOT NULL,
             CERTEXP         DATE,
             ENROL_OPID      CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN_ENROL                        *
      *                                                                *
      * ONE ROW PER EMPLOYEE PER COURSE SITTING, WRITTEN BY APITPO46.  *
      * ENROL_STATUS 'E' IS BOOKED, THEN 'C' COMPLETED, 'F' FAILED OR  *
      * 'X' CANCELLED ON OUTCOME_DATE - A CLOSED ROW IS NEVER REOPENED *
      * OR DELETED, SO THE HISTORY STANDS. THE COST PER PLACE AND THE  *
      * EMPLOYEE'S DEPARTMENT ARE TAKEN AT BOOKING: COBTRNSP CHARGES   *
      * EVERY ROW BUT A CANCELLED ONE TO CHARGE_DEPT IN THE MONTH OF   *
      * START_DATE. CERTEXP IS THE EXPIRY A CERTIFYING COMPLETION      *
      * GAVE THE DEVELOPER SKILL. KEY EMPNO, COURSE_CODE, START_DATE.  *
      ******************************************************************
       01  DCLTRAIN-ENROL.
           10 EMPNO                PIC X(6).
           10 COURSE-CODE          PIC X(8).
           10 START-DATE           PIC X(10).
           10 ENROL-DATE           PIC X(10).
           10 ENROL-STATUS         PIC X(1).
           10 OUTCOME-DATE         PIC X(10).
           10 CHARGE-DEPT          PIC X(3).
           10 COURSE-COST          PIC S9(7)V9(2) USAGE COMP-3.
           10 CERTEXP              PIC X(10).
           10 ENROL-OPID           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
