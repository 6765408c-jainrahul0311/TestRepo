      ******************************************************************
      * DCLGEN TABLE(HR_DB.TRAIN_COURSE)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(TRNCRS))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE TRAIN_COURSE TABLE
           ( COURSE_CODE     CHAR(8)        NOT NULL,
             COURSE_TITLE    CHAR(40)       NOT NULL,
             PROVIDER        CHAR(30)       NOT NULL,
             DURATION_DAYS   DECIMAL(5,1)   NOT NULL,
             COURSE_COST     DECIMAL(9,2)   NOT NULL,
             HARDWARE_ID     CHAR(10)       NOT NULL,
             SKILL_LEVEL     DECIMAL(9,2)   NOT NULL,
             CERT_MONTHS     SMALLINT       NOT NULL,
             COURSE_STATUS   CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN_COURSE                       *
      *                                                                *
      * THE TRAINING COURSE CATALOG, MAINTAINED THROUGH APITPO46. ONE  *
      * ROW PER COURSE WITH ITS PROVIDER, LENGTH IN DAYS AND COST PER  *
      * PLACE. HARDWARE_ID IS THE DEVELOPER SKILL THE COURSE BUILDS    *
      * (SPACES = NONE) AND SKILL_LEVEL THE LEVEL A PASS IS WORTH. A   *
      * COURSE WITH CERT_MONTHS ABOVE ZERO CERTIFIES: COMPLETING IT    *
      * RAISES THE DEVELOPER ROW TO SKILL_LEVEL AND SETS CERTEXP THAT  *
      * MANY MONTHS AFTER THE COMPLETION DATE. COURSE_STATUS 'A' IS    *
      * OPEN FOR ENROLMENT, 'R' RETIRED - A RETIRED COURSE IS KEPT FOR *
      * THE ENROLMENTS THAT NAME IT.                                   *
      ******************************************************************
       01  DCLTRAIN-COURSE.
           10 COURSE-CODE          PIC X(8).
           10 COURSE-TITLE         PIC X(40).
           10 PROVIDER             PIC X(30).
           10 DURATION-DAYS        PIC S9(4)V9(1) USAGE COMP-3.
           10 COURSE-COST          PIC S9(7)V9(2) USAGE COMP-3.
           10 HARDWARE-ID          PIC X(10).
           10 SKILL-LEVEL          PIC S9(7)V9(2) USAGE COMP-3.
           10 CERT-MONTHS          PIC S9(4) USAGE COMP.
           10 COURSE-STATUS        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
