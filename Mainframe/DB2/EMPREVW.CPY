      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_REVIEW)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(EMPREVW))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP_REVIEW TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             REV_YEAR        SMALLINT       NOT NULL,
             RATING          SMALLINT       NOT NULL,
             REVIEWER        CHAR(6)        NOT NULL,
             REVIEW_DATE     DATE,
             REV_STATUS      CHAR(1)        NOT NULL,
             CALIB_RATING    SMALLINT       NOT NULL,
             REV_OPID        CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP_REVIEW                         *
      *                                                                *
      * ONE ROW PER EMPLOYEE PER REVIEW_CYCLE YEAR, KEPT BY APITPO49.  *
      * REV_STATUS IS 'D' (DRAFT - THE REVIEWER MAY STILL CHANGE IT),  *
      * 'S' (SUBMITTED TO HR ON REVIEW_DATE) OR 'C' (CALIBRATED). ONLY *
      * THE MANAGER OF THE EMPLOYEE'S WORKDEPT, OR THE MANAGER OF THAT *
      * DEPARTMENT'S ADMRDEPT, MAY DRAFT OR SUBMIT; REVIEWER IS THEIR  *
      * EMPNO. REVIEW_DATE IS NULL UNTIL SUBMITTED. CALIB_RATING IS    *
      * ZERO UNTIL HR CALIBRATES, THEN THE RATING THAT STANDS - THE    *
      * ONE COBMERIT RULE CARDS SELECT ON. EVERY CHANGE IS ALSO ON     *
      * AUDITLOG. REV_OPID IS THE LAST OPERATOR TO TOUCH THE ROW.      *
      ******************************************************************
       01  DCLEMP-REVIEW.
           10 EMPNO                PIC X(6).
           10 REV-YEAR             PIC S9(4) USAGE COMP.
           10 RATING               PIC S9(4) USAGE COMP.
           10 REVIEWER             PIC X(6).
           10 REVIEW-DATE          PIC X(10).
           10 REV-STATUS           PIC X(1).
           10 CALIB-RATING         PIC S9(4) USAGE COMP.
           10 REV-OPID             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
