      ******************************************************************
      * DCLGEN TABLE(HR_DB.OTRULE)                                     *
      *        LIBRARY(HR_DB.TEST.SOURCE(OTRULE))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE OTRULE TABLE
           ( JOB             CHAR(8)        NOT NULL,
             OT_ELIGIBLE     CHAR(1)        NOT NULL,
             WEEK_HOURS      DECIMAL(3,1)   NOT NULL,
             OT_MULT         DECIMAL(3,2)   NOT NULL,
             HOL_MULT        DECIMAL(3,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE OTRULE                             *
      *                                                                *
      * OVERTIME RULES PER JOB CODE (EMP.JOB). OT_ELIGIBLE 'Y' MARKS A *
      * NON-EXEMPT JOB WHOSE ACCEPTED TIMESHEET HOURS ABOVE THE        *
      * CONTRACTED WEEK_HOURS ARE PAID AS OVERTIME AT OT_MULT TIMES    *
      * THE HOURLY RATE; HOURS WORKED ON A HOLCAL HOLIDAY ARE PAID AT  *
      * HOL_MULT INSTEAD. A JOB WITH NO ROW, OR 'N', IS EXEMPT AND     *
      * EARNS NO OVERTIME. READ BY COBOTPAY.                           *
      ******************************************************************
       01  DCLOTRULE.
           10 JOB                  PIC X(8).
           10 OT-ELIGIBLE          PIC X(1).
           10 WEEK-HOURS           PIC S9(2)V9(1) USAGE COMP-3.
           10 OT-MULT              PIC S9(1)V9(2) USAGE COMP-3.
           10 HOL-MULT             PIC S9(1)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
