      ******************************************************************
      * DCLGEN TABLE(HR_DB.RETAIN_SCHEDULE)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(RETSCHED))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE RETAIN_SCHEDULE TABLE
           ( RET_TABLE       CHAR(18)       NOT NULL,
             RET_DATE_COL    CHAR(18)       NOT NULL,
             RET_MONTHS      SMALLINT       NOT NULL,
             RET_ACTION      CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RETAIN_SCHEDULE                    *
      *                                                                *
      * THE RETENTION RULE FOR EACH LOG AND WORKFLOW TABLE, ONE ROW    *
      * PER TABLE, APPLIED BY COBRETPG AND PRINTED ON EVERY RUN OF IT  *
      * AS THE SCHEDULE IN FORCE. A ROW IS PURGED ONCE RET_DATE_COL IS *
      * MORE THAN RET_MONTHS MONTHS BEFORE THE RUN DATE. RET_ACTION    *
      * 'A' = ARCHIVE TO THE RETAREC FILE, THEN DELETE; 'D' = DELETE   *
      * ONLY. A TABLE WITH NO ROW HERE IS KEPT IN FULL. ROWS OF AN     *
      * EMPLOYEE ON LEGAL_HOLD ARE NEVER PURGED.                       *
      ******************************************************************
       01  DCLRETAIN-SCHEDULE.
           10 RET-TABLE            PIC X(18).
           10 RET-DATE-COL         PIC X(18).
           10 RET-MONTHS           PIC S9(4)      USAGE COMP.
           10 RET-ACTION           PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
