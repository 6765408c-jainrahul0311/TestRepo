      ******************************************************************
      * DCLGEN TABLE(HR_DB.EXT_RANGE)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(EXTRANGE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EXT_RANGE TABLE
           ( LOC_CODE        CHAR(6)        NOT NULL,
             RANGE_FROM      CHAR(4)        NOT NULL,
             RANGE_TO        CHAR(4)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EXT_RANGE                          *
      *                                                                *
      * THE TELEPHONE EXTENSION NUMBER RANGES ISSUED TO EACH WORKLOC   *
      * SITE, RANGE_FROM TO RANGE_TO INCLUSIVE, ADDED BY APITPO45      *
      * COMMAND 5. A SITE MAY HOLD SEVERAL RANGES; NO TWO RANGES       *
      * OVERLAP. EVERY NUMBER IN A RANGE HAS ITS PHONE_EXT ROW.        *
      * COBEXTRC LISTS EMP.PHONENO VALUES OUTSIDE EVERY RANGE.         *
      ******************************************************************
       01  DCLEXT-RANGE.
           10 LOC-CODE             PIC X(6).
           10 RANGE-FROM           PIC X(4).
           10 RANGE-TO             PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
