      ******************************************************************
      * DCLGEN TABLE(HR_DB.JOBCODE)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(JOBCODE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE JOBCODE TABLE
           ( JOB             CHAR(8)        NOT NULL,
             JOB_TITLE       CHAR(30)       NOT NULL,
             JOB_FAMILY      CHAR(10)       NOT NULL,
             GRADE           CHAR(3)        NOT NULL,
             EXEMPT          CHAR(1)        NOT NULL,
             ACTIVE          CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE JOBCODE                            *
      *                                                                *
      * THE JOB-CODE MASTER, ONE ROW PER CODE, KEPT BY APITPO44. EMP,  *
      * EMP_PENDCHG, POSREQ AND SALBAND JOB VALUES MUST NAME A ROW     *
      * HERE: COBCIO26, COBHIRLD, APITPO33, APITPO30, APITPO32 AND THE *
      * COBMERIT RULE CARDS ALL CHECK IT, AND A NEW ASSIGNMENT MUST    *
      * NAME AN ACTIVE ('Y') CODE. A RETIRED CODE IS SET ACTIVE 'N',   *
      * NEVER DELETED, SO PEOPLE STILL HOLDING IT STAY VALID. EXEMPT   *
      * IS 'E' (EXEMPT) OR 'N' (NON-EXEMPT). COBJOBCK LISTS JOB VALUES *
      * IN USE THAT HAVE NO ROW.                                       *
      ******************************************************************
       01  DCLJOBCODE.
           10 JOB                  PIC X(8).
           10 JOB-TITLE            PIC X(30).
           10 JOB-FAMILY           PIC X(10).
           10 GRADE                PIC X(3).
           10 EXEMPT               PIC X(1).
           10 ACTIVE               PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
