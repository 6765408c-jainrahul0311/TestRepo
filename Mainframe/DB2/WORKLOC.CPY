      ******************************************************************
      * DCLGEN TABLE(HR_DB.WORKLOC)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(WORKLOC))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE WORKLOC TABLE
           ( LOC_CODE        CHAR(6)        NOT NULL,
             LOC_NAME        CHAR(30)       NOT NULL,
             LOC_ADDRESS     CHAR(60)       NOT NULL,
             COUNTRY         CHAR(3)        NOT NULL,
             REGION          CHAR(10)       NOT NULL,
             HOLCAL_ID       CHAR(6)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE WORKLOC                            *
      *                                                                *
      * WORK-LOCATION MASTER, ONE ROW PER SITE, KEPT BY APITPO45.      *
      * DEPT.LOC_CODE NAMES THE SITE A DEPARTMENT WORKS FROM AND       *
      * EMP.LOC_CODE, WHEN SET, OVERRIDES IT FOR ONE EMPLOYEE (NULL =  *
      * THE DEPARTMENT'S SITE). HOLCAL_ID NAMES THE HOLCAL CALENDAR    *
      * OBSERVED AT THE SITE - THE PROVINCE OR STATE WHERE TWO OFFICES *
      * SHARE A CURRENCY BUT NOT THEIR HOLIDAYS. SPACES MEANS THE SITE *
      * KEEPS THE SUBSIDIARY CALENDAR OF THE EMPLOYEE'S CURRENCY.      *
      * CPBDAYS COUNTS BUSINESS DAYS ON IT; COBLOCRP REPORTS EACH      *
      * SITE'S DEPARTMENTS AND ACTIVE HEADCOUNT.                       *
      ******************************************************************
       01  DCLWORKLOC.
           10 LOC-CODE             PIC X(6).
           10 LOC-NAME             PIC X(30).
           10 LOC-ADDRESS          PIC X(60).
           10 COUNTRY              PIC X(3).
           10 REGION               PIC X(10).
           10 HOLCAL-ID            PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
