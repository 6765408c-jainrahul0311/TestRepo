      ******************************************************************
      * DCLGEN TABLE(HR_DB.ASSIGN_HIST)                                *
      *        LIBRARY(HR_DB.TEST.SOURCE(ASGNHIST))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ASSIGN_HIST TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             EFF_FROM        DATE           NOT NULL,
             EFF_TO          DATE           NOT NULL,
             WORKDEPT        CHAR(3)        NOT NULL,
             JOB             CHAR(8)        NOT NULL,
             CHG_SOURCE      CHAR(8)        NOT NULL,
             CHG_OPID        CHAR(8)        NOT NULL,
             CHG_TS          TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ASSIGN_HIST                        *
      *                                                                *
      * ONE ROW PER SPELL AN EMPLOYEE HELD ONE DEPARTMENT (WORKDEPT)   *
      * AND JOB, WRITTEN BY THE SHARED CPASGHST PARAGRAPHS FROM EVERY  *
      * PATH THAT SETS THEM (COBHIRLD, COBCIO26, COBPNDAP, COBREORG)   *
      * WITH THE EFFECTIVE DATE, SOURCE PROGRAM AND OPERATOR. A SPELL  *
      * HOLDS FROM EFF_FROM UP TO BUT NOT INCLUDING EFF_TO; THE OPEN   *
      * SPELL HAS EFF_TO 9999-12-31 UNTIL APITPO38 SEPARATES THE       *
      * EMPLOYEE, WHEN IT ENDS THE DAY AFTER SEPDATE - SO THE SPELL IN *
      * FORCE ON A DATE IS ALSO PROOF OF EMPLOYMENT ON IT. COBASGLD    *
      * LOADED THE OPENING SPELL OF EVERY EMPLOYEE FROM HIREDATE.      *
      * SEVERAL CHANGES ON ONE DAY LEAVE EARLIER SPELLS WITH EFF_FROM  *
      * = EFF_TO, WHICH NO AS-AT DATE SELECTS. KEY EMPNO, EFF_FROM,    *
      * CHG_TS.                                                        *
      ******************************************************************
       01  DCLASSIGN-HIST.
           10 EMPNO                PIC X(6).
           10 EFF-FROM             PIC X(10).
           10 EFF-TO               PIC X(10).
           10 WORKDEPT             PIC X(3).
           10 JOB                  PIC X(8).
           10 CHG-SOURCE           PIC X(8).
           10 CHG-OPID             PIC X(8).
           10 CHG-TS               PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
