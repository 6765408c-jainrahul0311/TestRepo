      ******************************************************************
      * DCLGEN TABLE(HR_DB.DEPTHIST)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(DEPTHIST))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DEPTHIST TABLE
           ( DEPTNO          CHAR(3)        NOT NULL,
             EFF_FROM        DATE           NOT NULL,
             EFF_TO          DATE           NOT NULL,
             DEPTNAME        CHAR(36)       NOT NULL,
             MGRNO           CHAR(6)        NOT NULL,
             ADMRDEPT        CHAR(3)        NOT NULL,
             LOCATION        CHAR(16)       NOT NULL,
             LOC_CODE        CHAR(6)        NOT NULL,
             DEPT_STATUS     CHAR(1)        NOT NULL,
             CHG_PROGRAM     CHAR(8)        NOT NULL,
             CHG_OPID        CHAR(8)        NOT NULL,
             CHG_TS          TIMESTAMP      NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPTHIST                           *
      *                                                                *
      * EFFECTIVE-DATED VERSIONS OF EVERY DEPT ROW, WRITTEN BY THE     *
      * SHARED CPDEPHST PARAGRAPHS FROM EVERY PATH THAT CHANGES DEPT   *
      * (APITPO26, COBREORG). A VERSION HOLDS FROM EFF_FROM UP TO BUT  *
      * NOT INCLUDING EFF_TO; THE CURRENT VERSION HAS EFF_TO           *
      * 9999-12-31. THE FIRST CHANGE TO A DEPARTMENT FIRST RECORDS ITS *
      * PRIOR STATE FROM 0001-01-01, SO A DEPARTMENT WITH NO ROWS HERE *
      * HAS NEVER CHANGED. DEPT_STATUS 'A' ACTIVE, 'I' INACTIVATED     *
      * (THE DEPT ROW WAS REMOVED; THE LAST VALUES ARE CARRIED). NULL  *
      * MGRNO, LOCATION AND LOC_CODE ARE HELD AS SPACES. SEVERAL       *
      * CHANGES ON ONE DAY LEAVE EARLIER VERSIONS WITH EFF_FROM =      *
      * EFF_TO, WHICH NO AS-AT DATE SELECTS. KEY DEPTNO, EFF_FROM,     *
      * CHG_TS. READ BY COBDEPHI (AS-AT ORG CHART) AND COBDEPCH        *
      * (STRUCTURAL CHANGES BETWEEN TWO DATES).                        *
      ******************************************************************
       01  DCLDEPTHIST.
           10 DEPTNO               PIC X(3).
           10 EFF-FROM             PIC X(10).
           10 EFF-TO               PIC X(10).
           10 DEPTNAME             PIC X(36).
           10 MGRNO                PIC X(6).
           10 ADMRDEPT             PIC X(3).
           10 LOCATION             PIC X(16).
           10 LOC-CODE             PIC X(6).
           10 DEPT-STATUS          PIC X(1).
           10 CHG-PROGRAM          PIC X(8).
           10 CHG-OPID             PIC X(8).
           10 CHG-TS               PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
