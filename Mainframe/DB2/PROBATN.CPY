      ******************************************************************
      * DCLGEN TABLE(HR_DB.EMP_PROBATION)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROBATN))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EMP_PROBATION TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             PROB_START      DATE           NOT NULL,
             ORIG_END_DATE   DATE           NOT NULL,
             PROB_END_DATE   DATE           NOT NULL,
             PROB_STATUS     CHAR(1)        NOT NULL,
             OUTCOME_DATE    DATE,
             EXTEND_COUNT    SMALLINT       NOT NULL,
             EXTEND_REASON   CHAR(40)       NOT NULL,
             PROB_OPID       CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EMP_PROBATION                      *
      *                                                                *
      * ONE ROW PER NEW HIRE ON PROBATION, WRITTEN BY COBHIRLD FROM    *
      * THE PROB_RULE PERIOD FOR THE JOB'S FAMILY. A REHIRE BRIDGED BY *
      * REHIRE_LINK IS EXEMPT AND GETS NO ROW. PROB_STATUS IS 'O'      *
      * (OPEN), 'C' (CONFIRMED) OR 'F' (FAILED - APITPO47 SEPARATES    *
      * THE EMPLOYEE THROUGH CPSEPRG). AN EXTENSION MOVES              *
      * PROB_END_DATE LATER, KEEPS ORIG_END_DATE, COUNTS ITSELF IN     *
      * EXTEND_COUNT AND HOLDS THE LATEST REASON IN EXTEND_REASON;     *
      * EVERY CHANGE IS ALSO ON AUDITLOG. PROB_OPID IS THE LAST        *
      * OPERATOR TO TOUCH THE ROW. COBPROBD LISTS OPEN ROWS DUE OR     *
      * OVERDUE BY DEPARTMENT MANAGER.                                 *
      ******************************************************************
       01  DCLEMP-PROBATION.
           10 EMPNO                PIC X(6).
           10 PROB-START           PIC X(10).
           10 ORIG-END-DATE        PIC X(10).
           10 PROB-END-DATE        PIC X(10).
           10 PROB-STATUS          PIC X(1).
           10 OUTCOME-DATE         PIC X(10).
           10 EXTEND-COUNT         PIC S9(4) USAGE COMP.
           10 EXTEND-REASON        PIC X(40).
           10 PROB-OPID            PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
