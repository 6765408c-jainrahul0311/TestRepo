      ******************************************************************
      * DCLGEN TABLE(HR_DB.MKT_SURVEY)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(MKTSURV))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE MKT_SURVEY TABLE
           ( SURVEY_NAME     CHAR(20)       NOT NULL,
             SYEAR           CHAR(4)        NOT NULL,
             JOB             CHAR(8)        NOT NULL,
             BENCH_JOB       CHAR(20)       NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             MKT_P25         DECIMAL(9,2)   NOT NULL,
             MKT_P50         DECIMAL(9,2)   NOT NULL,
             MKT_P75         DECIMAL(9,2)   NOT NULL,
             LOAD_DATE       DATE           NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE MKT_SURVEY                         *
      *                                                                *
      * THE MARKET PAY SURVEYS COMPENSATION BUYS EACH YEAR, LOADED BY  *
      * COBMKTLD - ONE ROW PER SURVEY, SURVEY YEAR AND JOB CODE, THE   *
      * SURVEY'S BENCHMARK JOB (BENCH_JOB) MATCHED TO OUR JOB. THE     *
      * PERCENTILES ARE ANNUAL BASE SALARY IN CURRCODE. EVERY YEAR IS  *
      * KEPT SO COBMKTPS CAN SET THE SALBAND STRUCTURE AGAINST THE     *
      * MARKET AND TREND THE MEDIAN FROM ONE SURVEY YEAR TO THE NEXT.  *
      ******************************************************************
       01  DCLMKT-SURVEY.
           10 SURVEY-NAME          PIC X(20).
           10 SYEAR                PIC X(4).
           10 JOB                  PIC X(8).
           10 BENCH-JOB            PIC X(20).
           10 CURRCODE             PIC X(3).
           10 MKT-P25              PIC S9(7)V9(2) USAGE COMP-3.
           10 MKT-P50              PIC S9(7)V9(2) USAGE COMP-3.
           10 MKT-P75              PIC S9(7)V9(2) USAGE COMP-3.
           10 LOAD-DATE            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
