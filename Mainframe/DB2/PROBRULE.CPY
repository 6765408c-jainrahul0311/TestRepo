      ******************************************************************
      * DCLGEN TABLE(HR_DB.PROB_RULE)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(PROBRULE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PROB_RULE TABLE
           ( JOB_FAMILY      CHAR(10)       NOT NULL,
             PROB_MONTHS     SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PROB_RULE                          *
      *                                                                *
      * THE PROBATION PERIOD FOR EACH JOB FAMILY ON THE JOBCODE        *
      * MASTER, KEPT BY APITPO47. COBHIRLD READS IT AT HIRE TO SET THE *
      * EMP_PROBATION END DATE PROB_MONTHS AFTER HIREDATE. A FAMILY    *
      * WITH NO ROW, OR PROB_MONTHS OF ZERO, HIRES WITHOUT PROBATION.  *
      ******************************************************************
       01  DCLPROB-RULE.
           10 JOB-FAMILY           PIC X(10).
           10 PROB-MONTHS          PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
