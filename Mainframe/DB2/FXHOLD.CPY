      ******************************************************************
      * DCLGEN TABLE(HR_DB.EXCHRATE_HOLD)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(FXHOLD))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EXCHRATE_HOLD TABLE
           ( FROMCURR        CHAR(3)        NOT NULL,
             TOCURR          CHAR(3)        NOT NULL,
             EFFDATE         DATE           NOT NULL,
             EXRATE          DECIMAL(9,6)   NOT NULL,
             PRIOR_EFFDATE   DATE           NOT NULL,
             PRIOR_RATE      DECIMAL(9,6)   NOT NULL,
             MOVE_PCT        DECIMAL(7,2)   NOT NULL,
             HSTATUS         CHAR(1)        NOT NULL,
             LOAD_DATE       DATE           NOT NULL,
             DECIDED_BY      CHAR(8)        NOT NULL,
             DECIDED_DATE    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EXCHRATE_HOLD                      *
      *                                                                *
      * TREASURY RATES COBFXLD WOULD NOT LOAD UNSEEN, ONE ROW PER PAIR *
      * AND EFFECTIVE DATE: THE RATE MOVED MORE THAN THE HR_CONTROL    *
      * 'FXTOLPCT' TOLERANCE FROM THE PRIOR EFFECTIVE RATE FOR THE     *
      * PAIR (PRIOR_EFFDATE/PRIOR_RATE, MOVE_PCT THE ABSOLUTE MOVE IN  *
      * PERCENT). HSTATUS:                                             *
      *   'P' = PENDING A TREASURY CONFIRMATION (APITPO24 COMMAND 5    *
      *         CONFIRMS AND LOADS IT TO EXCHRATE, COMMAND 6 REJECTS)  *
      *   'C' = CONFIRMED AND LOADED                                   *
      *   'R' = REJECTED - TREASURY SENDS A CORRECTED RATE             *
      * DECIDED_BY IS SPACES UNTIL THE DECISION. A PENDING HOLD IS NOT *
      * A RATE: EVERY JOB KEEPS USING THE PRIOR ONE UNTIL IT CLEARS,   *
      * AND COBFXGAP REPORTS THE PAIR AS HAVING NO RATE FOR TODAY.     *
      ******************************************************************
       01  DCLEXCHRATE-HOLD.
           10 FROMCURR             PIC X(3).
           10 TOCURR               PIC X(3).
           10 EFFDATE              PIC X(10).
           10 EXRATE               PIC S9(3)V9(6) USAGE COMP-3.
           10 PRIOR-EFFDATE        PIC X(10).
           10 PRIOR-RATE           PIC S9(3)V9(6) USAGE COMP-3.
           10 MOVE-PCT             PIC S9(5)V9(2) USAGE COMP-3.
           10 HSTATUS              PIC X(1).
           10 LOAD-DATE            PIC X(10).
           10 DECIDED-BY           PIC X(8).
           10 DECIDED-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
