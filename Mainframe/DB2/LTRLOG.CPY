      ******************************************************************
      * DCLGEN TABLE(HR_DB.LETTER_LOG)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(LTRLOG))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LETTER_LOG TABLE
           ( LTR_EVENT       CHAR(1)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             EVENT_REF       CHAR(26)       NOT NULL,
             EVENT_DATE      DATE           NOT NULL,
             LETTER_DATE     DECIMAL(6,0)   NOT NULL,
             LETTER_TIME     DECIMAL(8,0)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LETTER_LOG                         *
      *                                                                *
      * ONE ROW PER HR EVENT COBLTRGN HAS WRITTEN A LETTER FOR, SO A   *
      * RERUN NEVER LETTERS THE SAME EVENT TWICE. KEY LTR_EVENT        *
      * (AS ON LETTER_TEMPLATE), EMPNO, EVENT_REF - THE SOURCE ROW'S   *
      * OWN KEY: SALHIST CHG_DATE AND CHG_TIME, THE APITPO38 AUDITLOG  *
      * AUD_DATE AND AUD_TIME, EMP_PROBATION PROB_START, OR THE        *
      * ASSIGN_HIST CHG_TS OF THE NEW SPELL. EVENT_DATE IS THE DAY THE *
      * EVENT WAS POSTED; LETTER_DATE/TIME WHEN THE LETTER WAS MADE.   *
      ******************************************************************
       01  DCLLETTER-LOG.
           10 LTR-EVENT            PIC X(1).
           10 EMPNO                PIC X(6).
           10 EVENT-REF            PIC X(26).
           10 EVENT-DATE           PIC X(10).
           10 LETTER-DATE          PIC S9(6)      USAGE COMP-3.
           10 LETTER-TIME          PIC S9(8)      USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
