      ******************************************************************
      * DCLGEN TABLE(HR_DB.FTEHIST)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(FTEHIST))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE FTEHIST TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             CHG_DATE        DATE           NOT NULL,
             CHG_TIME        CHAR(8)        NOT NULL,
             EFF_DATE        DATE           NOT NULL,
             OLD_FTEPCT      DECIMAL(5,2)   NOT NULL,
             NEW_FTEPCT      DECIMAL(5,2)   NOT NULL,
             CHG_SOURCE      CHAR(8)        NOT NULL,
             CHG_OPID        CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE FTEHIST                            *
      *                                                                *
      * ONE ROW PER CHANGE TO AN EMPLOYEE'S CONTRACTED FTE PERCENTAGE  *
      * (EMP.FTEPCT, 100.00 = FULL TIME), WITH THE OLD AND NEW VALUES, *
      * THE DATE IT TOOK EFFECT, THE SOURCE PROGRAM AND THE OPERATOR.  *
      * COBHIRLD WRITES THE OPENING ROW ON HIRE (OLD_FTEPCT ZERO,      *
      * EFF_DATE THE HIRE DATE); COBPNDAP WRITES ONE FOR EVERY         *
      * APITPO33 FUTURE-DATED FTE CHANGE IT APPLIES.                   *
      ******************************************************************
       01  DCLFTEHIST.
           10 EMPNO                PIC X(6).
           10 CHG-DATE             PIC X(10).
           10 CHG-TIME             PIC X(8).
           10 EFF-DATE             PIC X(10).
           10 OLD-FTEPCT           PIC S9(3)V9(2) USAGE COMP-3.
           10 NEW-FTEPCT           PIC S9(3)V9(2) USAGE COMP-3.
           10 CHG-SOURCE           PIC X(8).
           10 CHG-OPID             PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
