      ******************************************************************
      * DCLGEN TABLE(HR_DB.ONCRATE)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(ONCRATE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ONCRATE TABLE
           ( CURRCODE        CHAR(3)        NOT NULL,
             ONC_TYPE        CHAR(8)        NOT NULL,
             EFFDATE         DATE           NOT NULL,
             ONC_RATE        DECIMAL(5,4)   NOT NULL,
             WAGE_CEIL       DECIMAL(9,2)   NOT NULL,
             LIAB_ACCOUNT    CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ONCRATE                            *
      *                                                                *
      * EMPLOYER CONTRIBUTION RATES PER PAYING CURRENCY (EMP.CURRCODE  *
      * SAYS WHICH SUBSIDIARY PAYS), ONE ROW PER CONTRIBUTION TYPE AND *
      * EFFECTIVE DATE - E.G. 'SOCSEC' EMPLOYER SOCIAL SECURITY,       *
      * 'PENSMTCH' PENSION MATCH, 'LEVY' PAYROLL LEVY. ONC_RATE IS     *
      * CHARGED ON THE PERIOD GROSS UP TO WAGE_CEIL (ZERO = NO         *
      * CEILING). LIAB_ACCOUNT IS THE GL ACCOUNT THE COST IS OWED TO   *
      * UNTIL IT IS PAID OVER. EFFECTIVE-DATED LIKE TAXRULE - THE RATE *
      * IN FORCE FOR A PERIOD IS THE MOST RECENT EFFDATE NOT AFTER     *
      * THE PERIOD END; A TYPE IS ENDED BY A NEW ROW AT RATE ZERO.     *
      * READ BY COBONCST.                                              *
      ******************************************************************
       01  DCLONCRATE.
           10 CURRCODE             PIC X(3).
           10 ONC-TYPE             PIC X(8).
           10 EFFDATE              PIC X(10).
           10 ONC-RATE             PIC S9(1)V9(4) USAGE COMP-3.
           10 WAGE-CEIL            PIC S9(7)V9(2) USAGE COMP-3.
           10 LIAB-ACCOUNT         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
