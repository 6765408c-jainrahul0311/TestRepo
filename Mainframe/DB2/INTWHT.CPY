      ******************************************************************
      * DCLGEN TABLE(HR_DB.INT_WHT_RATE)                               *
      *        LIBRARY(HR_DB.TEST.SOURCE(INTWHT))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE INT_WHT_RATE TABLE
           ( RESIDENCY       CHAR(3)        NOT NULL,
             WHT_RATE        DECIMAL(5,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INT_WHT_RATE                       *
      *                                                                *
      * WITHHOLDING-TAX RATE ON INTEREST, ONE ROW PER CUSTOMER         *
      * RESIDENCY (CUSTOMER.RESIDENCY). WHT_RATE IS A PERCENTAGE OF    *
      * THE INTEREST (E.G. 20.00). COBINTAC WITHHOLDS AT THE RATE OF   *
      * THE CUSTOMER'S RESIDENCY EACH MONTH; A RESIDENCY WITH NO ROW   *
      * HERE HAS NOTHING WITHHELD. A SPACES ROW SETS THE RATE FOR      *
      * CUSTOMERS WHOSE RESIDENCE IS NOT YET RECORDED.                 *
      ******************************************************************
       01  DCLINT-WHT-RATE.
           10 RESIDENCY            PIC X(3).
           10 WHT-RATE             PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
