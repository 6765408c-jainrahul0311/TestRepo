           ( CUST_NO         CHAR(10)       NOT NULL,
             ACC_NO          CHAR(10)       NOT NULL,
             INTMONTH        CHAR(6)        NOT NULL,
             INTAMOUNT       DECIMAL(9,2)   NOT NULL,
             WHT_AMOUNT      DECIMAL(9,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACCINT                             *
      * WRITTEN BY COBINTAC BEFORE THE INTEREST POSTS. THE UNIQUE KEY  *
      * IS WHAT MAKES A RERUN SAFE: AN ACCOUNT WHOSE MONTH IS ALREADY  *
      * REGISTERED IS SKIPPED, SO THE DOUBLE-POSTS THE MANUAL KEYING   *
      * ROUTE PRODUCED CANNOT HAPPEN HERE. WHT_AMOUNT IS THE TAX       *
      * WITHHELD FROM THE MONTH'S INTEREST AT THE CUSTOMER'S RESIDENCY *
      * RATE (INT_WHT_RATE), POSTED AS ITS OWN HISTORY ROW; ZERO WHEN  *
      * NO RATE APPLIES. COBINTCT CERTIFIES BOTH PER CALENDAR YEAR.    *
      ******************************************************************
       01  DCLACCINT.
           10 CUST-NO              PIC X(10).
           10 ACC-NO               PIC X(10).
           10 INTMONTH             PIC X(6).
           10 INTAMOUNT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WHT-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
