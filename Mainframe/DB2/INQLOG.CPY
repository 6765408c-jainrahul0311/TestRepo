      * SENSITIVE-INQUIRY LOG - WHO LOOKED AT WHICH EMPLOYEE'S PAY,    *
      * AND WHEN. WRITTEN BY THE PAY-EXPOSING INQUIRY COMMANDS         *
      * (APITPO15 PAY BREAKDOWN, APITPO16 SALARY LOOKUP, COBCIO23      *
      * DEPARTMENT BROWSE, APITPO43 NET-PAY WHAT-IF - INQ_EMPNO IS     *
      * SPACES FOR A PROSPECTIVE HIRE). KEPT SEPARATE FROM AUDITLOG SO *
      * THE UPDATE AUDIT STAYS LEAN. COBINQRP REPORTS UNUSUAL READING  *
      * PATTERNS MONTHLY - AFTER THE LAST LEAK INVESTIGATION WE COULD  *
      * NOT EVEN LIST WHO HAD ACCESSED THE FIGURES.                    *
      ******************************************************************
       01  DCLINQLOG.
           10 INQ-PROGRAM          PIC X(9).
