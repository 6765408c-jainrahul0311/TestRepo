      * PERIOD (DEDSTART ON OR BEFORE PERIOD END, DEDSTOP NULL OR NOT  *
      * BEFORE PERIOD START). MAINTAINED BY APITPO27; A DEDUCTION IS   *
      * NEVER DELETED, IT IS STOPPED, SO A PRIOR PERIOD RERUN          *
      * REPRODUCES THE SAME TAKE. A BENEFIT PREMIUM (DEDTYPE = A       *
      * BEN_PLAN PLAN_CODE) IS STARTED AND STOPPED ONLY BY ITS         *
      * BEN_ENROL ELECTION (APITPO48, CPSEPRG); APITPO27 REFUSES IT.   *
      ******************************************************************
       01  DCLDEDMAST.
           10 EMPNO                PIC X(6).
