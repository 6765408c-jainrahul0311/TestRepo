      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACC_CONTROL                        *
      *                                                                *
      * ONE ROW PER CONTROL SETTING:                                   *
      *   'ADJLIMIT' - THE DUAL-CONTROL THRESHOLD FOR APIACC BALANCE   *
      *                ADJUSTMENTS AND TRANSFERS. NO ROW MEANS ZERO,   *
      *                SO EVERY ONE QUEUES FOR APPROVAL.               *
      *   'GLFEEDDT' - THE LAST DAY (YYYYMMDD) COBACCGL HAS FED TO THE *
      *                GL - ITS RERUN GUARD, AND THE DAY COBFDPRF      *
      *                PROVES THE ACCOUNT LEG THROUGH. NO ROW MEANS    *
      *                NOTHING FED YET: COBACCGL FEEDS THE RUN DATE    *
      *                ONLY AND COBFDPRF PROVES THE WHOLE MONTH.       *
      *   'GLCUSTBL' - THE CUSTOMER-BALANCE CONTROL ACCOUNT CARRIED    *
      *                FORWARD BY COBACCGL. NO ROW MEANS THE FIRST     *
      *                FEED: THE CONTROL IS TAKEN ON AT THE ACCOUNT    *
      *                BALANCES AS THEY STOOD BEFORE THE FEED WINDOW.  *
      *   'SORETRY'  - THE BUSINESS DAYS COBSOEXE RETRIES A REFUSED    *
      *                STANDING-ORDER PAYMENT BEFORE MARKING THE ORDER *
      *                FAILED. NO ROW MEANS THREE.                     *
      ******************************************************************
       01  DCLACC-CONTROL.
           10 CTL-KEY              PIC X(8).
