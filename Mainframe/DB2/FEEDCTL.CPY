      *   COBPAYGN  - ROWS WRITTEN, GROSS GENERATED (NET = GROSS AT    *
      *               GENERATION TIME)                                 *
      *   COBBNKEX  - THE PERIOD'S OWN DETAILS AND THEIR NET PAID      *
      *               (REISSUES, PRENOTES AND EXPENSE CLAIMS ARE       *
      *               OUTSIDE THE PERIOD PROOF)                        *
      *   COBBNKIN  - WRITTEN BY COBBNKEX BESIDE ITS OWN ROW: THE      *
      *               PERIOD'S NET PAY CREDITED TO IN-HOUSE ACCOUNTS   *
      *               INSTEAD OF GOING ON THE FILES - CREDITS, AND     *
      *               THEIR TOTAL IN BOTH GROSS_AMT AND NET_AMT        *
      *   COBGLPST  - DEBITS WRITTEN, DEBIT TOTAL, AND IN NET_AMT THE  *
      *               UNMAPPED COST HELD OUT OF THE FEED               *
      *   COBONCST  - EMPLOYER ON-COST FEED, IN THE COBGLPST FORM:     *
      *               DEBITS WRITTEN, DEBIT TOTAL, AND IN NET_AMT THE  *
      *               UNMAPPED ON-COST HELD OUT                        *
      *   TAXRTCCC  - ONE ROW PER TAX REMITTANCE RETURN COBTAXRT       *
      *               BUILDS, CCC BEING THE AUTHORITY'S PAYING         *
      *               CURRENCY: EMPLOYEES DECLARED, TAXABLE GROSS,     *
      *               AND IN NET_AMT THE TAX DECLARED                  *
      *   COBBNKST  - THE BANK'S SETTLEMENT OF THE PERIOD'S BNKSENT    *
      *               DETAILS AS IT STANDS AFTER EACH DAY'S FILE:      *
      *               ITEMS SETTLED, TOTAL TRANSMITTED, AND IN NET_AMT *
      *               THE TOTAL SETTLED                                *
      *   COBCHQRN  - THE PERIOD'S NET-PAY CHEQUES ON CHQREG, LESS     *
      *               THOSE REPLACED BY A REISSUE: CHEQUES, AND THEIR  *
      *               TOTAL IN BOTH GROSS_AMT AND NET_AMT              *
      *   COBACCGL  - ACCOUNT-SIDE GL FEED, MONTH-TO-DATE (THE FEED    *
      *               IS DAILY AND ADDS EACH DAY IT FEEDS): DEBITS     *
      *               WRITTEN, DEBIT TOTAL, AND IN NET_AMT THE         *
      *               ACCOUNT MOVEMENTS HELD OUT AS UNMAPPED           *
      * COBFDPRF PROVES THE LEGS AGAINST THE LIVE PAYROLL AND ACCOUNT  *
      * TOTALS AND FLAGS ANY LEG THAT DISAGREES OR IS MISSING.         *
      ******************************************************************
       01  DCLFEEDCTL.
           10 FEED-PROGRAM         PIC X(9).
