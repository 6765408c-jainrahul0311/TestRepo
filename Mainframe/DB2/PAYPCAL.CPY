             PAYDATE         DATE           NOT NULL,
             PSTATUS         CHAR(1)        NOT NULL,
             PHOLD           CHAR(1)                ,
             RUNTYPE         CHAR(1)                ,
             PAYFREQ         CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYPCAL                            *
      * OFF-CYCLE SUPPLEMENTAL RUN (BONUS-ONLY IN COBPAYGN, CARRIED    *
      * THROUGH THE BANK FILE HEADER AND THE GL FEED SO DOWNSTREAM     *
      * CAN TELL THE RUNS APART).                                      *
      *                                                                *
      * PAYFREQ IS THE PAY FREQUENCY THE PERIOD PAYS: 'M' (OR SPACES/  *
      * NULL FOR PERIODS PREDATING THE COLUMN) = MONTHLY, 'B' =        *
      * BIWEEKLY, 'W' = WEEKLY. ONLY EMPLOYEES WHOSE EMP.PAYFREQ       *
      * MATCHES ARE PAID IN THE PERIOD. PERIOD_NO STAYS YYYYNN, YYYY   *
      * THE YEAR OF THE PAY DATE: NN 01-12 MONTHLY, 13-19 MONTHLY      *
      * SUPPLEMENTAL, 20-46 BIWEEKLY RUNS 1-27 (NN = 19 + RUN), 47-99  *
      * WEEKLY RUNS 1-53 (NN = 46 + RUN). MONTH-END REPORTING ROLLS A  *
      * BIWEEKLY OR WEEKLY PERIOD INTO THE MONTH OF ITS PAYDATE.       *
      ******************************************************************
       01  DCLPAYPCAL.
           10 PERIOD-NO            PIC X(6).
           10 PSTATUS              PIC X(1).
           10 PHOLD                PIC X(1).
           10 RUNTYPE              PIC X(1).
           10 PAYFREQ              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
