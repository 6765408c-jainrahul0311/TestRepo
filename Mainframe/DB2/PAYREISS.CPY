      * RETURNED-PAYMENT REISSUE QUEUE. COBBNKRT INSERTS ONE ROW PER  *
      * BANK REJECT ('Q' = QUEUED), AND THE NEXT COBBNKEX RUN PAYS     *
      * EVERY QUEUED ROW AGAIN AND MARKS IT 'X' = REISSUED. THE ROW    *
      * IS THE RETURNED FLAG ON THE PAYMENT - ONLY COBRETPG DELETES    *
      * IT, ONCE REISSUED AND PAST ITS RETAIN_SCHEDULE MONTHS, SO THE  *
      * RETURN AND ITS RE-PAYMENT STAY PROVABLE. ONE ROW PER           *
      * EMPLOYEE AND PERIOD: A SECOND RETURN OF THE SAME PAYMENT       *
      * LANDS ON THE EXISTING ROW. A QUEUED ROW FOR AN EMPLOYEE WITH   *
      * NO VERIFIED ACCOUNT IS PAID BY COBCHQRN CHEQUE INSTEAD, AND A  *
      * CHEQUE VOIDED THROUGH APITPO42 PUTS ITS PAYMENT BACK ON THE    *
      * QUEUE ('Q') WITH RETREASON 'CV'.                               *
      ******************************************************************
       01  DCLPAYREISS.
           10 EMPNO                PIC X(6).
