      *           TO THE RETENTION FILE, SO A STATUTORY CERTIFICATE    *
      *           CAN BE REPRODUCED WITHOUT RERUNNING AGAINST LIVE     *
      *           TABLES - THE SAME PAIRING COBSTMT KEEPS WITH         *
      *           STMAREC. TAXC-OVERTIME TOOK OVER THE OLD TRAILING    *
      *           FILLER, SO RECORDS WRITTEN BEFORE OVERTIME WAS PAID  *
      *           CARRY SPACES THERE. TAXC-ENCASHMENT (LEAVE DAYS      *
      *           ENCASHED THROUGH PAYROLL, PAYROLL.ENCASHPAID) WAS    *
      *           ADDED AFTER IT AND THE RECORD LENGTHENED TO SUIT.    *
      ******************************************************************
       01  TAXC-RECORD.
           05 TAXC-EMPNO             PIC X(6).
                                                    SEPARATE.
           05 TAXC-RUN-DATE          PIC 9(6).
           05 TAXC-RUN-TIME          PIC 9(8).
           05 TAXC-OVERTIME          PIC 9(6)V9(2).
           05 TAXC-ENCASHMENT        PIC 9(6)V9(2).
