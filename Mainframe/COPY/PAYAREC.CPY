      *           SITTING BEHIND EVERY COBEPREC, COBCMPST AND         *
      *           COBSALHS SCAN, AND COBPYRST READS IT BACK WHEN AN   *
      *           INVESTIGATION OR A COBRETRO RECALCULATION NEEDS AN  *
      *           EMPLOYEE'S ARCHIVED YEARS RESTORED. PYAR-OTPAID     *
      *           TOOK TEN BYTES OF THE OLD TRAILING FILLER, SO       *
      *           RECORDS ARCHIVED BEFORE OVERTIME WAS PAID CARRY     *
      *           SPACES THERE AND RESTORE AS ZERO. PYAR-ENCASHPAID   *
      *           (LEAVE ENCASHMENT) FOUND NO FILLER LEFT AND          *
      *           LENGTHENED THE RECORD FROM 88 TO 98 BYTES; A FILE    *
      *           ARCHIVED IN THE 88-BYTE LAYOUT IS COPIED TO THE NEW  *
      *           LENGTH (PADDED WITH SPACES) BEFORE COBPYRST READS    *
      *           IT, AND ITS ENCASHMENT RESTORES AS ZERO.             *
      ******************************************************************
       01  PYAR-RECORD.
           05 PYAR-EMPNO             PIC X(6).
                                                    SEPARATE.
           05 PYAR-NETPAID           PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 PYAR-OTPAID            PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 PYAR-ENCASHPAID        PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 FILLER                 PIC X(1).
