      ******************************************************************
      * TAXREM  - PAYROLL TAX REMITTANCE RETURN FILE LAYOUT. WRITTEN   *
      *           BY COBTAXRT FOR A CLOSED PAY PERIOD AND READ BY THE  *
      *           TRANSMISSION TEAM'S TOOLING TO DECLARE AND PAY EACH  *
      *           SUBSIDIARY'S TAX AUTHORITY WHAT COBTAXWH WITHHELD.   *
      *           ALL FOUR RECORD TYPES ARE 80 BYTES; THE FIRST BYTE   *
      *           SAYS WHICH LAYOUT APPLIES.                           *
      *                                                                *
      *           THE FILE HOLDS ONE RETURN PER AUTHORITY (PAYING      *
      *           CURRENCY, AS ON TAXRULE). EACH RETURN STANDS ALONE - *
      *           ITS OWN 'H' HEADER, ONE 'D' DETAIL PER EMPLOYEE, ONE *
      *           'B' RECORD PER TAXRULE BRACKET AND AN 'R' CONTROL    *
      *           TRAILER - SO THE TOOLING CAN SPLIT THE FILE INTO ONE *
      *           RETURN PER AUTHORITY WITHOUT RECALCULATING ANYTHING. *
      *           THE 'R' TRAILER TOTALS ARE THE ONES COBTAXRT         *
      *           REGISTERS ON FEEDCTL FOR THE COBFDPRF PROOF.         *
      ******************************************************************
       01  TXR-HEADER-REC.
           05 TH-RECORD-TYPE         PIC X(1).
               88  TH-IS-HEADER                 VALUE 'H'.
           05 TH-AUTHORITY           PIC X(3).
           05 TH-PERIOD              PIC X(6).
           05 TH-PERIOD-END          PIC X(10).
           05 TH-PAYDATE             PIC X(10).
           05 TH-FILE-DATE           PIC 9(6).
           05 TH-FILE-TIME           PIC 9(8).
           05 TH-RUNTYPE             PIC X(1).
           05 FILLER                 PIC X(35).

       01  TXR-DETAIL-REC.
           05 TD-RECORD-TYPE         PIC X(1).
               88  TD-IS-DETAIL                 VALUE 'D'.
           05 TD-AUTHORITY           PIC X(3).
           05 TD-EMPNO               PIC X(6).
           05 TD-TAXABLE             PIC S9(9)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 TD-TAXWHELD            PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
      *        ** THE HIGHEST BRACKET THE TAXABLE PAY REACHED, 00
      *        ** WHEN IT REACHED NONE.
           05 TD-TOP-BRACKET         PIC 9(2).
           05 FILLER                 PIC X(46).

       01  TXR-BRACKET-REC.
           05 TB-RECORD-TYPE         PIC X(1).
               88  TB-IS-BRACKET                VALUE 'B'.
           05 TB-AUTHORITY           PIC X(3).
           05 TB-BRACKET-NO          PIC 9(2).
           05 TB-FLOOR               PIC 9(7)V9(2).
           05 TB-RATE                PIC 9(1)V9(4).
           05 TB-EMP-COUNT           PIC 9(7).
           05 TB-TAXABLE             PIC S9(13)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 TB-TAX                 PIC S9(13)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 FILLER                 PIC X(21).

       01  TXR-TRAILER-REC.
           05 TR-RECORD-TYPE         PIC X(1).
               88  TR-IS-TRAILER                VALUE 'R'.
           05 TR-AUTHORITY           PIC X(3).
           05 TR-REC-COUNT           PIC 9(7).
           05 TR-TAXABLE             PIC S9(13)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 TR-TAXWHELD            PIC S9(13)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 FILLER                 PIC X(37).
