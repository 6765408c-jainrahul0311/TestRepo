      * PSLAREC - MACHINE-READABLE PAYSLIP ARCHIVE RECORD. COBPSLIP    *
      *           WRITES ONE RECORD PER PRINTED PAYSLIP LINE - THE     *
      *           PAY COMPONENTS ('S' SALARY, 'B' BONUS, 'C'           *
      *           COMMISSION, 'O' OVERTIME, 'E' LEAVE ENCASHMENT),     *
      *           TAX WITHHELD ('T'),                                  *
      *           COURT-ORDERED GARNISHMENTS ('G'), DEDUCTIONS TAKEN   *
      *           ('D'), LOAN RECOVERY ('L') AND THE NET PAID ('N') -  *
      *           TO THE PERMANENT ARCHIVE FILE, THE WAY COBSTMT PAIRS *
      *           THE PRINTED ACCOUNT STATEMENT WITH STMAREC, SO A     *
      *           DISPUTED PERIOD'S PAYSLIP CAN BE REPRODUCED LINE FOR *
      *           LINE WITHOUT RERUNNING AGAINST LIVE TABLES.          *
      ******************************************************************
       01  PSLA-RECORD.
           05 PSLA-EMPNO             PIC X(6).
               88  PSLA-IS-SALARY               VALUE 'S'.
               88  PSLA-IS-BONUS                VALUE 'B'.
               88  PSLA-IS-COMM                 VALUE 'C'.
               88  PSLA-IS-OVERTIME             VALUE 'O'.
               88  PSLA-IS-ENCASHMENT           VALUE 'E'.
               88  PSLA-IS-TAX                  VALUE 'T'.
               88  PSLA-IS-GARNISH              VALUE 'G'.
               88  PSLA-IS-DEDUCT               VALUE 'D'.
               88  PSLA-IS-LOAN                 VALUE 'L'.
               88  PSLA-IS-NET                  VALUE 'N'.
           05 PSLA-CURRCODE          PIC X(3).
           05 PSLA-AMOUNT            PIC S9(9)V9(2) SIGN LEADING
