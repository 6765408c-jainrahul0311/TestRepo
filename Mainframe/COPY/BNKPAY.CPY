      *        ** SUPPLEMENTAL RUN (PAYPCAL.RUNTYPE), SO THE BANK AND
      *        ** ANY RERUN TOOLING CAN TELL THE CYCLES APART.
           05 BH-RUNTYPE             PIC X(1).
      *        ** 'M' MONTHLY, 'B' BIWEEKLY, 'W' WEEKLY - THE PAY
      *        ** FREQUENCY OF THE PERIOD (PAYPCAL.PAYFREQ).
           05 BH-PAYFREQ             PIC X(1).
           05 FILLER                 PIC X(57).

       01  BNK-DETAIL-REC.
           05 BD-RECORD-TYPE         PIC X(1).
      *        ** 'P' MARKS A ZERO-VALUE PRENOTE TEST RECORD PROVING A
      *        ** NEWLY KEYED ACCOUNT BEFORE REAL MONEY MOVES TO IT.
           05 BD-PRENOTE             PIC X(1).
      *        ** 'E' MARKS A TAX-FREE EXPENSE-CLAIM REIMBURSEMENT,
      *        ** WITH THE CLAIM NUMBER IN BD-REFERENCE; SPACES ON
      *        ** AN ORDINARY NET-PAY DETAIL.
           05 BD-PAYTYPE             PIC X(1).
           05 BD-REFERENCE           PIC X(20).
           05 FILLER                 PIC X(20).

       01  BNK-TRAILER-REC.
           05 BT-RECORD-TYPE         PIC X(1).
