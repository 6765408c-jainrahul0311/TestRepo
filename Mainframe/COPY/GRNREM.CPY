      ******************************************************************
      * GRNREM  - GARNISHMENT REMITTANCE FILE LAYOUT. WRITTEN BY       *
      *           COBGRNEX FROM THE PERIOD'S GARNHIST ROWS ALONGSIDE   *
      *           THE COBBNKEX BANK FILES, AND READ BY THE             *
      *           TRANSMISSION TEAM'S TOOLING TO PAY EACH PAYEE        *
      *           AUTHORITY WHAT WAS WITHHELD UNDER ITS ORDERS. ALL    *
      *           FOUR RECORD TYPES ARE 80 BYTES; THE FIRST BYTE SAYS  *
      *           WHICH LAYOUT APPLIES.                                *
      *                                                                *
      *           THE DETAILS ARE GROUPED BY AUTHORITY, EACH GROUP     *
      *           CLOSED BY AN 'S' SUBTOTAL THAT IS THE AUTHORITY'S    *
      *           REMITTANCE; THE 'T' TRAILER COUNTS AND HASHES EVERY  *
      *           DETAIL ON THE FILE THE WAY THE BNKPAY TRAILER DOES.  *
      ******************************************************************
       01  GRN-HEADER-REC.
           05 GH-RECORD-TYPE         PIC X(1).
               88  GH-IS-HEADER                 VALUE 'H'.
           05 GH-FILE-DATE           PIC 9(6).
           05 GH-FILE-TIME           PIC 9(8).
           05 GH-PERIOD              PIC X(6).
           05 GH-RUNTYPE             PIC X(1).
           05 FILLER                 PIC X(58).

       01  GRN-DETAIL-REC.
           05 GD-RECORD-TYPE         PIC X(1).
               88  GD-IS-DETAIL                 VALUE 'D'.
           05 GD-AUTHORITY           PIC X(8).
           05 GD-ORDER-NO            PIC X(10).
           05 GD-EMPNO               PIC X(6).
           05 GD-AMOUNT              PIC S9(9)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 GD-CURRCODE            PIC X(3).
           05 FILLER                 PIC X(40).

       01  GRN-SUBTOTAL-REC.
           05 GS-RECORD-TYPE         PIC X(1).
               88  GS-IS-SUBTOTAL               VALUE 'S'.
           05 GS-AUTHORITY           PIC X(8).
           05 GS-REC-COUNT           PIC 9(7).
           05 GS-AMOUNT              PIC S9(13)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 FILLER                 PIC X(48).

       01  GRN-TRAILER-REC.
           05 GT-RECORD-TYPE         PIC X(1).
               88  GT-IS-TRAILER                VALUE 'T'.
           05 GT-REC-COUNT           PIC 9(7).
           05 GT-HASH-AMOUNT         PIC S9(13)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 FILLER                 PIC X(56).
