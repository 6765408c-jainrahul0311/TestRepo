      ******************************************************************
      * INVREC  - CLIENT INVOICE INTERFACE FILE LAYOUT. WRITTEN BY     *
      *           COBPRJIV EACH MONTH FOR ACCOUNTS RECEIVABLE, ONE     *
      *           INVOICE PER CLIENT AND BILLABLE PROJECT: A HEADER    *
      *           ('H'), ONE LINE PER EMPLOYEE, ACTIVITY AND BILL      *
      *           RATE ('L'), AND AN INVOICE TRAILER ('T') WHOSE LINE  *
      *           COUNT, HOURS AND AMOUNT MUST EQUAL THE SUM OF ITS    *
      *           LINES. ALL THREE RECORD TYPES ARE 100 BYTES; THE     *
      *           FIRST BYTE SAYS WHICH LAYOUT APPLIES. AMOUNTS ARE IN *
      *           THE INVOICE CURRENCY CARRIED ON THE HEADER.          *
      ******************************************************************
       01  INV-HEADER-REC.
           05 INVH-RECORD-TYPE       PIC X(1).
               88  INVH-IS-HEADER               VALUE 'H'.
           05 INVH-INV-NO            PIC X(14).
           05 INVH-PERIOD            PIC X(6).
           05 INVH-CLIENT-NO         PIC X(10).
           05 INVH-CLIENT-NAME       PIC X(30).
           05 INVH-PROJ-NO           PIC X(6).
           05 INVH-PROJ-NAME         PIC X(24).
           05 INVH-CURRCODE          PIC X(3).
           05 INVH-INV-DATE          PIC 9(6).

       01  INV-LINE-REC.
           05 INVL-RECORD-TYPE       PIC X(1).
               88  INVL-IS-LINE                 VALUE 'L'.
           05 INVL-INV-NO            PIC X(14).
           05 INVL-EMPNO             PIC X(6).
           05 INVL-LASTNAME          PIC X(15).
           05 INVL-ACT-NO            PIC 9(2).
           05 INVL-HOURS             PIC 9(5).
           05 INVL-RATE              PIC 9(5)V9(2).
           05 INVL-AMOUNT            PIC S9(9)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 FILLER                 PIC X(38).

       01  INV-TRAILER-REC.
           05 INVT-RECORD-TYPE       PIC X(1).
               88  INVT-IS-TRAILER              VALUE 'T'.
           05 INVT-INV-NO            PIC X(14).
           05 INVT-LINE-COUNT        PIC 9(5).
           05 INVT-HOURS             PIC 9(7).
           05 INVT-AMOUNT            PIC S9(11)V9(2) SIGN LEADING
                                                     SEPARATE.
           05 FILLER                 PIC X(59).
