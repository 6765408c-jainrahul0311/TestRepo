      ******************************************************************
      * BNKSTL  - INBOUND BANK SETTLED-ITEMS FILE LAYOUT. THE BANK     *
      *           SENDS ONE 80-BYTE RECORD PER PAYMENT DETAIL IT       *
      *           SETTLED THAT BUSINESS DAY, ECHOING THE EMPLOYEE,     *
      *           PAY PERIOD AND CURRENCY FROM THE BNKPAY FILE IT CAME *
      *           IN, WITH THE AMOUNT ACTUALLY CREDITED AND ITS OWN    *
      *           SETTLEMENT REFERENCE. COBBNKST READS THE FILE AND    *
      *           SETTLES EACH ITEM AGAINST THE BNKSENT REGISTER OF    *
      *           WHAT COBBNKEX TRANSMITTED.                           *
      ******************************************************************
       01  BNKSTL-RECORD.
           05 BS-RECORD-TYPE         PIC X(1).
               88  BS-IS-SETTLED                VALUE 'S'.
           05 BS-EMPNO               PIC X(6).
           05 BS-PERIOD              PIC X(6).
           05 BS-AMOUNT              PIC S9(9)V9(2) SIGN LEADING
                                                    SEPARATE.
           05 BS-CURRCODE            PIC X(3).
           05 BS-SETTLE-DATE         PIC 9(6).
           05 BS-SETTLE-DATE-R REDEFINES BS-SETTLE-DATE.
               10 BS-SETTLE-YY       PIC 9(2).
               10 BS-SETTLE-MM       PIC 9(2).
               10 BS-SETTLE-DD       PIC 9(2).
           05 BS-BANK-REF            PIC X(16).
           05 FILLER                 PIC X(30).
