           10 WS-COMMPAID             PIC S9(7)V9(2) USAGE COMP-3.            
           10 WS-LOP                  PIC S9(4) USAGE COMP.

       01  WS-OTPAID                  PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASHPAID              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-GROSSPAID               PIC S9(7)V9(2) USAGE COMP-3.


           05 CMD02-COMMPAID     PIC S9(7)V9(2).
           05 CMD02-GROSSPAID    PIC S9(7)V9(2).
           05 CMD02-LOP          PIC S9(4).
           05 CMD02-OTPAID       PIC S9(7)V9(2).
           05 CMD02-ENCASHPAID   PIC S9(7)V9(2).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-02 - RETURN THE FULL PAY BREAKDOWN (SALARY, BONUS,
      *          COMMISSION, OVERTIME, LEAVE ENCASHMENT, GROSS AND
      *          LOSS-OF-PAY DAYS) FOR AN EMPLOYEE FOR A GIVEN PAY
      *          PERIOD. OVERTIME AND ENCASHMENT FOLLOW LOP IN DATA-OUT
      *          SO THE EARLIER FIELDS KEEP THEIR POSITIONS.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE DATA-IN TO PAYROLL-MASTER-RECORD.
                      SALARYPAID
                    , BONUSPAID
                    , COMMPAID
                    , OTPAID
                    , ENCASHPAID
                    , LOP
                  INTO
                      :WS-SALARYPAID
                    , :WS-BONUSPAID
                    , :WS-COMMPAID
                    , :WS-OTPAID
                    , :WS-ENCASHPAID
                    , :WS-LOP
                  FROM
                       PAYROLL
               WHEN 0
                   COMPUTE WS-GROSSPAID =
                       WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                     + WS-OTPAID + WS-ENCASHPAID
                   MOVE WS-SALARYPAID TO CMD02-SALARYPAID
                   MOVE WS-BONUSPAID  TO CMD02-BONUSPAID
                   MOVE WS-COMMPAID   TO CMD02-COMMPAID
                   MOVE WS-GROSSPAID  TO CMD02-GROSSPAID
                   MOVE WS-LOP        TO CMD02-LOP
                   MOVE WS-OTPAID     TO CMD02-OTPAID
                   MOVE WS-ENCASHPAID TO CMD02-ENCASHPAID
                   MOVE 0             TO RESP-CODE
                   PERFORM 9500-LOG-INQUIRY
               WHEN OTHER
