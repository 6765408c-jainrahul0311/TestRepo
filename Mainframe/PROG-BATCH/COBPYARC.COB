       01  CARDREC                    PIC X(6).

       FD      PAYARCH
               RECORD CONTAINS 98 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY PAYAREC.
       01  WS-SALARYPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUSPAID           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMMPAID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OTPAID              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASHPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOP                 PIC S9(4)      USAGE COMP.
       01  WS-TAXWHELD            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DEDUCTTOT           PIC S9(7)V9(2) USAGE COMP-3.
                 P.LOP,
                 P.TAXWHELD,
                 P.DEDUCTTOT,
                 P.NETPAID,
                 P.OTPAID,
                 P.ENCASHPAID
             FROM PAYROLL P
             WHERE P.PYEARMONTH < :WS-CUTOFF
             ORDER BY P.EMPNO, P.PYEARMONTH
                          :WS-LOP,
                          :WS-TAXWHELD,
                          :WS-DEDUCTTOT,
                          :WS-NETPAID,
                          :WS-OTPAID,
                          :WS-ENCASHPAID
                END-EXEC.

                EVALUATE SQLCODE
                   MOVE WS-TAXWHELD   TO PYAR-TAXWHELD
                   MOVE WS-DEDUCTTOT  TO PYAR-DEDUCTTOT
                   MOVE WS-NETPAID    TO PYAR-NETPAID
                   MOVE WS-OTPAID     TO PYAR-OTPAID
                   MOVE WS-ENCASHPAID TO PYAR-ENCASHPAID
                   WRITE PYAR-RECORD
                   ADD 1             TO WS-WRITE-COUNT
                   ADD WS-SALARYPAID TO WS-WRITE-HASH
                   ADD WS-BONUSPAID  TO WS-WRITE-HASH
                   ADD WS-COMMPAID   TO WS-WRITE-HASH
                   ADD WS-OTPAID     TO WS-WRITE-HASH
                   ADD WS-ENCASHPAID TO WS-WRITE-HASH
                END-IF.

       2200-EXIT.
                   ADD PYAR-SALARYPAID TO WS-READ-HASH
                   ADD PYAR-BONUSPAID  TO WS-READ-HASH
                   ADD PYAR-COMMPAID   TO WS-READ-HASH
                   ADD PYAR-OTPAID     TO WS-READ-HASH
                   ADD PYAR-ENCASHPAID TO WS-READ-HASH
                END-IF.
       3100-EXIT.
                EXIT.
