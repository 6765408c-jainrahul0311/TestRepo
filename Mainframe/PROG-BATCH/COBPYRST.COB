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
                MOVE PYAR-TAXWHELD   TO WS-TAXWHELD.
                MOVE PYAR-DEDUCTTOT  TO WS-DEDUCTTOT.
                MOVE PYAR-NETPAID    TO WS-NETPAID.
                IF PYAR-OTPAID NUMERIC
                   MOVE PYAR-OTPAID  TO WS-OTPAID
                ELSE
                   MOVE 0            TO WS-OTPAID
                END-IF.
                IF PYAR-ENCASHPAID NUMERIC
                   MOVE PYAR-ENCASHPAID TO WS-ENCASHPAID
                ELSE
                   MOVE 0               TO WS-ENCASHPAID
                END-IF.

                EXEC SQL
                    INSERT INTO PAYROLL
                          , TAXWHELD
                          , DEDUCTTOT
                          , NETPAID
                          , OTPAID
                          , ENCASHPAID
                        )
                    VALUES
                        (
                          , :WS-TAXWHELD
                          , :WS-DEDUCTTOT
                          , :WS-NETPAID
                          , :WS-OTPAID
                          , :WS-ENCASHPAID
                        )
                END-EXEC.

