      *                YEAR (YYYY) ON THE CONTROL CARD, PRINTS THE
      *                STATUTORY CERTIFICATE PER EMPLOYEE - THE
      *                YEAR'S PAYROLL TOTALS (SALARY, BONUS,
      *                COMMISSION, OVERTIME, LEAVE ENCASHMENT, LOP
      *                DAYS AND TAX WITHHELD),
      *                DENOMINATED IN THE EMPLOYEE'S EMP.CURRCODE.
      *                THE RUN IS ORDERED BY CURRENCY WITH A PACK
      *                BANNER AT EACH BREAK, SO EACH SUBSIDIARY'S
       01  CARDREC                    PIC X(4).

       FD      TAXCARCH
               RECORD CONTAINS 96 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY TAXCREC.
       01  WS-SALARY              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BONUS               PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-COMM                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-OVERTIME            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ENCASHMENT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LOP                 PIC S9(4)      USAGE COMP.
       01  WS-TAXWHELD            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-GROSS               PIC S9(9)V9(2) USAGE COMP-3.
                 SUM(P.SALARYPAID),
                 SUM(P.BONUSPAID),
                 SUM(P.COMMPAID),
                 SUM(P.OTPAID),
                 SUM(P.ENCASHPAID),
                 SUM(P.LOP),
                 SUM(P.TAXWHELD)
             FROM PAYROLL P
                          :WS-SALARY,
                          :WS-BONUS,
                          :WS-COMM,
                          :WS-OVERTIME,
                          :WS-ENCASHMENT,
                          :WS-LOP,
                          :WS-TAXWHELD
                END-EXEC.
                MOVE WS-COMM                    TO WS-CRT-AMOUNT.
                PRINT WS-RPT-CERT-LINE.

                MOVE 'OVERTIME PAID IN YEAR   ' TO WS-CRT-LABEL.
                MOVE WS-OVERTIME                TO WS-CRT-AMOUNT.
                PRINT WS-RPT-CERT-LINE.

                MOVE 'LEAVE ENCASHED IN YEAR  ' TO WS-CRT-LABEL.
                MOVE WS-ENCASHMENT              TO WS-CRT-AMOUNT.
                PRINT WS-RPT-CERT-LINE.

                COMPUTE WS-GROSS =
                    WS-SALARY + WS-BONUS + WS-COMM + WS-OVERTIME
                  + WS-ENCASHMENT.
                MOVE 'TOTAL EARNINGS          ' TO WS-CRT-LABEL.
                MOVE WS-GROSS                   TO WS-CRT-AMOUNT.
                PRINT WS-RPT-CERT-LINE.
                MOVE WS-SALARY   TO TAXC-SALARY.
                MOVE WS-BONUS    TO TAXC-BONUS.
                MOVE WS-COMM     TO TAXC-COMM.
                MOVE WS-OVERTIME TO TAXC-OVERTIME.
                MOVE WS-ENCASHMENT TO TAXC-ENCASHMENT.
                MOVE WS-LOP      TO TAXC-LOP-DAYS.
                MOVE WS-TAXWHELD TO TAXC-TAXWHELD.
                MOVE WS-RUN-DATE TO TAXC-RUN-DATE.
