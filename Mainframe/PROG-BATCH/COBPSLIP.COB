      *     COBPSLIP - PAY-PERIOD PAYSLIP GENERATOR. FOR THE PAYPCAL
      *                PERIOD (YYYYMM) GIVEN ON THE CONTROL CARD,
      *                PRINTS ONE PAYSLIP PAGE PER EMPLOYEE FROM THE
      *                PERIOD'S PAYROLL ROW - THE PAY COMPONENTS
      *                (OVERTIME AND LEAVE ENCASHMENT EACH ON ITS OWN
      *                LINE), LOP DAYS, TAX
      *                WITHHELD, COURT-ORDERED GARNISHMENTS,
      *                DEDUCTIONS TAKEN, LOAN RECOVERY AND THE NET
      *                PAID, DENOMINATED
      *                IN THE EMPLOYEE'S EMP.CURRCODE - AND WRITES
      *                ONE MACHINE-READABLE PSLAREC ARCHIVE RECORD PER
      *                PAYSLIP LINE, THE WAY COBSTMT PAIRS THE PRINTED
      *                STATEMENT WITH THE STMAREC ARCHIVE, SO A PAY
      *                DISPUTE MONTHS LATER IS ANSWERED FROM THE
      *                ARCHIVE INSTEAD OF HAND-RUN QUERIES. THE PERIOD
      *                MUST BE ON THE PAYPCAL CALENDAR, AND EVERY SLIP
      *                SHOWS ITS PAY FREQUENCY, COVERING DATES AND PAY
      *                DATE, SO A WEEKLY OR BIWEEKLY SLIP SAYS WHICH
      *                WEEKS IT PAYS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PSTATUS             PIC X(1).
       01  WS-PSTARTDATE          PIC X(10).
       01  WS-PENDDATE            PIC X(10).
       01  WS-PAYDATE             PIC X(10).
       01  WS-PAYFREQ             PIC X(1).

       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-SALARYPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUSPAID           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMMPAID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OTPAID              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASHPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOP                 PIC S9(4)      USAGE COMP.
       01  WS-TAXWHELD            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-GARNTOT             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DEDUCTTOT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOANREC             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NETPAID             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-GROSSPAID           PIC S9(9)V9(2) USAGE COMP-3.

           10 WS-EMP-CURR         PIC X(3).
           10 FILLER              PIC X(42)  VALUE SPACES.

       01  WS-RPT-PERIOD-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'PAID:     '.
           10 WS-PER-FREQ         PIC X(8).
           10 FILLER              PIC X(12)  VALUE '  COVERING: '.
           10 WS-PER-START        PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-PER-END          PIC X(10).
           10 FILLER              PIC X(12)  VALUE '  PAY DATE: '.
           10 WS-PER-PAYDATE      PIC X(10).
           10 FILLER              PIC X(37)  VALUE SPACES.

       01  WS-RPT-PAY-LINE.
           10 FILLER              PIC X(9).
           10 WS-PAY-LABEL        PIC X(22).
                 P.SALARYPAID,
                 P.BONUSPAID,
                 P.COMMPAID,
                 P.OTPAID,
                 P.ENCASHPAID,
                 P.LOP,
                 P.TAXWHELD,
                 P.GARNTOT,
                 P.DEDUCTTOT,
                 P.LOANREC,
                 P.NETPAID
             FROM PAYROLL P
             LEFT JOIN EMP E

                EXEC SQL
                    SELECT
                        PSTATUS,
                        PSTARTDATE,
                        PENDDATE,
                        PAYDATE,
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-PSTATUS,
                        :WS-PSTARTDATE,
                        :WS-PENDDATE,
                        :WS-PAYDATE,
                        :WS-PAYFREQ
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.
                         THRU    9000-EXIT
                END-EVALUATE.

                EVALUATE WS-PAYFREQ
                    WHEN 'B'
                         MOVE 'BIWEEKLY' TO WS-PER-FREQ
                    WHEN 'W'
                         MOVE 'WEEKLY'   TO WS-PER-FREQ
                    WHEN OTHER
                         MOVE 'MONTHLY'  TO WS-PER-FREQ
                END-EVALUATE.
                MOVE WS-PSTARTDATE TO WS-PER-START.
                MOVE WS-PENDDATE   TO WS-PER-END.
                MOVE WS-PAYDATE    TO WS-PER-PAYDATE.

                OPEN EXTEND PSLARCH.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
                          :WS-SALARYPAID,
                          :WS-BONUSPAID,
                          :WS-COMMPAID,
                          :WS-OTPAID,
                          :WS-ENCASHPAID,
                          :WS-LOP,
                          :WS-TAXWHELD,
                          :WS-GARNTOT,
                          :WS-DEDUCTTOT,
                          :WS-LOANREC,
                          :WS-NETPAID
                END-EXEC.

                IF NOT END-OF-C1
                   COMPUTE WS-GROSSPAID =
                       WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                     + WS-OTPAID + WS-ENCASHPAID
                   PERFORM 2400-PRINT-PAYSLIP
                   THRU    2400-EXIT
                   PERFORM 2500-ARCHIVE-PAYSLIP
                MOVE WS-WORKDEPT TO WS-EMP-DEPT.
                MOVE WS-CURRCODE TO WS-EMP-CURR.
                PRINT WS-RPT-EMP-LINE.
                PRINT WS-RPT-PERIOD-LINE.

                MOVE 'SALARY PAID           ' TO WS-PAY-LABEL.
                MOVE WS-SALARYPAID            TO WS-PAY-AMOUNT.
                MOVE WS-COMMPAID              TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'OVERTIME PAID         ' TO WS-PAY-LABEL.
                MOVE WS-OTPAID                TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'LEAVE ENCASHMENT      ' TO WS-PAY-LABEL.
                MOVE WS-ENCASHPAID            TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'GROSS PAY             ' TO WS-PAY-LABEL.
                MOVE WS-GROSSPAID             TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.
                MOVE WS-TAXWHELD              TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'GARNISHMENTS          ' TO WS-PAY-LABEL.
                MOVE WS-GARNTOT               TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'DEDUCTIONS TAKEN      ' TO WS-PAY-LABEL.
                MOVE WS-DEDUCTTOT             TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'LOAN RECOVERY         ' TO WS-PAY-LABEL.
                MOVE WS-LOANREC               TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.

                MOVE 'NET PAY               ' TO WS-PAY-LABEL.
                MOVE WS-NETPAID               TO WS-PAY-AMOUNT.
                PRINT WS-RPT-PAY-LINE.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'O'           TO PSLA-LINE-TYPE.
                MOVE WS-OTPAID     TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'E'           TO PSLA-LINE-TYPE.
                MOVE WS-ENCASHPAID TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'T'           TO PSLA-LINE-TYPE.
                MOVE WS-TAXWHELD   TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'G'           TO PSLA-LINE-TYPE.
                MOVE WS-GARNTOT    TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'D'           TO PSLA-LINE-TYPE.
                MOVE WS-DEDUCTTOT  TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'L'           TO PSLA-LINE-TYPE.
                MOVE WS-LOANREC    TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
                THRU    2510-EXIT.

                MOVE 'N'           TO PSLA-LINE-TYPE.
                MOVE WS-NETPAID    TO PSLA-AMOUNT.
                PERFORM 2510-WRITE-ARCHIVE
