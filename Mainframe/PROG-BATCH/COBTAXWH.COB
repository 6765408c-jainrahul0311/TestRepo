      *                SETS TAXWHELD AND NETPAID ON THE ROW, SO THE
      *                COBBNKEX BANK FILE PAYS TRUE NET AND THE BANK
      *                TOTAL TIES BACK TO GROSS PAYROLL. RUNS AFTER
      *                COBPAYGN, COBOTPAY, COBLVDCK AND COBLVENC HAVE
      *                FINISHED THE PERIOD'S GROSS FIGURES. A RERUN
      *                RECOMPUTES THE SAME ABSOLUTE FIGURES, SO IT
      *                CANNOT DOUBLE-WITHHOLD. EMPLOYEES IN A CURRENCY
      *                WITH NO TAXRULE ROWS WITHHOLD NOTHING AND GO TO
      *                THE EXCEPTION LINE SO THE MISSING RULE SET IS
      *                SEEN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
      *    THE PERIOD'S PAY FREQUENCY AND HOW MANY SUCH PERIODS MAKE A
      *    YEAR - MONTHLY-STATED FIGURES ARE SCALED BY 12 OVER IT.
       01  WS-PAYFREQ             PIC X(1)      VALUE 'M'.
       01  WS-PERIODS-YEAR        PIC 9(2)      VALUE 12.
       01  WS-PERIOD-END          PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
                 P.EMPNO,
                 COALESCE(E.CURRCODE, ' '),
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID
             FROM PAYROLL P
             LEFT JOIN EMP E
                    ON E.EMPNO = P.EMPNO
      *         MM 13-19 ARE SUPPLEMENTAL PERIODS (SEE COBPAYGN) -
      *         THEIR END DATE COMES FROM THE PAYPCAL CALENDAR, NOT
      *         FROM THE MONTH DIGITS.
      *         NN 20-99 ARE BIWEEKLY AND WEEKLY PERIODS, DATED THE
      *         SAME WAY.
                IF WS-PYEARMONTH NOT NUMERIC
                   OR WS-PERIOD-MM < 01
                   DISPLAY '++ COBTAXWH - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBTAXWH - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO WITHHOLD TAX ++'

      /
      ******************************************************************
      * 1150-GET-CAL-PERIOD - A SUPPLEMENTAL, BIWEEKLY OR WEEKLY       *
      *                       PERIOD'S COVERING END DATE IS THE        *
      *                       PENDDATE THE COBPPMNT ADD CARD PUT ON    *
      *                       PAYPCAL. NOT FINDING IT THERE IS FATAL - *
      *                       NO GUESSING THE TAX RULE CUTOFF. ITS     *
      *                       PAYFREQ SAYS HOW MANY PERIODS MAKE A     *
      *                       YEAR.                                    *
      ******************************************************************
       1150-GET-CAL-PERIOD.
                EXEC SQL
                    SELECT
                        PENDDATE,
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-PERIOD-END,
                        :WS-PAYFREQ
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBTAXWH - PERIOD '
                                 WS-PYEARMONTH ' IS NOT ON THE '
                                 'PAYPCAL CALENDAR ++'
                         GOBACK
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EVALUATE WS-PAYFREQ
                    WHEN 'B'
                         MOVE 26 TO WS-PERIODS-YEAR
                    WHEN 'W'
                         MOVE 52 TO WS-PERIODS-YEAR
                    WHEN OTHER
                         MOVE 12 TO WS-PERIODS-YEAR
                END-EVALUATE.
       1150-EXIT.
                EXIT.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-BRK-COUNT
      *                  FLOORS ARE MONTHLY - SCALED TO THE PERIOD'S
      *                  FREQUENCY SO A WEEKLY PAY IS TAXED AS A
      *                  WEEK'S PAY.
                         COMPUTE WS-BRK-FLOOR (WS-BRK-COUNT) ROUNDED =
                                 WS-C2-FLOOR * 12 / WS-PERIODS-YEAR
                         MOVE WS-C2-RATE
                              TO WS-BRK-RATE  (WS-BRK-COUNT)
                    WHEN +100
      /
      ******************************************************************
      * 2230-UPDATE-PAYROLL - SET THE WITHHELD TAX AND TRUE NET ON     *
      *                       THE PERIOD'S ROW. ANY GARNISHMENT TOTAL  *
      *                       COBGARN, DEDUCTION TOTAL COBDEDPO AND    *
      *                       LOAN RECOVERY COBLNREC OR COBFINPY HAVE  *
      *                       ALREADY POSTED STAY TAKEN OUT OF THE     *
      *                       NET.                                     *
      ******************************************************************
       2230-UPDATE-PAYROLL.

                EXEC SQL
                    UPDATE PAYROLL
                       SET TAXWHELD   = :WS-TAXWHELD
                         , NETPAID    = :WS-NETPAID - GARNTOT
                                        - DEDUCTTOT - LOANREC
                     WHERE EMPNO      = :WS-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.
