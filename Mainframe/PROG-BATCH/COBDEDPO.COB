      *                FLAT DEDAMOUNT PLUS DEDPCT OF THE PERIOD'S
      *                GROSS - SETTING DEDUCTTOT AND REDUCING NETPAID
      *                BEFORE COBBNKEX BUILDS THE BANK FILE. RUNS
      *                AFTER COBTAXWH HAS SETTLED TAX AND COBGARN HAS
      *                TAKEN THE COURT-ORDERED GARNISHMENTS, WHICH
      *                RANK AHEAD OF ANY VOLUNTARY DEDUCTION. THE
      *                POSTING IS ABSOLUTE, NOT ADDITIVE, SO A RERUN
      *                REPRODUCES THE SAME FIGURES AND CANNOT DOUBLE-
      *                DEDUCT. PRINTS A DEDUCTION REGISTER PER
      *                EMPLOYEE AND TYPE.
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
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
                 D.DEDAMOUNT,
                 D.DEDPCT,
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID
             FROM DEDMAST D
             INNER JOIN PAYROLL P
                     ON P.EMPNO      = D.EMPNO
      *         MM 13-19 ARE SUPPLEMENTAL PERIODS (SEE COBPAYGN) -
      *         THEIR COVERING DATES COME FROM THE PAYPCAL CALENDAR,
      *         NOT FROM THE MONTH DIGITS.
      *         NN 20-99 ARE BIWEEKLY AND WEEKLY PERIODS, DATED THE
      *         SAME WAY.
                IF WS-PYEARMONTH NOT NUMERIC
                   OR WS-PERIOD-MM < 01
                   DISPLAY '++ COBDEDPO - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBDEDPO - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO POST DEDUCTIONS ++'

      /
      ******************************************************************
      * 1150-GET-CAL-PERIOD - A SUPPLEMENTAL, BIWEEKLY OR WEEKLY       *
      *                       PERIOD'S COVERING DATES ARE THE          *
      *                       PSTARTDATE/PENDDATE THE COBPPMNT ADD     *
      *                       CARD PUT ON PAYPCAL. NOT FINDING THEM IS *
      *                       FATAL - NO GUESSING WHICH DEDUCTIONS ARE *
      *                       ACTIVE. ITS PAYFREQ SAYS HOW MANY        *
      *                       PERIODS MAKE A YEAR.                     *
      ******************************************************************
       1150-GET-CAL-PERIOD.
                EXEC SQL
                    SELECT
                        PSTARTDATE,
                        PENDDATE,
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-PERIOD-START,
                        :WS-PERIOD-END,
                        :WS-PAYFREQ
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBDEDPO - PERIOD '
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

                      MOVE WS-EMPNO TO WS-PREV-EMPNO
                      ADD 1         TO WS-EMP-COUNT
                   END-IF
      *            THE FLAT DEDAMOUNT IS MONTHLY - A BIWEEKLY OR
      *            WEEKLY PERIOD TAKES ITS SHARE OF IT.
                   COMPUTE WS-THIS-DED ROUNDED =
                           (WS-DEDAMOUNT * 12 / WS-PERIODS-YEAR)
                         + (WS-GROSS * WS-DEDPCT)
                   ADD WS-THIS-DED TO WS-EMP-DED-TOTAL
                   ADD WS-THIS-DED TO WS-TOTAL-TAKEN
                   ADD 1           TO WS-DED-COUNT
