      *                ACROSS THE OLD AND NEW RATES BY DAYS IN
      *                FORCE, WITH THE SPLIT PRINTED ON THE REGISTER
      *                - THE LARGEST STANDING CATEGORY OF COBRETRO
      *                CATCH-UPS.
      *
      *                EACH EMPLOYEE IS PAID AT THE FREQUENCY ON
      *                EMP.PAYFREQ. A MONTHLY PERIOD PAYS THE MONTHLY
      *                EMPLOYEES A TWELFTH OF THE ANNUAL FIGURES; A
      *                BIWEEKLY (NN 20-46) OR WEEKLY (NN 47-99)
      *                PERIOD, WHOSE DATES COME FROM ITS PAYPCAL ROW,
      *                PAYS ITS OWN EMPLOYEES A 26TH OR A 52ND, PRO-
      *                RATED AND SPLIT BY THE DAYS OF THAT PERIOD THE
      *                SAME WAY. A SUPPLEMENTAL RUN PAYS EVERYONE,
      *                WHATEVER THEIR FREQUENCY. EMPLOYEES
      *                WHO ALREADY HAVE A PAYROLL ROW FOR THE PERIOD
      *                ARE SKIPPED SO A RERUN CANNOT DOUBLE-PAY.
      *                PRINTS A CONTROL REPORT OF ROWS WRITTEN AND
      *                GROSS PAY BY DEPARTMENT.
      *
      *                SALARY IS PAID AT THE EMPLOYEE'S CONTRACTED FTE
      *                PERCENTAGE (EMP.FTEPCT, 100.00 = FULL TIME);
      *                BONUS AND COMMISSION ARE NOT SCALED BY FTE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  FIRST-ROW                     VALUE  'Y'.
       77  RUN-TYPE-SWITCH        PIC X          VALUE  'R'.
               88  SUPPLEMENTAL-RUN              VALUE  'S'.
       77  PAY-FREQ-SWITCH        PIC X          VALUE  'M'.
               88  MONTHLY-FREQ                  VALUE  'M'.
               88  BIWEEKLY-FREQ                 VALUE  'B'.
               88  WEEKLY-FREQ                   VALUE  'W'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-LEAP-QUOT           PIC 9(4).
       01  WS-CAL-START           PIC X(10).
       01  WS-CAL-END             PIC X(10).
       01  WS-CAL-DAYS            PIC S9(4)      USAGE COMP.
      *    'M', 'B' OR 'W' - THE EMP.PAYFREQ THIS PERIOD PAYS; '*' ON A
      *    SUPPLEMENTAL RUN, WHICH PAYS EVERY FREQUENCY.
       01  WS-SEL-FREQ            PIC X(1).
       01  WS-PERIODS-YEAR        PIC 9(2)       VALUE 12.

       01  WS-EMPNO               PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-HIREDATE            PIC X(10).
       01  WS-SEPDATE             PIC X(10).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMM                PIC S9(7)V9(2) USAGE COMP-3.
      *    HIRE AND SEPARATION AS DAY NUMBERS WITHIN THE PERIOD,
      *    CLAMPED TO 1 AND THE PERIOD LENGTH - USED FOR BIWEEKLY AND
      *    WEEKLY PERIODS, WHOSE DAYS ARE NOT THE CALENDAR DAYS.
       01  WS-HIRE-DAY            PIC S9(4)      USAGE COMP.
       01  WS-SEP-DAY             PIC S9(4)      USAGE COMP.

       01  WS-DUMMY-ONE           PIC S9(4)     USAGE COMP.

       01  WS-SEG-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CHG-DD              PIC 9(2).
       01  WS-CHG-DATE            PIC X(10).
       01  WS-CHG-DAY             PIC S9(4)      USAGE COMP.
       01  WS-OLD-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-SPLIT-ACCUM         PIC S9(9)V9(6) USAGE COMP-3.
      *    ONE ROW PER EMPLOYEE ACTIVE AT ANY POINT IN THE PAY PERIOD:
      *    HIRED ON OR BEFORE THE PERIOD END, AND NOT SEPARATED BEFORE
      *    THE PERIOD START. SEPDATE COMES BACK AS SPACES WHEN NULL SO
      *    NO NULL INDICATOR IS NEEDED ON THE FETCH. ONLY EMPLOYEES
      *    PAID AT THE PERIOD'S FREQUENCY ARE SELECTED, EXCEPT ON A
      *    SUPPLEMENTAL RUN ('*'), WHICH PAYS EVERYONE.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 E.EMPNO,
                 COALESCE(E.SEPDATE, ' '),
                 E.SALARY,
                 E.BONUS,
                 E.COMM,
                 E.FTEPCT,
                 CASE WHEN E.HIREDATE > DATE(:WS-PERIOD-START)
                      THEN DAYS(E.HIREDATE)
                         - DAYS(DATE(:WS-PERIOD-START)) + 1
                      ELSE 1
                 END,
                 CASE WHEN E.SEPDATE < DATE(:WS-PERIOD-END)
                      THEN DAYS(E.SEPDATE)
                         - DAYS(DATE(:WS-PERIOD-START)) + 1
                      ELSE DAYS(DATE(:WS-PERIOD-END))
                         - DAYS(DATE(:WS-PERIOD-START)) + 1
                 END
             FROM EMP E
             WHERE E.HIREDATE <= :WS-PERIOD-END
               AND (E.SEPDATE IS NULL
                    OR E.SEPDATE >= :WS-PERIOD-START)
               AND (E.PAYFREQ = :WS-SEL-FREQ
                    OR :WS-SEL-FREQ = '*')
             ORDER BY E.WORKDEPT, E.EMPNO
           END-EXEC.

           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 CHAR(S.CHG_DATE, ISO),
                 DAYS(S.CHG_DATE) - DAYS(DATE(:WS-PERIOD-START)) + 1,
                 S.OLD_SALARY,
                 S.NEW_SALARY
             FROM SALHIST S

      *         MM 01-12 ARE THE REGULAR MONTHLY PERIODS; MM 13-19
      *         ARE SUPPLEMENTAL (BONUS) RUNS, DEFINED ON PAYPCAL BY
      *         THE COBPPMNT ADD CARD WITH THEIR OWN COVERING DATES;
      *         NN 20-46 AND 47-99 ARE BIWEEKLY AND WEEKLY PERIODS,
      *         LIKEWISE DATED ON PAYPCAL.
                IF WS-PYEARMONTH NOT NUMERIC
                   OR WS-PERIOD-MM < 01
                   DISPLAY '++ COBPAYGN - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBPAYGN - ABORTING, PERIOD YYYYMM '
                           'IS REQUIRED TO GENERATE PAYROLL ++'
      *                     ITS COVERING DATES CANNOT BE DERIVED FROM  *
      *                     THE MONTH DIGITS, SO THEY COME FROM THE    *
      *                     PSTARTDATE/PENDDATE THE COBPPMNT ADD       *
      *                     CARD RECORDED. THE SAME GOES FOR A         *
      *                     BIWEEKLY OR WEEKLY PERIOD (NN 20-99),      *
      *                     WHICH MUST CARRY ITS PAYFREQ. THE          *
      *                     FREQUENCY SETS WHO IS PAID AND THE SHARE   *
      *                     OF THE ANNUAL FIGURES EACH PERIOD PAYS.    *
      ******************************************************************
       1200-GET-RUN-TYPE.
                EXEC SQL
                    SELECT
                        COALESCE(RUNTYPE, 'R'),
                        COALESCE(PAYFREQ, 'M'),
                        PSTARTDATE,
                        PENDDATE,
                        DAYS(PENDDATE) - DAYS(PSTARTDATE) + 1
                    INTO
                        :RUN-TYPE-SWITCH,
                        :PAY-FREQ-SWITCH,
                        :WS-CAL-START,
                        :WS-CAL-END,
                        :WS-CAL-DAYS
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.
                         CONTINUE
                    WHEN +100
                         IF WS-PERIOD-MM > 12
                            DISPLAY '++ COBPAYGN - SUPPLEMENTAL OR '
                                    'WEEKLY/BIWEEKLY PERIOD '
                                    WS-PYEARMONTH
                                    ' IS NOT ON THE PAYPCAL '
                                    'CALENDAR ++'
                            DISPLAY '++ COBPAYGN - DEFINE IT WITH '
                            GOBACK
                         END-IF
                         MOVE 'R' TO RUN-TYPE-SWITCH
                         MOVE 'M' TO PAY-FREQ-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PERIOD-MM > 19
                   IF MONTHLY-FREQ
                      OR SUPPLEMENTAL-RUN
                      DISPLAY '++ COBPAYGN - PERIOD ' WS-PYEARMONTH
                              ' IS NN 20-99 BUT NOT A REGULAR '
                              'BIWEEKLY OR WEEKLY PERIOD ++'
                      GOBACK
                   END-IF
                   MOVE WS-CAL-START TO WS-PERIOD-START
                   MOVE WS-CAL-END   TO WS-PERIOD-END
                   MOVE WS-CAL-DAYS  TO WS-DAYS-IN-MONTH
                END-IF.

                IF WS-PERIOD-MM <= 19
                   AND NOT MONTHLY-FREQ
                   DISPLAY '++ COBPAYGN - PAYFREQ ' PAY-FREQ-SWITCH
                           ' ON A MONTHLY PERIOD - BIWEEKLY AND '
                           'WEEKLY PERIODS ARE NUMBERED NN 20-99 ++'
                   GOBACK
                END-IF.

                IF WS-PERIOD-MM > 12
                   AND WS-PERIOD-MM <= 19
                   IF NOT SUPPLEMENTAL-RUN
                      DISPLAY '++ COBPAYGN - PERIOD ' WS-PYEARMONTH
                              ' IS MM 13-19 BUT NOT RUNTYPE S ++'
                   GOBACK
                END-IF.

                MOVE PAY-FREQ-SWITCH TO WS-SEL-FREQ.
                EVALUATE TRUE
                    WHEN BIWEEKLY-FREQ
                         MOVE 26 TO WS-PERIODS-YEAR
                    WHEN WEEKLY-FREQ
                         MOVE 52 TO WS-PERIODS-YEAR
                    WHEN OTHER
                         MOVE 12 TO WS-PERIODS-YEAR
                END-EVALUATE.

                IF SUPPLEMENTAL-RUN
                   MOVE '*' TO WS-SEL-FREQ
                   DISPLAY 'COBPAYGN - SUPPLEMENTAL (BONUS-ONLY) RUN'
                END-IF.

                DISPLAY 'COBPAYGN - PAY FREQUENCY ' PAY-FREQ-SWITCH
                        ', PERIODS A YEAR ' WS-PERIODS-YEAR.
       1200-EXIT.
                EXIT.

                          :WS-SEPDATE,
                          :WS-SALARY,
                          :WS-BONUS,
                          :WS-COMM,
                          :WS-FTEPCT,
                          :WS-HIRE-DAY,
                          :WS-SEP-DAY
                END-EXEC.

                EVALUATE SQLCODE

      /
      ******************************************************************
      * 2220-PRORATE - ONE TWELFTH (26TH, 52ND) OF THE ANNUAL FIGURES, *
      *                SCALED BY THE CALENDAR DAYS THE EMPLOYEE WAS    *
      *                ACTIVE IN THE PERIOD. A FULL PERIOD SCALES BY   *
      *                1.                                              *
      ******************************************************************
       2220-PRORATE.
      *         A SUPPLEMENTAL RUN PAYS THE BONUS TWELFTH OUTRIGHT -
                MOVE 01 TO WS-START-DD.
                MOVE WS-DAYS-IN-MONTH TO WS-END-DD.

      *         A BIWEEKLY OR WEEKLY PERIOD COUNTS ITS OWN DAYS FROM
      *         PSTARTDATE, SO THE DAY NUMBERS COME FROM THE CURSOR.
                IF NOT MONTHLY-FREQ
                   MOVE WS-HIRE-DAY TO WS-START-DD
                   MOVE WS-SEP-DAY  TO WS-END-DD
                   GO TO 2220-SCALE
                END-IF.

                IF WS-HIREDATE(1:7) = WS-PERIOD-START(1:7)
                   MOVE WS-HIREDATE(9:2) TO WS-START-DD
                END-IF.
                   MOVE WS-SEPDATE(9:2) TO WS-END-DD
                END-IF.

       2220-SCALE.

                COMPUTE WS-ACTIVE-DAYS =
                        WS-END-DD - WS-START-DD + 1.

                PERFORM 2225-SPLIT-SALARY
                THRU    2225-EXIT.
                COMPUTE WS-BONUSPAID ROUNDED =
                        (WS-BONUS / WS-PERIODS-YEAR) * WS-FACTOR.
                COMPUTE WS-COMMPAID ROUNDED =
                        (WS-COMM / WS-PERIODS-YEAR) * WS-FACTOR.

                COMPUTE WS-GROSSPAID =
                        WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID.

      /
      ******************************************************************
      * 2225-SPLIT-SALARY - THE PERIOD'S SALARY, SPLIT ACROSS THE      *
      *                     RATES IN FORCE. THE PERIOD'S SALHIST ROWS  *
      *                     ARE WALKED IN EFFECT ORDER: EACH SEGMENT   *
      *                     OF DAYS PAYS A TWELFTH (26TH, 52ND) OF ITS *
      *                     OWN ANNUAL RATE, SCALED BY ITS SHARE OF    *
      *                     THE PERIOD.                                *
      *                     NO CHANGE IN THE PERIOD PAYS THE CURRENT   *
      *                     MASTER RATE EXACTLY AS BEFORE, AND A       *
      *                     CHANGE TAKES EFFECT ON ITS CHANGE DATE.    *
      *                     THE RESULT IS PAID AT THE CONTRACTED FTE.  *
      ******************************************************************
       2225-SPLIT-SALARY.
                MOVE 0    TO WS-CHG-COUNT.

                IF WS-CHG-COUNT = 0
                   COMPUTE WS-SALARYPAID ROUNDED =
                           (WS-SALARY / WS-PERIODS-YEAR) * WS-FACTOR
                           * WS-FTEPCT / 100
                   GO TO 2225-EXIT
                END-IF.

                IF WS-SEG-DAYS > 0
                   COMPUTE WS-SPLIT-ACCUM =
                           WS-SPLIT-ACCUM
                         + (WS-NEW-SALARY / WS-PERIODS-YEAR)
                           * WS-SEG-DAYS / WS-DAYS-IN-MONTH
                END-IF.

                COMPUTE WS-SALARYPAID ROUNDED =
                        WS-SPLIT-ACCUM * WS-FTEPCT / 100.

                MOVE WS-EMPNO      TO WS-SPL-EMPNO.
                COMPUTE WS-SPL-RATES = WS-CHG-COUNT + 1.
                EXEC SQL
                    FETCH C3
                    INTO  :WS-CHG-DATE,
                          :WS-CHG-DAY,
                          :WS-OLD-SALARY,
                          :WS-NEW-SALARY
                END-EXEC.

                IF NOT END-OF-C3
                   ADD 1 TO WS-CHG-COUNT
                   IF MONTHLY-FREQ
                      MOVE WS-CHG-DATE(9:2) TO WS-CHG-DD
                   ELSE
                      MOVE WS-CHG-DAY TO WS-CHG-DD
                   END-IF
                   IF WS-CHG-DD < WS-SEG-START-DD
                      MOVE WS-SEG-START-DD TO WS-CHG-DD
                   END-IF
                   IF WS-SEG-DAYS > 0
                      COMPUTE WS-SPLIT-ACCUM =
                              WS-SPLIT-ACCUM
                            + (WS-OLD-SALARY / WS-PERIODS-YEAR)
                              * WS-SEG-DAYS / WS-DAYS-IN-MONTH
                   END-IF
                   MOVE WS-CHG-DD TO WS-SEG-START-DD
