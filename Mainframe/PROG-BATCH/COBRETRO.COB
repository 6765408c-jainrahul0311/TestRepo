      *     COBRETRO - RETROACTIVE PAY CALCULATION. FOR THE EMPLOYEE,
      *                NEW ANNUAL SALARY AND EFFECTIVE DATE GIVEN ON
      *                THE CONTROL CARD, RECOMPUTES WHAT EACH PAYROLL
      *                ROW FROM THE EFFECTIVE PERIOD UP TO (BUT NOT
      *                INCLUDING) THE CURRENT PERIOD SHOULD HAVE PAID,
      *                PRINTS THE PER-PERIOD WORKSHEET, AND POSTS ONE
      *                CATCH-UP ADJUSTMENT ROW TO PAYROLL IN THE
      *                CURRENT PERIOD. THE EFFECTIVE PERIOD IS PRO-
      *                RATED BY CALENDAR DAYS FROM THE EFFECTIVE DATE.
      *                THE NEW SALARY IS PAID AT THE EMPLOYEE'S
      *                CONTRACTED FTE, AS COBPAYGN PAYS IT.
      *                PERIODS ARE THOSE OF THE EMPLOYEE'S OWN PAY
      *                FREQUENCY (EMP.PAYFREQ): CALENDAR MONTHS FOR
      *                MONTHLY PAY, THE PAYPCAL BIWEEKLY OR WEEKLY
      *                PERIODS OTHERWISE, EACH PAYING A 12TH, 26TH OR
      *                52ND OF THE ANNUAL RATE.
      *                IF THE CURRENT PERIOD ALREADY HAS A ROW, THE
      *                CATCH-UP IS ADDED TO IT INSTEAD OF INSERTED.
      *                EVERY POSTING LEAVES AN AUDITLOG ROW KEYED ON
           05 WS-CUR-YYYY         PIC 9(4).
           05 WS-CUR-MM           PIC 9(2).

      *    START OF A BIWEEKLY OR WEEKLY CURRENT PERIOD. A MONTHLY RUN
      *    NEVER SETS IT, BUT C1 STILL HANDS IT TO DATE(), SO IT
      *    STARTS AS A VALID DATE.
       01  WS-CUR-START           PIC X(10)      VALUE '0001-01-01'.

       01  WS-NEW-PERIOD-PAY      PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 100.
      *    'M', 'B' OR 'W' - THE EMP.PAYFREQ WHOSE PERIODS ARE WORKED.
       01  WS-PAYFREQ             PIC X(1)       VALUE 'M'.
               88  MONTHLY-FREQ                  VALUE 'M'.
       01  WS-PERIODS-YEAR        PIC 9(2)       VALUE 12.
      *    A BIWEEKLY OR WEEKLY PERIOD'S DAYS, AND THOSE OF THEM ON
      *    OR AFTER THE EFFECTIVE DATE, FROM THE CURSOR.
       01  WS-PER-DAYS            PIC S9(4)      USAGE COMP.
       01  WS-NEW-DAYS            PIC S9(4)      USAGE COMP.
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).
                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE EMPLOYEE'S PAID PERIODS OF THEIR OWN FREQUENCY FROM
      *    THE ONE HOLDING THE EFFECTIVE DATE UP TO THE CURRENT ONE.
      *    A MONTHLY PERIOD IS ITS CALENDAR MONTH (SUPPLEMENTAL RUNS,
      *    MM 13-19, PAY NO SALARY AND ARE LEFT OUT); A BIWEEKLY OR
      *    WEEKLY PERIOD TAKES ITS DATES FROM PAYPCAL.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 P.PYEARMONTH,
                 P.SALARYPAID,
                 COALESCE(DAYS(C.PENDDATE)
                        - DAYS(C.PSTARTDATE) + 1, 0),
                 COALESCE(DAYS(C.PENDDATE)
                        - DAYS(DATE(:WS-EFFDATE)) + 1, 0)
             FROM PAYROLL P
             LEFT JOIN PAYPCAL C
                    ON C.PERIOD_NO  = P.PYEARMONTH
             WHERE P.EMPNO       = :WS-EMPNO
               AND ((:WS-PAYFREQ = 'M'
                     AND SUBSTR(P.PYEARMONTH, 5, 2) <= '12'
                     AND P.PYEARMONTH >= :WS-EFF-YRMO
                     AND P.PYEARMONTH <  :WS-CUR-YRMO)
                 OR (:WS-PAYFREQ <> 'M'
                     AND C.PAYFREQ    =  :WS-PAYFREQ
                     AND C.PENDDATE   >= DATE(:WS-EFFDATE)
                     AND C.PSTARTDATE <  DATE(:WS-CUR-START)))
             ORDER BY P.PYEARMONTH
           END-EXEC.

      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE RETRO CARD. THE WINDOW  *
      *                   RUNS FROM THE EFFECTIVE PERIOD UP TO BUT NOT *
      *                   INCLUDING THE CURRENT PERIOD, WHICH IS       *
      *                   WHERE THE CATCH-UP ROW IS POSTED.            *
      ******************************************************************
                MOVE WS-RUN-MM TO WS-CUR-MM.
                COMPUTE WS-CUR-YYYY = 2000 + WS-RUN-YY.

                EXEC SQL
                    SELECT
                        FTEPCT,
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-FTEPCT,
                        :WS-PAYFREQ
                    FROM EMP
                    WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-PAYFREQ = SPACE
                   MOVE 'M' TO WS-PAYFREQ
                END-IF.

                EVALUATE WS-PAYFREQ
                    WHEN 'B'
                         MOVE 26 TO WS-PERIODS-YEAR
                    WHEN 'W'
                         MOVE 52 TO WS-PERIODS-YEAR
                    WHEN OTHER
                         MOVE 12 TO WS-PERIODS-YEAR
                END-EVALUATE.

                IF NOT MONTHLY-FREQ
                   PERFORM 1200-GET-CUR-PERIOD
                   THRU    1200-EXIT
                END-IF.

                COMPUTE WS-NEW-PERIOD-PAY ROUNDED =
                        WS-NEW-SALARY * WS-FTEPCT / 100
                                      / WS-PERIODS-YEAR.

                PERFORM 1100-CALC-EFF-FACTOR
                THRU    1100-EXIT.
                DISPLAY 'WS-EMPNO      = ' WS-EMPNO.
                DISPLAY 'WS-EFF-YRMO   = ' WS-EFF-YRMO.
                DISPLAY 'WS-CUR-YRMO   = ' WS-CUR-YRMO.
                DISPLAY 'WS-PAYFREQ    = ' WS-PAYFREQ.
       1000-EXIT.
                EXIT.

       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-GET-CUR-PERIOD - A BIWEEKLY OR WEEKLY EMPLOYEE'S CURRENT  *
      *                       PERIOD IS THE PAYPCAL PERIOD OF THEIR    *
      *                       FREQUENCY THAT HOLDS TODAY'S DATE. THE   *
      *                       CATCH-UP IS POSTED THERE.                *
      ******************************************************************
       1200-GET-CUR-PERIOD.
                EXEC SQL
                    SELECT
                        PERIOD_NO,
                        PSTARTDATE
                    INTO
                        :WS-CUR-YRMO,
                        :WS-CUR-START
                    FROM PAYPCAL
                    WHERE PAYFREQ     = :WS-PAYFREQ
                      AND PSTARTDATE <= CURRENT DATE
                      AND PENDDATE   >= CURRENT DATE
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBRETRO - NO PAYPCAL PERIOD '
                                 'WITH PAYFREQ ' WS-PAYFREQ
                                 ' HOLDS TODAY ++'
                         DISPLAY '++ COBRETRO - ABORTING, DEFINE IT '
                                 'WITH THE COBPPMNT ADD CARD FIRST ++'
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
      * 2200-FETCH-C1 - ONE PAID PERIOD IN THE RETRO WINDOW. THE PAID  *
      *                 AMOUNT IS THE OLD-RATE BASELINE, SO THE        *
      *                 EFFECTIVE PERIOD'S CATCH-UP IS THE RATE        *
      *                 DIFFERENCE SCALED BY THE EFFECTIVE-DATE        *
      *                 FRACTION, AND LATER PERIODS GET THE FULL       *
      *                 DIFFERENCE.                                    *
      ******************************************************************
       2200-FETCH-C1.
                EXEC SQL
                    FETCH C1
                    INTO  :WS-PYEARMONTH,
                          :WS-SALARYPAID,
                          :WS-PER-DAYS,
                          :WS-NEW-DAYS
                END-EXEC.

                EVALUATE SQLCODE
                         THRU    9000-EXIT
                END-EVALUATE.

      *         A BIWEEKLY OR WEEKLY PERIOD THAT STARTED BEFORE THE
      *         EFFECTIVE DATE IS SCALED BY ITS OWN DAYS.
                IF NOT END-OF-C1
                   AND NOT MONTHLY-FREQ
                   MOVE 1 TO WS-EFF-FACTOR
                   IF WS-NEW-DAYS < WS-PER-DAYS
                      COMPUTE WS-EFF-FACTOR ROUNDED =
                              WS-NEW-DAYS / WS-PER-DAYS
                   END-IF
                END-IF.

                IF NOT END-OF-C1
                   IF (MONTHLY-FREQ
                       AND WS-PYEARMONTH = WS-EFF-YRMO)
                      OR (NOT MONTHLY-FREQ
                          AND WS-EFF-FACTOR < 1)
                      COMPUTE WS-SHOULD-PAY ROUNDED =
                          WS-SALARYPAID
                        + ((WS-NEW-PERIOD-PAY - WS-SALARYPAID)
                           * WS-EFF-FACTOR)
                   ELSE
                      MOVE WS-NEW-PERIOD-PAY TO WS-SHOULD-PAY
                   END-IF
                   COMPUTE WS-PERIOD-DIFF =
                       WS-SHOULD-PAY - WS-SALARYPAID
