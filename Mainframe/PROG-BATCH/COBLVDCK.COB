      *     COBLVDCK - UNPAID-LEAVE PAYROLL DOCKING. AT PERIOD END,
      *                FINDS EVERY APPROVED UNPAID LEAVE REQUEST WHOSE
      *                LEAVE STARTS IN THE PAY PERIOD, COMPUTES THE
      *                DOCK AMOUNT FROM EMP.SALARY (AT THE CONTRACTED
      *                FTE) AT THE DAILY RATE
      *                (ANNUAL OVER THE YEAR'S BUSINESS DAYS ON THE
      *                SUBSIDIARY'S HOLCAL CALENDAR, COUNTED BY THE
      *                SHARED CPBDAYS ENGINE), AND POSTS AN
      *                POSTS, SO A RERUN CANNOT DOCK TWICE. THIS
      *                TURNS THE RECURRING COBEPREC FALSE EXCEPTION
      *                FOR EMPLOYEES ON UNPAID LEAVE INTO AN ACTUAL
      *                POSTING. A BIWEEKLY OR WEEKLY PERIOD (DATED ON
      *                PAYPCAL) DOCKS ONLY THE EMPLOYEES PAID AT ITS
      *                FREQUENCY, AND A MONTHLY PERIOD ONLY THE
      *                MONTHLY PAID, SO EVERY DOCKING LANDS ON A
      *                PAYROLL ROW THE EMPLOYEE ACTUALLY HAS.
      *                A LEAVE TYPE IS UNPAID WHEN ITS LVPOLICY ROW
      *                FOR THE EMPLOYEE'S SUBSIDIARY SAYS SO.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-PAYFREQ             PIC X(1)      VALUE 'M'.
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).
       01  WS-YEAR-END            PIC X(10).
       01  WS-YEAR-BDAYS          PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-BDAY-CACHE-CURR     PIC X(3)      VALUE LOW-VALUES.
       01  WS-BDAY-CACHE-CALID    PIC X(6)      VALUE LOW-VALUES.

       01  WS-DAILY-RATE          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DOCK-AMOUNT         PIC S9(7)V9(2) USAGE COMP-3.
                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    APPROVED, NOT-YET-DOCKED REQUESTS OF A TYPE THE
      *    EMPLOYEE'S SUBSIDIARY POLICY MARKS UNPAID, WHOSE LEAVE
      *    STARTS IN THE PAY PERIOD - THE SAME MONTH APITPO25 POSTED
      *    THE TAKEN DAYS TO - FOR EMPLOYEES PAID AT THE PERIOD'S
      *    FREQUENCY.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 R.REQ_NO,
                 R.EMPNO,
                 R.REQ_DAYS,
                 E.WORKDEPT,
                 E.SALARY * E.FTEPCT / 100,
                 E.CURRCODE
             FROM LEAVE_REQUEST R
             INNER JOIN EMP E
                     ON E.EMPNO = R.EMPNO
             INNER JOIN LVPOLICY P
                     ON P.LTYPE    = R.LTYPE
                    AND P.CURRCODE = E.CURRCODE
             WHERE R.RSTATUS  = 'A'
               AND P.PAID     = 'N'
               AND R.FROMDATE BETWEEN :WS-PERIOD-START
                                  AND :WS-PERIOD-END
               AND E.PAYFREQ  = :WS-PAYFREQ
             ORDER BY R.EMPNO, R.REQ_NO
           END-EXEC.


                IF WS-PYEARMONTH NOT NUMERIC
                   OR WS-PERIOD-MM < 01
                   DISPLAY '++ COBLVDCK - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBLVDCK - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO POST DOCKINGS ++'
                   GOBACK
                END-IF.

      *         NN 20-99 ARE BIWEEKLY AND WEEKLY PERIODS, DATED ON
      *         THE PAYPCAL CALENDAR.
                EVALUATE TRUE
                    WHEN WS-PERIOD-MM > 19
                         PERFORM 1150-GET-CAL-PERIOD
                         THRU    1150-EXIT
                    WHEN WS-PERIOD-MM > 12
                         MOVE 'Y' TO SUPPL-PERIOD-SWITCH
                         DISPLAY 'COBLVDCK - SUPPLEMENTAL PERIOD - '
                                 'NO LEAVE TO DOCK'
                    WHEN OTHER
                         PERFORM 1100-CALC-PERIOD
                         THRU    1100-EXIT
                END-EVALUATE.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1150-GET-CAL-PERIOD - A BIWEEKLY OR WEEKLY PERIOD'S COVERING   *
      *                       DATES AND FREQUENCY ARE THE ONES THE     *
      *                       COBPPMNT ADD CARD PUT ON PAYPCAL. NOT    *
      *                       FINDING THEM IS FATAL - NO GUESSING      *
      *                       WHICH LEAVE FALLS IN THE PERIOD.         *
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

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBLVDCK - PERIOD '
                                 WS-PYEARMONTH ' IS NOT ON THE '
                                 'PAYPCAL CALENDAR ++'
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-COUNT-YEAR-BDAYS - THE YEAR'S BUSINESS DAYS ON THE        *
      *                         EMPLOYEE'S CALENDAR (THE WORK          *
      *                         LOCATION'S, ELSE THE SUBSIDIARY'S),    *
      *                         COUNTED ONCE PER CALENDAR THROUGH THE  *
      *                         SHARED CPBDAYS ENGINE. A COUNT THAT    *
      *                         COMES BACK EMPTY FALLS BACK TO THE OLD *
      *                         FLAT 260 SO NO DOCK EVER DIVIDES BY    *
      *                         ZERO.                                  *
      ******************************************************************
                MOVE WS-YEAR-START TO W-BDAY-FROM-DATE.
                MOVE WS-YEAR-END   TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE   TO W-BDAY-CURR.
                MOVE WS-EMPNO      TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.

                ELSE
                   MOVE 260          TO WS-YEAR-BDAYS
                END-IF.
                MOVE WS-CURRCODE  TO WS-BDAY-CACHE-CURR.
                MOVE W-BDAY-CALID TO WS-BDAY-CACHE-CALID.
       2100-B-EXIT.
                EXIT.

                END-EVALUATE.

                IF NOT END-OF-C1
                   MOVE WS-CURRCODE TO W-BDAY-CURR
                   MOVE WS-EMPNO    TO W-BDAY-EMPNO
                   PERFORM 8050-RESOLVE-CALENDAR
                   THRU    8050-EXIT
                   IF W-BDAY-SQL-FAILED
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                   IF WS-CURRCODE NOT = WS-BDAY-CACHE-CURR
                      OR W-BDAY-CALID NOT = WS-BDAY-CACHE-CALID
                      PERFORM 2100-COUNT-YEAR-BDAYS
                      THRU    2100-B-EXIT
                   END-IF
