      *                    UNDER 5 YEARS SERVICE - 1 DAY
      *                    5 TO UNDER 10 YEARS   - 2 DAYS
      *                    10 YEARS AND OVER     - 3 DAYS
      *                A PART-TIMER'S ENTITLEMENT IS PRO-RATED BY THE
      *                CONTRACTED FTE (EMP.FTEPCT). LEAVE IS POSTED IN
      *                WHOLE DAYS, SO EACH MONTH POSTS THE ROUNDED
      *                YEAR-TO-DATE PRO-RATED ENTITLEMENT LESS THE
      *                ROUNDED FIGURE TO THE MONTH BEFORE - A 50% FTE
      *                ON THE 1-DAY BAND POSTS 1, 0, 1, 0 ... AND
      *                LANDS ON 6 DAYS A YEAR.
      *                EMPLOYEES SEPARATED BEFORE THE MONTH STOP
      *                ACCRUING, AND AN EMPLOYEE WHO ALREADY HAS A
      *                LEAVE ROW FOR THE MONTH IS SKIPPED, SO A RERUN

       01  WS-TENURE-YEARS        PIC S9(4)     USAGE COMP.
       01  WS-ACCRUAL-DAYS        PIC S9(4)     USAGE COMP.
       01  WS-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-FTE-TO-DATE         PIC S9(4)     USAGE COMP.
       01  WS-FTE-TO-PRIOR        PIC S9(4)     USAGE COMP.
       01  WS-ZERO-DAYS           PIC S9(4)     USAGE COMP VALUE 0.
       01  WS-WORKINGDAYS         PIC S9(4)     USAGE COMP VALUE 22.

                 COALESCE((SELECT R.BRIDGE_DATE
                             FROM REHIRE_LINK R
                            WHERE R.NEW_EMPNO = E.EMPNO),
                          E.HIREDATE),
                 E.FTEPCT
             FROM EMP E
             WHERE E.HIREDATE <= :WS-PERIOD-END
               AND (E.SEPDATE IS NULL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-WORKDEPT,
                          :WS-HIREDATE,
                          :WS-FTEPCT
                END-EXEC.

                EVALUATE SQLCODE
      /
      ******************************************************************
      * 2220-GRADE-ACCRUAL - COMPLETED YEARS OF SERVICE AS AT THE      *
      *                      START OF THE ACCRUAL MONTH PICK THE BAND, *
      *                      PRO-RATED FOR A PART-TIMER BY FTE         *
      ******************************************************************
       2220-GRADE-ACCRUAL.
                COMPUTE WS-TENURE-YEARS =
                    WHEN OTHER
                         MOVE 1 TO WS-ACCRUAL-DAYS
                END-EVALUATE.

                IF WS-FTEPCT < 100
                   COMPUTE WS-FTE-TO-DATE ROUNDED =
                       WS-ACCRUAL-DAYS * WS-PERIOD-MM * WS-FTEPCT / 100
                   COMPUTE WS-FTE-TO-PRIOR ROUNDED =
                       WS-ACCRUAL-DAYS * (WS-PERIOD-MM - 1)
                                       * WS-FTEPCT / 100
                   COMPUTE WS-ACCRUAL-DAYS =
                       WS-FTE-TO-DATE - WS-FTE-TO-PRIOR
                END-IF.
       2220-EXIT.
                EXIT.

