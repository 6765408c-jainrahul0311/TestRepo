      *     COBSICKP - SICK-ABSENCE PATTERN REPORT. FOR THE ROLLING
      *                YEAR ENDING AT THE MONTH (YYYYMM) ON THE
      *                CONTROL CARD, SCORES EVERY EMPLOYEE'S APPROVED
      *                SICK REQUESTS (EVERY TYPE WHOSE LVPOLICY ROW
      *                FOR THE EMPLOYEE'S SUBSIDIARY IS CLASSED 'S',
      *                SICKNESS - PAID OR NOT) FREQUENCY-WEIGHTED:
      *                EACH SPELL SCORES SIX LESS ITS LENGTH IN DAYS
      *                (NEVER BELOW ONE), SO FIVE SINGLE DAYS SCORE
      *                TWENTY-FIVE WHILE ONE FIVE-DAY ILLNESS SCORES
                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
             FROM LEAVE_REQUEST R
             LEFT JOIN EMP E
                    ON E.EMPNO = R.EMPNO
             WHERE EXISTS
                 (SELECT 1 FROM LVPOLICY P
                   WHERE P.LTYPE    = R.LTYPE
                     AND P.CURRCODE = E.CURRCODE
                     AND P.LCLASS   = 'S')
               AND R.RSTATUS IN ('A', 'D')
               AND R.FROMDATE BETWEEN :WS-FROM-DATE
                                  AND :WS-TO-DATE
