      *     COBLVREC - LEAVE THREE-WAY RECONCILIATION. FOR THE PERIOD
      *                (YYYYMM) ON THE CONTROL CARD, COMPARES THE
      *                THREE VIEWS OF ABSENCE NOTHING ELSE COMPARES:
      *                  1. APPROVED BALANCE-DRAWING REQUESTS WHOSE
      *                     TAKEN DAYS NEVER LANDED IN THE LEAVE
      *                     BALANCE ROW.
      *                  2. LEAVE TAKEN ON THE BALANCE ROW WITH NO
      *                     APPROVED BALANCE-DRAWING REQUEST BEHIND
      *                     IT.
      *                  3. UNPAID REQUESTS WHOSE PAYROLL LOP DOCK IS
      *                     MISSING OR MIS-SIZED.
      *                WHETHER A TYPE DRAWS THE BALANCE OR IS UNPAID
      *                COMES FROM ITS LVPOLICY ROW FOR THE EMPLOYEE'S
      *                SUBSIDIARY. AN ENCASHMENT (CLASS 'E') ONLY
      *                DRAWS THE BALANCE ONCE COBLVENC HAS PAID IT
      *                ('D'); APPROVED AND NOT YET PAID IT HAS NOT
      *                TOUCHED THE BALANCE ROW AND IS LEFT OUT.
      *                EACH MISMATCH PRINTS IN THE COBEPREC EXCEPTION
      *                STYLE AND LANDS ON EXCPFILE FOR THE COBEXHUB
      *                MORNING REPORT - PAYROLL DISPUTES ALMOST
                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    VIEW 1 - APPROVED BALANCE-DRAWING LEAVE PER EMPLOYEE FOR
      *    THE PERIOD, WITH THE TAKEN DAYS THE BALANCE ROW ACTUALLY
      *    CARRIES.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 R.EMPNO,
                     WHERE L.EMPNO      = R.EMPNO
                       AND L.LYEARMONTH = :WS-PYEARMONTH), 0)
             FROM LEAVE_REQUEST R
             INNER JOIN EMP E
                     ON E.EMPNO = R.EMPNO
             INNER JOIN LVPOLICY P
                     ON P.LTYPE    = R.LTYPE
                    AND P.CURRCODE = E.CURRCODE
             WHERE P.DRAWS_BALANCE = 'Y'
               AND R.RSTATUS IN ('A', 'D')
               AND (P.LCLASS <> 'E' OR R.RSTATUS = 'D')
               AND R.FROMDATE BETWEEN :WS-PERIOD-START
                                  AND :WS-PERIOD-END
             GROUP BY R.EMPNO
           END-EXEC.

      *    VIEW 2 - BALANCE ROWS CARRYING TAKEN DAYS WITH NO APPROVED
      *    BALANCE-DRAWING REQUEST BEHIND THEM.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 L.EMPNO,
               AND L.LTAKEN > 0
               AND NOT EXISTS
                 (SELECT 1 FROM LEAVE_REQUEST R
                   INNER JOIN EMP E
                           ON E.EMPNO = R.EMPNO
                   INNER JOIN LVPOLICY P
                           ON P.LTYPE    = R.LTYPE
                          AND P.CURRCODE = E.CURRCODE
                   WHERE R.EMPNO = L.EMPNO
                     AND P.DRAWS_BALANCE = 'Y'
                     AND R.RSTATUS IN ('A', 'D')
                     AND (P.LCLASS <> 'E' OR R.RSTATUS = 'D')
                     AND R.FROMDATE BETWEEN :WS-PERIOD-START
                                        AND :WS-PERIOD-END)
             ORDER BY L.EMPNO
                     WHERE P.EMPNO      = R.EMPNO
                       AND P.PYEARMONTH = :WS-PYEARMONTH), 0)
             FROM LEAVE_REQUEST R
             INNER JOIN EMP E
                     ON E.EMPNO = R.EMPNO
             INNER JOIN LVPOLICY P
                     ON P.LTYPE    = R.LTYPE
                    AND P.CURRCODE = E.CURRCODE
             WHERE P.PAID = 'N'
               AND R.RSTATUS IN ('A', 'D')
               AND R.FROMDATE BETWEEN :WS-PERIOD-START
                                  AND :WS-PERIOD-END
