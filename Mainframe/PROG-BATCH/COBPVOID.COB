      *                AND A SECOND OPERATOR'S ID ARE BOTH SUPPLIED.
      *                ON A LIVE RUN THE PERIOD IS LEFT OPEN AND THE
      *                DOCKED LEAVE REQUESTS OF THE PERIOD ARE SET
      *                BACK TO APPROVED - AN ENCASHMENT PAID IN THE
      *                PERIOD ALSO HAS ITS DAYS PUT BACK ON THE LEAVE
      *                BALANCE, SINCE ITS PAY GOES WITH THE ROW - SO A
      *                FRESH COBPAYGN/COBLVDCK/COBLVENC
      *                CYCLE REBUILDS IT CLEANLY - NO MORE HAND SQL
      *                AND HELD BREATH.
      *
       01  WS-SALARYPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUSPAID           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMMPAID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OTPAID              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASHPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOP                 PIC S9(4)      USAGE COMP.
       01  WS-NETPAID             PIC S9(7)V9(2) USAGE COMP-3.

                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE LEAVE
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                 P.SALARYPAID,
                 P.BONUSPAID,
                 P.COMMPAID,
                 P.OTPAID,
                 P.ENCASHPAID,
                 P.LOP,
                 P.NETPAID
             FROM PAYROLL P
                          :WS-SALARYPAID,
                          :WS-BONUSPAID,
                          :WS-COMMPAID,
                          :WS-OTPAID,
                          :WS-ENCASHPAID,
                          :WS-LOP,
                          :WS-NETPAID
                END-EXEC.
                   COMPUTE WS-VOIDED-TOTAL =
                       WS-VOIDED-TOTAL
                     + WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                     + WS-OTPAID + WS-ENCASHPAID
                   MOVE WS-EMPNO      TO WS-DET-EMPNO
                   MOVE WS-SALARYPAID TO WS-DET-SALARY
                   MOVE WS-LOP        TO WS-DET-LOP
      * 2500-RESET-PERIOD - LEAVE THE PERIOD OPEN FOR THE FRESH        *
      *                     COBPAYGN RUN AND PUT THE PERIOD'S DOCKED   *
      *                     LEAVE REQUESTS BACK TO APPROVED SO THE     *
      *                     RERUN DOCKS THEM AGAIN. THE PERIOD'S PAID  *
      *                     ENCASHMENTS FIRST GIVE THEIR DAYS BACK TO  *
      *                     THE LEAVE ROW COBLVENC TOOK THEM FROM, SO  *
      *                     THE RERUN TAKES THEM ONCE, NOT TWICE.      *
      ******************************************************************
       2500-RESET-PERIOD.

                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    UPDATE LEAVE L
                       SET LTAKEN   = LTAKEN   -
                           (SELECT SUM(R.REQ_DAYS)
                              FROM LEAVE_REQUEST R
                              INNER JOIN EMP E
                                      ON E.EMPNO = R.EMPNO
                              INNER JOIN LVPOLICY P
                                      ON P.LTYPE    = R.LTYPE
                                     AND P.CURRCODE = E.CURRCODE
                             WHERE R.EMPNO   = L.EMPNO
                               AND R.RSTATUS = 'D'
                               AND P.LCLASS  = 'E'
                               AND SUBSTR(CHAR(R.FROMDATE, ISO), 1, 4)
                                   = SUBSTR(:WS-PYEARMONTH, 1, 4)
                               AND SUBSTR(CHAR(R.FROMDATE, ISO), 6, 2)
                                   = SUBSTR(:WS-PYEARMONTH, 5, 2))
                         , LBALANCE = LBALANCE +
                           (SELECT SUM(R.REQ_DAYS)
                              FROM LEAVE_REQUEST R
                              INNER JOIN EMP E
                                      ON E.EMPNO = R.EMPNO
                              INNER JOIN LVPOLICY P
                                      ON P.LTYPE    = R.LTYPE
                                     AND P.CURRCODE = E.CURRCODE
                             WHERE R.EMPNO   = L.EMPNO
                               AND R.RSTATUS = 'D'
                               AND P.LCLASS  = 'E'
                               AND SUBSTR(CHAR(R.FROMDATE, ISO), 1, 4)
                                   = SUBSTR(:WS-PYEARMONTH, 1, 4)
                               AND SUBSTR(CHAR(R.FROMDATE, ISO), 6, 2)
                                   = SUBSTR(:WS-PYEARMONTH, 5, 2))
                     WHERE L.LYEARMONTH = :WS-PYEARMONTH
                       AND EXISTS
                           (SELECT 1
                              FROM LEAVE_REQUEST R
                              INNER JOIN EMP E
                                      ON E.EMPNO = R.EMPNO
                              INNER JOIN LVPOLICY P
                                      ON P.LTYPE    = R.LTYPE
                                     AND P.CURRCODE = E.CURRCODE
                             WHERE R.EMPNO   = L.EMPNO
                               AND R.RSTATUS = 'D'
                               AND P.LCLASS  = 'E'
                               AND SUBSTR(CHAR(R.FROMDATE, ISO), 1, 4)
                                   = SUBSTR(:WS-PYEARMONTH, 1, 4)
                               AND SUBSTR(CHAR(R.FROMDATE, ISO), 6, 2)
                                   = SUBSTR(:WS-PYEARMONTH, 5, 2))
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    UPDATE LEAVE_REQUEST
                       SET RSTATUS = 'A'
