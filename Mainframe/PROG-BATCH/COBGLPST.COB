      *                DEPARTMENTS WITH NO DEPTGL MAPPING GO TO THE
      *                EXCEPTION PAGE AND ARE KEPT OUT OF THE FEED,
      *                NEVER SILENTLY DROPPED. THE PROOF PAGE SHOWS
      *                THE FEED NETS TO ZERO. THE FEED IS MONTHLY: A
      *                MONTH'S CARD ALSO POSTS EVERY BIWEEKLY AND
      *                WEEKLY PERIOD WHOSE PAY DATE FALLS IN THAT
      *                MONTH, SO THE LEDGER SEES ONE MONTH OF PAYROLL
      *                WHATEVER THE FREQUENCIES. A BIWEEKLY OR WEEKLY
      *                PERIOD CARD IS REFUSED - IT POSTS WITH ITS
      *                MONTH.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  END-OF-GL                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-CLEARING-ACCT       PIC X(8)      VALUE 'PAYCLEAR'.
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.

      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE PERIOD'S GROSS BY DEPARTMENT, WITH THE BIWEEKLY AND
      *    WEEKLY PERIODS PAID IN THE SAME CALENDAR MONTH ROLLED IN.
      *    A SUPPLEMENTAL PERIOD (MM 13-19) NAMES NO MONTH AND POSTS
      *    ON ITS OWN.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 E.WORKDEPT,
                 SUM(P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID)
             FROM PAYROLL P
             INNER JOIN EMP E
                     ON E.EMPNO = P.EMPNO
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
                OR P.PYEARMONTH IN
                   (SELECT C.PERIOD_NO FROM PAYPCAL C
                     WHERE C.PAYFREQ IN ('B', 'W')
                       AND SUBSTR(CHAR(C.PAYDATE, ISO), 1, 4)
                        CONCAT SUBSTR(CHAR(C.PAYDATE, ISO), 6, 2)
                         = :WS-PYEARMONTH)
             GROUP BY E.WORKDEPT
             ORDER BY E.WORKDEPT
           END-EXEC.
                END-IF.

                MOVE CARDREC-PERIOD TO WS-PYEARMONTH.

                IF WS-PERIOD-MM > 19
                   DISPLAY '++ COBGLPST - PERIOD ' WS-PYEARMONTH
                           ' IS A BIWEEKLY OR WEEKLY PERIOD ++'
                   DISPLAY '++ COBGLPST - IT POSTS WITH THE MONTH OF '
                           'ITS PAY DATE - RUN THE YYYYMM CARD ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.
                IF CARDREC-CLEARING NOT = SPACES
                   MOVE CARDREC-CLEARING TO WS-CLEARING-ACCT
                END-IF.
