      *                PERMANENTLY SO WORKFORCE PLANNING CAN TREND IT
      *                INSTEAD OF DIGGING OLD PRINTOUTS OUT OF A
      *                DRAWER. A RERUN FOR THE SAME MONTH REPLACES
      *                THAT MONTH'S ROWS. THE DEPARTMENT'S FULL-TIME
      *                EQUIVALENT (SUM OF EMP.FTEPCT) IS KEPT BESIDE
      *                THE HEAD COUNT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------

       01  WS-DEPTNO              PIC X(3).
       01  WS-EMP-COUNT-N         PIC S9(4)     USAGE COMP.
       01  WS-EMP-FTE-N           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DEPT-COST-N         PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-ROWS-WRITTEN        PIC 9(5)      USAGE COMP  VALUE 0.
             SELECT
                 D.DEPTNO,
                 COUNT(E.EMPNO),
                 COALESCE(SUM(E.FTEPCT), 0) / 100,
                 COALESCE(SUM(E.SALARY + E.BONUS + E.COMM), 0)
             FROM DEPT D
             LEFT JOIN EMP E
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-EMP-COUNT-N,
                          :WS-EMP-FTE-N,
                          :WS-DEPT-COST-N
                END-EXEC.

                             , SNAP_MONTH
                             , HEADCOUNT
                             , PAYROLL_COST
                             , FTE_TOTAL
                           )
                       VALUES
                           (
                             , :WS-SNAP-MONTH
                             , :WS-EMP-COUNT-N
                             , :WS-DEPT-COST-N
                             , :WS-EMP-FTE-N
                           )
                   END-EXEC
                   EVALUATE SQLCODE
