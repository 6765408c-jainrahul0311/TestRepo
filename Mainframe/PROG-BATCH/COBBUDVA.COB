      *                ADMIN-DEPARTMENT SUBTOTALS ON THE SAME BREAK
      *                COBRPT07 USES. DEPARTMENTS OVER BUDGET ARE
      *                REPEATED ON AN EXCEPTION PAGE FOR THE
      *                CONTROLLERS. THE ACTUAL FULL-TIME EQUIVALENT
      *                (THE SUM OF EMP.FTEPCT) IS PRINTED NEXT TO THE
      *                HEAD COUNT, SO A DEPARTMENT OF JOB-SHARERS IS
      *                NOT READ AS OVER ITS BUDGETED HEADCOUNT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-DEPTNAME            PIC X(36).
       01  WS-ADMRDEPT            PIC X(3).
       01  WS-EMP-COUNT-N         PIC S9(4)     USAGE COMP.
       01  WS-EMP-FTE-N           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DEPT-COST-N         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BUD-HEADCOUNT       PIC S9(4)     USAGE COMP.
       01  WS-BUD-PAYROLL         PIC S9(9)V9(2) USAGE COMP-3.
           10 FILLER              PIC X(3).
           10 WS-COL1             PIC X(5)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(10)  VALUE 'HC A/B'.
           10 WS-COL2A            PIC X(8)   VALUE 'FTE'.
           10 WS-COL3             PIC X(16)  VALUE 'ACTUAL'.
           10 WS-COL4             PIC X(16)  VALUE 'BUDGET'.
           10 WS-COL5             PIC X(15)  VALUE 'VARIANCE'.
           10 WS-COL6             PIC X(8)   VALUE 'VAR PCT'.
           10 FILLER              PIC X(51).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 FILLER              PIC X(1)   VALUE '/'.
           10 WS-DET-HC-BUD       PIC ZZZ9.
           10 FILLER              PIC X(1).
           10 WS-DET-FTE          PIC ZZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-DET-ACT          PIC $$$,$$$,$$9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-BUD          PIC $$$,$$$,$$9.99.
           10 WS-DET-VAR          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-PCT          PIC ZZ9.9-.
           10 FILLER              PIC X(52).

       01  WS-RPT-SUBTOTAL.
           10 FILLER              PIC X(3)   VALUE SPACES.
                 D.DEPTNAME,
                 D.ADMRDEPT,
                 COUNT(E.EMPNO),
                 COALESCE(SUM(E.FTEPCT), 0) / 100,
                 COALESCE(SUM(E.SALARY + E.BONUS + E.COMM), 0),
                 COALESCE(MAX(B.BUD_HEADCOUNT), 0),
                 COALESCE(MAX(B.BUD_PAYROLL), 0)
                          :WS-DEPTNAME,
                          :WS-ADMRDEPT,
                          :WS-EMP-COUNT-N,
                          :WS-EMP-FTE-N,
                          :WS-DEPT-COST-N,
                          :WS-BUD-HEADCOUNT,
                          :WS-BUD-PAYROLL
                   MOVE WS-DEPTNO       TO WS-DET-DEPT
                   MOVE WS-EMP-COUNT-N  TO WS-DET-HC-ACT
                   MOVE WS-BUD-HEADCOUNT TO WS-DET-HC-BUD
                   MOVE WS-EMP-FTE-N    TO WS-DET-FTE
                   MOVE WS-DEPT-COST-N  TO WS-DET-ACT
                   MOVE WS-BUD-PAYROLL  TO WS-DET-BUD
                   MOVE WS-VARIANCE     TO WS-DET-VAR
