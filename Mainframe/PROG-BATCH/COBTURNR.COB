      *                TREND LINE PER DEPARTMENT THE WAY COBTREND
      *                DOES FOR COST - SO THE BOARD'S ATTRITION
      *                NUMBER STOPS BEING HAND-BUILT FROM EXTRACTS.
      *                THE SNAPSHOT'S FULL-TIME EQUIVALENT IS PRINTED
      *                NEXT TO THE HEADCOUNT; THE RATE STAYS ON HEADS.
      *                A HIRE COUNTS TO THE DEPARTMENT HELD ON HIREDATE
      *                AND A SEPARATION TO THE ONE HELD ON SEPDATE
      *                (ASSIGN_HIST), NOT TODAY'S WORKDEPT, SO A
      *                MID-YEAR TRANSFER WHO LATER LEAVES IS CHARGED TO
      *                THE DEPARTMENT THEY LEFT FROM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-HIRES               PIC S9(4)     USAGE COMP.
       01  WS-SEPS                PIC S9(4)     USAGE COMP.
       01  WS-HEADCOUNT           PIC S9(4)     USAGE COMP.
       01  WS-FTE-TOTAL           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-TURN-RATE           PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-SLOT-SEPS           PIC S9(4)     USAGE COMP.

           10 WS-COL2             PIC X(7)   VALUE 'HIRES'.
           10 WS-COL3             PIC X(13)  VALUE 'SEPARATIONS'.
           10 WS-COL4             PIC X(11)  VALUE 'HEADCOUNT'.
           10 WS-COL4A            PIC X(10)  VALUE '    FTE'.
           10 WS-COL5             PIC X(14)  VALUE 'TURNOVER PCT'.
           10 FILLER              PIC X(62).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-SEPS         PIC ZZZ9.
           10 FILLER              PIC X(7).
           10 WS-DET-HEAD         PIC ZZZ9.
           10 FILLER              PIC X(3).
           10 WS-DET-FTE          PIC ZZZ9.99.
           10 FILLER              PIC X(5).
           10 WS-DET-RATE         PIC ZZ9.9.
           10 FILLER              PIC X(75).

       01  WS-RPT-TREND.
           10 FILLER              PIC X(9)   VALUE SPACES.
                EXEC SQL INCLUDE DEPTSNAP
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                    INTO
                        :WS-HIRES
                    FROM EMP E
                    JOIN ASSIGN_HIST A
                      ON A.EMPNO    =  E.EMPNO
                     AND A.EFF_FROM <= E.HIREDATE
                     AND A.EFF_TO   >  E.HIREDATE
                    WHERE A.WORKDEPT = :WS-DEPTNO
                      AND E.HIREDATE BETWEEN :WS-FROM-DATE
                                         AND :WS-TO-DATE
                END-EXEC.
                    INTO
                        :WS-SEPS
                    FROM EMP E
                    JOIN ASSIGN_HIST A
                      ON A.EMPNO    =  E.EMPNO
                     AND A.EFF_FROM <= E.SEPDATE
                     AND A.EFF_TO   >  E.SEPDATE
                    WHERE A.WORKDEPT = :WS-DEPTNO
                      AND E.SEPDATE BETWEEN :WS-FROM-DATE
                                        AND :WS-TO-DATE
                END-EXEC.
                END-IF.

                MOVE 0 TO WS-HEADCOUNT.
                MOVE 0 TO WS-FTE-TOTAL.
                EXEC SQL
                    SELECT
                        HEADCOUNT,
                        FTE_TOTAL
                    INTO
                        :WS-HEADCOUNT,
                        :WS-FTE-TOTAL
                    FROM DEPT_SNAPSHOT
                    WHERE DEPTNO     = :WS-DEPTNO
                      AND SNAP_MONTH = :WS-RPTMONTH
                MOVE WS-HIRES     TO WS-DET-HIRES.
                MOVE WS-SEPS      TO WS-DET-SEPS.
                MOVE WS-HEADCOUNT TO WS-DET-HEAD.
                MOVE WS-FTE-TOTAL TO WS-DET-FTE.
                MOVE WS-TURN-RATE TO WS-DET-RATE.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                    INTO
                        :WS-SLOT-SEPS
                    FROM EMP E
                    JOIN ASSIGN_HIST A
                      ON A.EMPNO    =  E.EMPNO
                     AND A.EFF_FROM <= E.SEPDATE
                     AND A.EFF_TO   >  E.SEPDATE
                    WHERE A.WORKDEPT = :WS-DEPTNO
                      AND E.SEPDATE BETWEEN :WS-FROM-DATE
                                        AND :WS-TO-DATE
                END-EXEC.
