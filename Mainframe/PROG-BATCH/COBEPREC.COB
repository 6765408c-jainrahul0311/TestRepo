      *                WHERE THE TOTAL PAID DIVERGES FROM THE EMP
      *                MASTER SALARY/BONUS/COMM FIGURES, AND ANY
      *                PAYROLL RECORD WITH NO MATCHING EMPLOYEE.
      *                SALARY IS EXPECTED AT THE CONTRACTED FTE
      *                PERCENTAGE (EMP.FTEPCT), AS COBPAYGN PAYS IT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
                 E.EMPNO,
                 E.FIRSTNME,
                 E.LASTNAME,
                 DECIMAL(ROUND(E.SALARY * E.FTEPCT / 100, 2), 9, 2),
                 E.BONUS,
                 E.COMM,
                 COALESCE(SUM(P.SALARYPAID), 0),
                   AND P.PYEARMONTH BETWEEN :WS-FROM-YRMO
                                        AND :WS-TO-YRMO
             GROUP BY E.EMPNO, E.FIRSTNME, E.LASTNAME,
                      E.SALARY, E.FTEPCT, E.BONUS, E.COMM
             HAVING COALESCE(SUM(P.SALARYPAID), 0)
                        <> DECIMAL(ROUND(E.SALARY * E.FTEPCT / 100, 2),
                                   9, 2)
                 OR COALESCE(SUM(P.BONUSPAID), 0)  <> E.BONUS
                 OR COALESCE(SUM(P.COMMPAID), 0)   <> E.COMM
             ORDER BY E.EMPNO

                STRING WS-YEAR '01' DELIMITED BY SIZE
                    INTO WS-FROM-YRMO.
      *         PAY PERIODS RUN YYYY01-YYYY99 - MONTHLY, SUPPLEMENTAL,
      *         BIWEEKLY AND WEEKLY RUNS ALL BELONG TO THE YEAR.
                STRING WS-YEAR '99' DELIMITED BY SIZE
                    INTO WS-TO-YRMO.

                OPEN EXTEND EXCPFILE.
