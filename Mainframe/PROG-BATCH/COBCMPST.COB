       01  WS-YEAR                PIC X(4).
       01  WS-FROM-YRMO           PIC X(6).
       01  WS-TO-YRMO             PIC X(6).
       01  WS-PAY-TO-YRMO         PIC X(6).
       01  WS-YEAR-START          PIC X(10).
       01  WS-YEAR-END            PIC X(10).

       01  WS-P-SALARY            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P-BONUS             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P-COMM              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P-OT                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P-ENCASH            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P-GROSS             PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-LV-AVAILABLE        PIC S9(6)      USAGE COMP.
           10 WS-ST-P-BONUS       PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(7)   VALUE ' COMM: '.
           10 WS-ST-P-COMM        PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(46)  VALUE SPACES.

       01  WS-RPT-ST-PAID2.
           10 FILLER              PIC X(23)  VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE ' OVERTIME: '.
           10 WS-ST-P-OT          PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(11)  VALUE ' ENCASHED: '.
           10 WS-ST-P-ENCASH      PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(8)   VALUE ' GROSS: '.
           10 WS-ST-P-GROSS       PIC $$$,$$$,$$9.99.
           10 FILLER              PIC X(39)  VALUE SPACES.

       01  WS-RPT-ST-LEAVE.
           10 FILLER              PIC X(6)   VALUE SPACES.
                    INTO WS-FROM-YRMO.
                STRING WS-YEAR '12' DELIMITED BY SIZE
                    INTO WS-TO-YRMO.
      *         PAY PERIODS RUN YYYY01-YYYY99 - MONTHLY, SUPPLEMENTAL,
      *         BIWEEKLY AND WEEKLY RUNS ALL BELONG TO THE YEAR.
                STRING WS-YEAR '99' DELIMITED BY SIZE
                    INTO WS-PAY-TO-YRMO.
                STRING WS-YEAR '-01-01' DELIMITED BY SIZE
                    INTO WS-YEAR-START.
                STRING WS-YEAR '-12-31' DELIMITED BY SIZE
                    SELECT
                        COALESCE(SUM(SALARYPAID), 0),
                        COALESCE(SUM(BONUSPAID), 0),
                        COALESCE(SUM(COMMPAID), 0),
                        COALESCE(SUM(OTPAID), 0),
                        COALESCE(SUM(ENCASHPAID), 0)
                    INTO
                        :WS-P-SALARY,
                        :WS-P-BONUS,
                        :WS-P-COMM,
                        :WS-P-OT,
                        :WS-P-ENCASH
                    FROM PAYROLL
                    WHERE EMPNO       = :WS-EMPNO
                      AND PYEARMONTH BETWEEN :WS-FROM-YRMO
                                         AND :WS-PAY-TO-YRMO
                END-EXEC.

                EVALUATE SQLCODE
                         MOVE ZERO TO WS-P-SALARY
                                      WS-P-BONUS
                                      WS-P-COMM
                                      WS-P-OT
                                      WS-P-ENCASH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-P-GROSS =
                    WS-P-SALARY + WS-P-BONUS + WS-P-COMM
                  + WS-P-OT + WS-P-ENCASH.
       2210-EXIT.
                EXIT.

                MOVE WS-P-SALARY   TO WS-ST-P-SALARY.
                MOVE WS-P-BONUS    TO WS-ST-P-BONUS.
                MOVE WS-P-COMM     TO WS-ST-P-COMM.
                PRINT WS-RPT-ST-PAID.
                MOVE WS-P-OT       TO WS-ST-P-OT.
                MOVE WS-P-ENCASH   TO WS-ST-P-ENCASH.
                MOVE WS-P-GROSS    TO WS-ST-P-GROSS.
                PRINT WS-RPT-ST-PAID2.

                MOVE WS-LV-AVAILABLE TO WS-ST-LV-AVAIL.
                MOVE WS-LV-TAKEN     TO WS-ST-LV-TAKEN.
