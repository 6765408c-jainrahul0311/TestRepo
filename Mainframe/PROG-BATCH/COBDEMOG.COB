      *                EACH LINE AGAINST THE FIGURES THE PRIOR YEAR'S
      *                RUN STORED ON DEMO_SNAPSHOT, THEN STORES THIS
      *                YEAR'S. A SECOND SECTION GIVES THE SEX
      *                COMPOSITION BY JOB CODE. THE WORKFORCE IS
      *                TAKEN AS AT 31 DECEMBER OF THE YEAR (TODAY FOR
      *                THE YEAR IN PROGRESS) FROM THE ASSIGN_HIST
      *                SPELLS IN FORCE THEN, SO DEPARTMENT, JOB, AGE
      *                AND TENURE ARE THOSE OF THAT DATE. THE STATUTORY
      *                WORKFORCE RETURN STOPS BEING HAND-ASSEMBLED
      *                AND FILED LATE.
      *-----------------------------------------------------------------
                                  PIC 9(4).
       01  WS-PRIOR-YEAR-N        PIC 9(4).
       01  WS-PRIOR-YEAR          PIC X(4).
       01  WS-AS-AT               PIC X(10).

       01  WS-DEPTNO              PIC X(3).
       01  WS-HEADCOUNT           PIC S9(4)      USAGE COMP.
                EXEC SQL INCLUDE DEMOSNAP
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    ONE LINE PER DEPARTMENT OVER THE WORKFORCE AS AT THE
      *    RETURN DATE - EVERYONE WITH AN ASSIGN_HIST SPELL IN FORCE
      *    THEN, IN THAT SPELL'S DEPARTMENT: AGE BANDS, SEX COUNTS
      *    AND THE THREE AVERAGES, ALL COMPUTED IN THE DATABASE FROM
      *    BIRTHDATE, EDLEVEL AND HIREDATE.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 A.WORKDEPT,
                 COUNT(*),
                 SUM(CASE WHEN YEAR(DATE(:WS-AS-AT) - E.BIRTHDATE)
                          < 30 THEN 1 ELSE 0 END),
                 SUM(CASE WHEN YEAR(DATE(:WS-AS-AT) - E.BIRTHDATE)
                          BETWEEN 30 AND 39 THEN 1 ELSE 0 END),
                 SUM(CASE WHEN YEAR(DATE(:WS-AS-AT) - E.BIRTHDATE)
                          BETWEEN 40 AND 49 THEN 1 ELSE 0 END),
                 SUM(CASE WHEN YEAR(DATE(:WS-AS-AT) - E.BIRTHDATE)
                          > 49 THEN 1 ELSE 0 END),
                 SUM(CASE WHEN E.SEX = 'F' THEN 1 ELSE 0 END),
                 SUM(CASE WHEN E.SEX = 'M' THEN 1 ELSE 0 END),
                 AVG(YEAR(DATE(:WS-AS-AT) - E.BIRTHDATE)),
                 AVG(E.EDLEVEL),
                 AVG(YEAR(DATE(:WS-AS-AT) - E.HIREDATE))
             FROM EMP E
             JOIN ASSIGN_HIST A
               ON A.EMPNO    =  E.EMPNO
              AND A.EFF_FROM <= DATE(:WS-AS-AT)
              AND A.EFF_TO   >  DATE(:WS-AS-AT)
             GROUP BY A.WORKDEPT
             ORDER BY A.WORKDEPT
           END-EXEC.

      *    SEX COMPOSITION BY JOB CODE HELD AT THE RETURN DATE,
      *    COMPANY-WIDE.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 A.JOB,
                 SUM(CASE WHEN E.SEX = 'F' THEN 1 ELSE 0 END),
                 SUM(CASE WHEN E.SEX = 'M' THEN 1 ELSE 0 END)
             FROM EMP E
             JOIN ASSIGN_HIST A
               ON A.EMPNO    =  E.EMPNO
              AND A.EFF_FROM <= DATE(:WS-AS-AT)
              AND A.EFF_TO   >  DATE(:WS-AS-AT)
             GROUP BY A.JOB
             ORDER BY A.JOB
           END-EXEC.

      /
                COMPUTE WS-PRIOR-YEAR-N = WS-DYEAR-N - 1.
                MOVE WS-PRIOR-YEAR-N TO WS-PRIOR-YEAR.

      *         THE WORKFORCE AS AT THE YEAR END, OR TODAY WHILE THE
      *         YEAR IS STILL RUNNING.
                MOVE SPACES TO WS-AS-AT.
                STRING WS-DYEAR '-12-31' DELIMITED BY SIZE
                  INTO WS-AS-AT.

                EXEC SQL
                    SELECT CASE WHEN DATE(:WS-AS-AT) > CURRENT DATE
                                THEN CHAR(CURRENT DATE, ISO)
                                ELSE :WS-AS-AT
                           END
                    INTO  :WS-AS-AT
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                DISPLAY 'WS-DYEAR = ' WS-DYEAR.
                DISPLAY 'WS-AS-AT = ' WS-AS-AT.
       1000-EXIT.
                EXIT.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        SUM(CASE WHEN YEAR(DATE(:WS-AS-AT)
                            - E.BIRTHDATE) < 30
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN YEAR(DATE(:WS-AS-AT)
                            - E.BIRTHDATE) BETWEEN 30 AND 39
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN YEAR(DATE(:WS-AS-AT)
                            - E.BIRTHDATE) BETWEEN 40 AND 49
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN YEAR(DATE(:WS-AS-AT)
                            - E.BIRTHDATE) > 49
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN E.SEX = 'F'
                            THEN 1 ELSE 0 END),
                        SUM(CASE WHEN E.SEX = 'M'
                            THEN 1 ELSE 0 END),
                        AVG(YEAR(DATE(:WS-AS-AT) - E.BIRTHDATE)),
                        AVG(E.EDLEVEL),
                        AVG(YEAR(DATE(:WS-AS-AT) - E.HIREDATE))
                    INTO
                        :WS-HEADCOUNT,
                        :WS-UNDER30,
                        :WS-EDLEVEL-AVG,
                        :WS-TENURE-AVG
                    FROM EMP E
                    JOIN ASSIGN_HIST A
                      ON A.EMPNO    =  E.EMPNO
                     AND A.EFF_FROM <= DATE(:WS-AS-AT)
                     AND A.EFF_TO   >  DATE(:WS-AS-AT)
                END-EXEC.

                EVALUATE SQLCODE
