      *-----------------------------------------------------------------
      *     COBPYGAP - ANNUAL GENDER PAY GAP STATUTORY REPORT. FOR THE
      *                SNAPSHOT PERIOD (YYYYMM) ON THE PERIOD CARD,
      *                TAKES EVERY EMPLOYEE PAID IN THAT PERIOD - OR
      *                IN A BIWEEKLY OR WEEKLY PERIOD WITH ITS PAYDATE
      *                IN THAT MONTH - WITH EMP.SEX 'F' OR 'M' AND
      *                PRINTS, COMPANY-WIDE AND PER SUBSIDIARY CURRENCY:
      *                  - THE MEAN AND MEDIAN HOURLY PAY GAP,
      *                  - THE MEAN AND MEDIAN BONUS GAP OVER THE 12
      *                    MONTHS OF PAY DATES ENDING WITH THE SNAPSHOT
      *                    MONTH,
      *                  - THE PROPORTION OF EACH SEX PAID A BONUS,
      *                  - THE FEMALE SHARE OF EACH HOURLY PAY
      *                    QUARTILE (MALE SHARE IS THE REMAINDER),
      *                AND SETS THE HOURLY GAPS AGAINST THE FIGURES THE
      *                PRIOR YEAR'S RUN STORED ON PAYGAP_SNAPSHOT, THEN
      *                STORES THIS YEAR'S. A SECOND SECTION BREAKS THE
      *                HOURLY GAP DOWN BY JOB CODE AND BY DEPARTMENT,
      *                WITH ANY GROUP HOLDING FEWER THAN FIVE OF
      *                EITHER SEX SUPPRESSED, SO NO ONE'S PAY CAN BE
      *                READ OFF THE REPORT.
      *
      *                HOURLY PAY IS THE PERIOD'S SALARY PLUS
      *                COMMISSION (OVERTIME, BONUS AND LEAVE
      *                ENCASHMENT LEFT OUT) OVER THE HOURS OF A FULL
      *                PERIOD - 2080 / 12, THE COBCAPFC FIGURE, FOR A
      *                MONTH, 2080 / 26 AND 2080 / 52 FOR A BIWEEKLY
      *                AND WEEKLY PERIOD, THE MONTH'S PERIODS TAKEN
      *                TOGETHER - SCALED BY EMP.FTEPCT. BONUS GAPS
      *                COMPARE ONLY THOSE WHO WERE PAID A BONUS. THE
      *                COMPANY-WIDE FIGURES AND THE JOB AND DEPARTMENT
      *                SECTION ARE IN USD AT THE EXCHRATE RATES IN
      *                FORCE AT THE END OF THE SNAPSHOT PERIOD; ANYONE
      *                PAID IN A CURRENCY WITH NO RATE IS LEFT OUT OF
      *                THOSE AND COUNTED ON THE SUMMARY. JOB AND
      *                DEPARTMENT ARE THOSE OF THE ASSIGN_HIST SPELL IN
      *                FORCE AT THAT DATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPYGAP.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 6 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(6).

       FD      RUNHFILE
               RECORD CONTAINS 62 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY RUNHREC.

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  PRIOR-FOUND-SWITCH     PIC X          VALUE  SPACES.
               88  PRIOR-FOUND                   VALUE  'Y'.
       77  HR-GAP-SWITCH          PIC X          VALUE  SPACES.
               88  HR-GAP-SET                    VALUE  'Y'.
       77  BON-GAP-SWITCH         PIC X          VALUE  SPACES.
               88  BON-GAP-SET                   VALUE  'Y'.
       77  GROUP-SECTION-SWITCH   PIC X          VALUE  SPACES.
               88  GROUP-SECTION                 VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC X(4).
           05 WS-PERIOD-YYYY-N REDEFINES WS-PERIOD-YYYY
                                  PIC 9(4).
           05 WS-PERIOD-MM        PIC X(2).
           05 WS-PERIOD-MM-N REDEFINES WS-PERIOD-MM
                                  PIC 9(2).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-AS-AT               PIC X(10).
       01  WS-PRIOR-YEAR-N        PIC 9(4).
       01  WS-PRIOR-YEAR          PIC X(4).

      *    FIRST DAY OF THE 12 MONTHS WHOSE PAY DATES THE BONUS
      *    FIGURES COVER.
       01  WS-BONUS-FROM          PIC X(10).

      *    THE ROW EACH CURSOR HAS READ AHEAD. TYPE '1' IS THE
      *    COMPANY, '2' A CURRENCY, '3' A JOB CODE, '4' A DEPARTMENT.
       01  WS-C1-TYPE             PIC X(1).
       01  WS-C1-SCOPE            PIC X(8).
       01  WS-C1-SEX              PIC X(1).
       01  WS-C1-AMOUNT           PIC S9(9)V9(4) USAGE COMP-3.
       01  WS-C2-TYPE             PIC X(1).
       01  WS-C2-SCOPE            PIC X(8).
       01  WS-C2-SEX              PIC X(1).
       01  WS-C2-AMOUNT           PIC S9(9)V9(4) USAGE COMP-3.

       01  WS-TYPE                PIC X(1).
       01  WS-SCOPE               PIC X(8).

      *    ONE SCOPE'S PAY FIGURES, LOWEST FIRST, AS THE CURSOR
      *    RETURNS THEM - THE MEDIANS AND QUARTILES ARE READ BY
      *    POSITION.
       01  WS-VAL-SUB             PIC S9(5)     USAGE COMP  VALUE 0.
       01  WS-VAL-COUNT           PIC S9(5)     USAGE COMP  VALUE 0.
       01  WS-VAL-TABLE.
           05 WS-VAL-ENTRY OCCURS 20000 TIMES.
              10 WS-VAL-SEX       PIC X(1).
              10 WS-VAL-AMOUNT    PIC S9(9)V9(4) USAGE COMP-3.

      *    PER SEX, 1 = FEMALE AND 2 = MALE: EVERYONE IN THE TABLE,
      *    THOSE WITH PAY ABOVE ZERO, THEIR TOTAL, AND THE POSITIONS
      *    AND VALUES THE MEDIAN IS TAKEN FROM.
       01  WS-SX-IX               PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-SEX-TABLE.
           05 WS-SX-ENTRY OCCURS 2 TIMES.
              10 WS-SX-POP        PIC 9(7).
              10 WS-SX-CNT        PIC 9(7).
              10 WS-SX-SUM        PIC 9(13)V9(4).
              10 WS-SX-ORD        PIC 9(7).
              10 WS-SX-LO         PIC 9(7).
              10 WS-SX-HI         PIC 9(7).
              10 WS-SX-MED-SUM    PIC 9(11)V9(4).
              10 WS-SX-MEAN       PIC 9(9)V9(4).
              10 WS-SX-MEDIAN     PIC 9(9)V9(4).

      *    HEADS PER SEX IN EACH HOURLY PAY QUARTILE, Q1 LOWEST.
       01  WS-QTR                 PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-QTR-TOTAL           PIC S9(7)     USAGE COMP  VALUE 0.
       01  WS-QTR-TABLE.
           05 WS-QT-ENTRY OCCURS 4 TIMES.
              10 WS-QT-SEX-CNT    PIC 9(7)  OCCURS 2 TIMES.
       01  WS-QF-TABLE.
           05 WS-QF-PCT           PIC 9(3)V9(1) OCCURS 4 TIMES.

       01  WS-FEMALE              PIC S9(9)      USAGE COMP.
       01  WS-MALE                PIC S9(9)      USAGE COMP.
       01  WS-HR-MEAN-GAP         PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-HR-MEDIAN-GAP       PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-BON-MEAN-GAP        PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-BON-MEDIAN-GAP      PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-F-BONUS-PCT         PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-M-BONUS-PCT         PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-Q1-F-PCT            PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-Q2-F-PCT            PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-Q3-F-PCT            PIC S9(3)V9(1) USAGE COMP-3.
       01  WS-Q4-F-PCT            PIC S9(3)V9(1) USAGE COMP-3.

       01  WS-PR-HR-GAP-OK        PIC X(1).
       01  WS-PR-HR-MEAN-GAP      PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-PR-HR-MEDIAN-GAP    PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-GAP-CHANGE          PIC S9(5)V9(1) USAGE COMP-3.

      *    A JOB OR DEPARTMENT WITH FEWER OF EITHER SEX THAN THIS IS
      *    NOT SHOWN.
       01  WS-MIN-GROUP           PIC S9(4)     USAGE COMP  VALUE 5.

       01  WS-SCOPE-LINES         PIC 9(4)      USAGE COMP  VALUE 0.
       01  WS-GROUP-LINES         PIC 9(4)      USAGE COMP  VALUE 0.
       01  WS-SUPPRESSED          PIC 9(4)      USAGE COMP  VALUE 0.
       01  WS-COMPANY-HEADS       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-CURRENCY-HEADS      PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-UNCONVERTED         PIC 9(7)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(36).
           10 WS-TEXT             PIC X(42)
                VALUE 'GENDER PAY GAP STATUTORY REPORT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
           10 WS-STAMP-PERIOD     PIC X(6).
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'AS AT: '.
           10 WS-STAMP-AS-AT      PIC X(10).
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(20)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(20)  VALUE SPACES.
           10 FILLER              PIC X(17)  VALUE 'HOURLY GAP %'.
           10 FILLER              PIC X(17)  VALUE 'BONUS GAP %'.
           10 FILLER              PIC X(13)  VALUE '% PAID BONUS'.
           10 FILLER              PIC X(25)
                VALUE 'FEMALE % BY PAY QUARTILE'.
           10 FILLER              PIC X(17)  VALUE 'HOURLY GAP CHANGE'.
           10 FILLER              PIC X(13)  VALUE SPACES.

       01  WS-RPT-COLUMNS2.
           10 FILLER              PIC X(7)   VALUE '  SCOPE'.
           10 FILLER              PIC X(5)   VALUE '    F'.
           10 FILLER              PIC X(6)   VALUE '     M'.
           10 FILLER              PIC X(9)   VALUE '     MEAN'.
           10 FILLER              PIC X(8)   VALUE '  MEDIAN'.
           10 FILLER              PIC X(9)   VALUE '     MEAN'.
           10 FILLER              PIC X(8)   VALUE '  MEDIAN'.
           10 FILLER              PIC X(7)   VALUE '      F'.
           10 FILLER              PIC X(6)   VALUE '     M'.
           10 FILLER              PIC X(7)   VALUE '     Q1'.
           10 FILLER              PIC X(6)   VALUE '    Q2'.
           10 FILLER              PIC X(6)   VALUE '    Q3'.
           10 FILLER              PIC X(6)   VALUE '    Q4'.
           10 FILLER              PIC X(9)   VALUE '     MEAN'.
           10 FILLER              PIC X(8)   VALUE '  MEDIAN'.
           10 FILLER              PIC X(15)  VALUE '  NOTE'.

       01  WS-RPT-LEGEND.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(42)  VALUE
                'SCOPE *** IS COMPANY-WIDE AT USD RATES. '.
           10 FILLER              PIC X(42)  VALUE
                'GAP % = (MALE - FEMALE) / MALE PAY; N/A = '.
           10 FILLER              PIC X(36)  VALUE
                'ONE SEX HAS NO PAY TO COMPARE.'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-DET-SCOPE        PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-DET-F            PIC ZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-DET-M            PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-HR-MEAN      PIC -ZZZ9.9.
           10 WS-DET-HR-MEAN-X REDEFINES WS-DET-HR-MEAN
                                  PIC X(7).
           10 FILLER              PIC X(1).
           10 WS-DET-HR-MEDIAN    PIC -ZZZ9.9.
           10 WS-DET-HR-MEDIAN-X REDEFINES WS-DET-HR-MEDIAN
                                  PIC X(7).
           10 FILLER              PIC X(2).
           10 WS-DET-BN-MEAN      PIC -ZZZ9.9.
           10 WS-DET-BN-MEAN-X REDEFINES WS-DET-BN-MEAN
                                  PIC X(7).
           10 FILLER              PIC X(1).
           10 WS-DET-BN-MEDIAN    PIC -ZZZ9.9.
           10 WS-DET-BN-MEDIAN-X REDEFINES WS-DET-BN-MEDIAN
                                  PIC X(7).
           10 FILLER              PIC X(2).
           10 WS-DET-F-BONUS      PIC ZZ9.9.
           10 FILLER              PIC X(1).
           10 WS-DET-M-BONUS      PIC ZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-DET-Q1           PIC ZZ9.9.
           10 FILLER              PIC X(1).
           10 WS-DET-Q2           PIC ZZ9.9.
           10 FILLER              PIC X(1).
           10 WS-DET-Q3           PIC ZZ9.9.
           10 FILLER              PIC X(1).
           10 WS-DET-Q4           PIC ZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-DET-CHG-MEAN     PIC -ZZZ9.9.
           10 WS-DET-CHG-MEAN-X REDEFINES WS-DET-CHG-MEAN
                                  PIC X(7).
           10 FILLER              PIC X(1).
           10 WS-DET-CHG-MEDIAN   PIC -ZZZ9.9.
           10 WS-DET-CHG-MEDIAN-X REDEFINES WS-DET-CHG-MEDIAN
                                  PIC X(7).
           10 FILLER              PIC X(2).
           10 WS-DET-NOTE         PIC X(12).
           10 FILLER              PIC X(1).

       01  WS-RPT-GRP-TITLE.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(44)  VALUE
                'HOURLY PAY GAP BY JOB CODE AND DEPARTMENT, '.
           10 FILLER              PIC X(44)  VALUE
                'IN USD. GROUPS WITH FEWER THAN 5 OF EITHER '.
           10 FILLER              PIC X(32)  VALUE
                'SEX ARE SUPPRESSED.'.

       01  WS-RPT-GRP-COLUMNS.
           10 FILLER              PIC X(6)   VALUE '  TYPE'.
           10 FILLER              PIC X(10)  VALUE '  CODE'.
           10 FILLER              PIC X(7)   VALUE '      F'.
           10 FILLER              PIC X(6)   VALUE '     M'.
           10 FILLER              PIC X(12)  VALUE ' F MEAN HRLY'.
           10 FILLER              PIC X(12)  VALUE ' M MEAN HRLY'.
           10 FILLER              PIC X(9)   VALUE '   MEAN %'.
           10 FILLER              PIC X(9)   VALUE ' MEDIAN %'.
           10 FILLER              PIC X(51)  VALUE '   NOTE'.

       01  WS-RPT-GRP-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-GD-TYPE          PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-GD-CODE          PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-GD-F             PIC ZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-GD-M             PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-GD-F-MEAN        PIC ZZZ,ZZ9.99.
           10 WS-GD-F-MEAN-X REDEFINES WS-GD-F-MEAN
                                  PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-GD-M-MEAN        PIC ZZZ,ZZ9.99.
           10 WS-GD-M-MEAN-X REDEFINES WS-GD-M-MEAN
                                  PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-GD-GAP-MEAN      PIC -ZZZ9.9.
           10 WS-GD-GAP-MEAN-X REDEFINES WS-GD-GAP-MEAN
                                  PIC X(7).
           10 FILLER              PIC X(2).
           10 WS-GD-GAP-MEDIAN    PIC -ZZZ9.9.
           10 WS-GD-GAP-MEDIAN-X REDEFINES WS-GD-GAP-MEDIAN
                                  PIC X(7).
           10 FILLER              PIC X(3).
           10 WS-GD-NOTE          PIC X(24).
           10 FILLER              PIC X(24).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'SCOPE LINES: '.
           10 WS-SUM-SCOPES       PIC ZZZ9.
           10 FILLER              PIC X(16)  VALUE
                '  GROUP LINES: '.
           10 WS-SUM-GROUPS       PIC ZZZ9.
           10 FILLER              PIC X(14)  VALUE
                '  SUPPRESSED: '.
           10 WS-SUM-SUPPRESSED   PIC ZZZ9.
           10 FILLER              PIC X(32)  VALUE
                '  NO USD RATE, LEFT OUT OF ***: '.
           10 WS-SUM-UNCONVERTED  PIC ZZZZZZ9.
           10 FILLER              PIC X(18)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE PAYGAP
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    HOURLY PAY OF EVERYONE PAID IN THE SNAPSHOT PERIOD (OR A
      *    BIWEEKLY OR WEEKLY PERIOD PAID IN ITS MONTH), ONCE
      *    PER SCOPE THEY FALL IN - THE COMPANY AND THE JOB AND
      *    DEPARTMENT GROUPS IN USD, THEIR CURRENCY IN ITS OWN MONEY -
      *    LOWEST PAY FIRST WITHIN EACH SCOPE. RATE IS EACH CURRENCY'S
      *    USD RATE IN FORCE AT THE END OF THE PERIOD; A CURRENCY WITH
      *    NO RATE DROPS OUT OF THE USD SCOPES.
           EXEC SQL DECLARE C1 CURSOR
             WITH RATE (CURRCODE, EXRATE) AS
                (SELECT X.FROMCURR, X.EXRATE
                   FROM EXCHRATE X
                  WHERE X.TOCURR  = 'USD'
                    AND X.EFFDATE =
                        (SELECT MAX(Y.EFFDATE)
                           FROM EXCHRATE Y
                          WHERE Y.FROMCURR =  X.FROMCURR
                            AND Y.TOCURR   =  'USD'
                            AND Y.EFFDATE  <= DATE(:WS-AS-AT))
                 UNION ALL
                 SELECT 'USD', 1
                   FROM SYSIBM.SYSDUMMY1),
                  PAID AS
                (SELECT P.EMPNO,
                        E.CURRCODE,
                        E.WORKDEPT,
                        SUM(P.SALARYPAID + P.COMMPAID)   AS PAY,
                        SUM(CASE C.PAYFREQ
                              WHEN 'B' THEN 2080.00 / 26
                              WHEN 'W' THEN 2080.00 / 52
                              ELSE 173.33
                            END)                         AS HOURS
                   FROM PAYROLL P
                   JOIN EMP E
                     ON E.EMPNO      = P.EMPNO
                   LEFT JOIN PAYPCAL C
                     ON C.PERIOD_NO  = P.PYEARMONTH
                  WHERE (P.PYEARMONTH = :WS-PYEARMONTH
                     OR  P.PYEARMONTH IN
                        (SELECT K.PERIOD_NO FROM PAYPCAL K
                          WHERE K.PAYFREQ IN ('B', 'W')
                            AND SUBSTR(CHAR(K.PAYDATE, ISO), 1, 4)
                             CONCAT SUBSTR(CHAR(K.PAYDATE, ISO), 6, 2)
                              = :WS-PYEARMONTH))
                    AND P.SALARYPAID > 0
                  GROUP BY P.EMPNO, E.CURRCODE, E.WORKDEPT),
                  POP AS
                (SELECT E.SEX,
                        D.CURRCODE,
                        COALESCE(A.JOB, E.JOB)           AS JOB,
                        COALESCE(A.WORKDEPT, D.WORKDEPT) AS DEPT,
                        D.PAY
                          / (D.HOURS * E.FTEPCT / 100)   AS HOURLY,
                        R.EXRATE
                   FROM EMP E
                   JOIN PAID D
                     ON D.EMPNO      = E.EMPNO
                   LEFT JOIN RATE R
                     ON R.CURRCODE   = D.CURRCODE
                   LEFT JOIN ASSIGN_HIST A
                     ON A.EMPNO    =  E.EMPNO
                    AND A.EFF_FROM <= DATE(:WS-AS-AT)
                    AND A.EFF_TO   >  DATE(:WS-AS-AT)
                  WHERE E.SEX IN ('F', 'M')
                    AND E.FTEPCT     > 0)
             SELECT '1', '***', SEX,
                    DEC(HOURLY * EXRATE, 13, 4)
               FROM POP
              WHERE EXRATE IS NOT NULL
             UNION ALL
             SELECT '2', CURRCODE, SEX,
                    DEC(HOURLY, 13, 4)
               FROM POP
             UNION ALL
             SELECT '3', JOB, SEX,
                    DEC(HOURLY * EXRATE, 13, 4)
               FROM POP
              WHERE EXRATE IS NOT NULL
             UNION ALL
             SELECT '4', DEPT, SEX,
                    DEC(HOURLY * EXRATE, 13, 4)
               FROM POP
              WHERE EXRATE IS NOT NULL
             ORDER BY 1, 2, 4
           END-EXEC.

      *    BONUS PAID, BY PAYDATE, OVER THE 12 MONTHS ENDING WITH THE
      *    SNAPSHOT MONTH TO THE SAME PEOPLE, ZERO FOR NONE, FOR THE
      *    COMPANY (IN USD) AND EACH CURRENCY SCOPE, LOWEST FIRST.
           EXEC SQL DECLARE C2 CURSOR
             WITH RATE (CURRCODE, EXRATE) AS
                (SELECT X.FROMCURR, X.EXRATE
                   FROM EXCHRATE X
                  WHERE X.TOCURR  = 'USD'
                    AND X.EFFDATE =
                        (SELECT MAX(Y.EFFDATE)
                           FROM EXCHRATE Y
                          WHERE Y.FROMCURR =  X.FROMCURR
                            AND Y.TOCURR   =  'USD'
                            AND Y.EFFDATE  <= DATE(:WS-AS-AT))
                 UNION ALL
                 SELECT 'USD', 1
                   FROM SYSIBM.SYSDUMMY1),
                  PAID AS
                (SELECT DISTINCT P.EMPNO,
                        E.CURRCODE
                   FROM PAYROLL P
                   JOIN EMP E
                     ON E.EMPNO      = P.EMPNO
                  WHERE (P.PYEARMONTH = :WS-PYEARMONTH
                     OR  P.PYEARMONTH IN
                        (SELECT K.PERIOD_NO FROM PAYPCAL K
                          WHERE K.PAYFREQ IN ('B', 'W')
                            AND SUBSTR(CHAR(K.PAYDATE, ISO), 1, 4)
                             CONCAT SUBSTR(CHAR(K.PAYDATE, ISO), 6, 2)
                              = :WS-PYEARMONTH))
                    AND P.SALARYPAID > 0),
                  POP AS
                (SELECT E.EMPNO,
                        E.SEX,
                        D.CURRCODE
                   FROM EMP E
                   JOIN PAID D
                     ON D.EMPNO      = E.EMPNO
                  WHERE E.SEX IN ('F', 'M')
                    AND E.FTEPCT     > 0),
                  BON AS
                (SELECT B.EMPNO,
                        E.CURRCODE,
                        SUM(B.BONUSPAID) AS BONUS
                   FROM PAYROLL B
                   JOIN EMP E
                     ON E.EMPNO      = B.EMPNO
                   JOIN PAYPCAL C
                     ON C.PERIOD_NO  = B.PYEARMONTH
                  WHERE C.PAYDATE BETWEEN DATE(:WS-BONUS-FROM)
                                      AND DATE(:WS-AS-AT)
                  GROUP BY B.EMPNO, E.CURRCODE)
             SELECT '1', '***', O.SEX,
                    DEC(COALESCE(SUM(N.BONUS * R.EXRATE), 0), 13, 4)
               FROM POP O
               JOIN RATE Q
                 ON Q.CURRCODE = O.CURRCODE
               LEFT JOIN BON N
                 ON N.EMPNO    = O.EMPNO
               LEFT JOIN RATE R
                 ON R.CURRCODE = N.CURRCODE
              GROUP BY O.EMPNO, O.SEX
             UNION ALL
             SELECT '2', O.CURRCODE, O.SEX,
                    DEC(COALESCE(SUM(N.BONUS), 0), 13, 4)
               FROM POP O
               LEFT JOIN BON N
                 ON N.EMPNO    = O.EMPNO
                AND N.CURRCODE = O.CURRCODE
              GROUP BY O.EMPNO, O.CURRCODE, O.SEX
             ORDER BY 1, 2, 4
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2000-SCOPE-SECTION
             THRU    2000-EXIT.

             PERFORM 3000-GROUP-SECTION
             THRU    3000-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE SNAPSHOT PERIOD IS REQUIRED. THE BONUS   *
      *                   FIGURES RUN FROM 11 MONTHS BEFORE IT         *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-PYEARMONTH
                   AT END
                        MOVE SPACES TO WS-PYEARMONTH
                END-READ.
                CLOSE CARDIN.

                IF WS-PYEARMONTH NOT NUMERIC
                   OR WS-PERIOD-MM < '01'
                   OR WS-PERIOD-MM > '12'
                   DISPLAY '++ COBPYGAP - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBPYGAP - ABORTING, SNAPSHOT PERIOD '
                           'YYYYMM IS REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-START.

                COMPUTE WS-PRIOR-YEAR-N = WS-PERIOD-YYYY-N - 1.
                MOVE WS-PRIOR-YEAR-N TO WS-PRIOR-YEAR.

      *         THE SNAPSHOT DATE IS THE LAST DAY OF THE PERIOD;
      *         THE BONUS WINDOW OPENS ON THE FIRST DAY OF THE MONTH
      *         11 MONTHS BEFORE IT.
                EXEC SQL
                    SELECT CHAR(DATE(:WS-PERIOD-START) + 1 MONTH
                                - 1 DAY, ISO),
                           CHAR(DATE(:WS-PERIOD-START) - 11 MONTHS,
                                ISO)
                    INTO  :WS-AS-AT,
                          :WS-BONUS-FROM
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
                DISPLAY 'WS-AS-AT      = ' WS-AS-AT.
                DISPLAY 'WS-BONUS-FROM = ' WS-BONUS-FROM.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-SCOPE-SECTION - THE COMPANY AND EACH CURRENCY. C1 STAYS   *
      *                      OPEN FOR THE JOB AND DEPARTMENT SECTION   *
      ******************************************************************
       2000-SCOPE-SECTION.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2250-FETCH-C1
                THRU    2250-EXIT.
                PERFORM 2260-FETCH-C2
                THRU    2260-EXIT.

                PERFORM 2200-SCOPE
                THRU    2200-EXIT
                UNTIL END-OF-C1
                   OR WS-C1-TYPE > '2'.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-CURRENCY-HEADS > WS-COMPANY-HEADS
                   COMPUTE WS-UNCONVERTED =
                       WS-CURRENCY-HEADS - WS-COMPANY-HEADS
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-SCOPE - ONE SCOPE'S HOURLY AND BONUS FIGURES, COMPARED    *
      *              AND STORED                                        *
      ******************************************************************
       2200-SCOPE.
                MOVE WS-C1-TYPE  TO WS-TYPE.
                MOVE WS-C1-SCOPE TO WS-SCOPE.

                MOVE 0 TO WS-VAL-COUNT.
                PERFORM 2210-TAKE-C1
                THRU    2210-EXIT
                UNTIL END-OF-C1
                   OR WS-C1-TYPE  NOT = WS-TYPE
                   OR WS-C1-SCOPE NOT = WS-SCOPE.

                PERFORM 4000-MEAN-MEDIAN
                THRU    4000-EXIT.
                PERFORM 4100-HOURLY-FIGURES
                THRU    4100-EXIT.

                IF WS-TYPE = '1'
                   ADD WS-VAL-COUNT TO WS-COMPANY-HEADS
                ELSE
                   ADD WS-VAL-COUNT TO WS-CURRENCY-HEADS
                END-IF.

                MOVE 0 TO WS-VAL-COUNT.
                PERFORM 2220-TAKE-C2
                THRU    2220-EXIT
                UNTIL END-OF-C2
                   OR WS-C2-TYPE  NOT = WS-TYPE
                   OR WS-C2-SCOPE NOT = WS-SCOPE.

                PERFORM 4000-MEAN-MEDIAN
                THRU    4000-EXIT.
                PERFORM 4200-BONUS-FIGURES
                THRU    4200-EXIT.

                ADD 1 TO WS-SCOPE-LINES.
                PERFORM 2300-COMPARE-AND-PRINT
                THRU    2300-EXIT.
                PERFORM 2400-STORE-SNAPSHOT
                THRU    2400-EXIT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-TAKE-C1 - TABLE THE ROW READ AHEAD, THEN READ THE NEXT    *
      ******************************************************************
       2210-TAKE-C1.
                IF WS-VAL-COUNT < 20000
                   ADD 1 TO WS-VAL-COUNT
                   MOVE WS-C1-SEX    TO WS-VAL-SEX (WS-VAL-COUNT)
                   MOVE WS-C1-AMOUNT TO WS-VAL-AMOUNT (WS-VAL-COUNT)
                ELSE
                   DISPLAY 'COBPYGAP - PAY TABLE FULL, SCOPE '
                           WS-SCOPE ' FIGURES ARE INCOMPLETE'
                   MOVE 4 TO RETURN-CODE
                END-IF.

                PERFORM 2250-FETCH-C1
                THRU    2250-EXIT.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2220-TAKE-C2 - TABLE THE BONUS ROW READ AHEAD, READ THE NEXT   *
      ******************************************************************
       2220-TAKE-C2.
                IF WS-VAL-COUNT < 20000
                   ADD 1 TO WS-VAL-COUNT
                   MOVE WS-C2-SEX    TO WS-VAL-SEX (WS-VAL-COUNT)
                   MOVE WS-C2-AMOUNT TO WS-VAL-AMOUNT (WS-VAL-COUNT)
                ELSE
                   DISPLAY 'COBPYGAP - BONUS TABLE FULL, SCOPE '
                           WS-SCOPE ' FIGURES ARE INCOMPLETE'
                   MOVE 4 TO RETURN-CODE
                END-IF.

                PERFORM 2260-FETCH-C2
                THRU    2260-EXIT.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-FETCH-C1                                                  *
      ******************************************************************
       2250-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-C1-TYPE,
                          :WS-C1-SCOPE,
                          :WS-C1-SEX,
                          :WS-C1-AMOUNT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2260-FETCH-C2                                                  *
      ******************************************************************
       2260-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-C2-TYPE,
                          :WS-C2-SCOPE,
                          :WS-C2-SEX,
                          :WS-C2-AMOUNT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2260-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-COMPARE-AND-PRINT - THE SCOPE LINE, WITH THE CHANGE IN    *
      *                          THE HOURLY GAPS SINCE THE FIGURES     *
      *                          STORED BY THE PRIOR YEAR'S RUN        *
      ******************************************************************
       2300-COMPARE-AND-PRINT.
                MOVE SPACES TO PRIOR-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        HR_GAP_OK,
                        HR_MEAN_GAP,
                        HR_MEDIAN_GAP
                    INTO
                        :WS-PR-HR-GAP-OK,
                        :WS-PR-HR-MEAN-GAP,
                        :WS-PR-HR-MEDIAN-GAP
                    FROM PAYGAP_SNAPSHOT
                    WHERE SCOPE = :WS-SCOPE
                      AND GYEAR = :WS-PRIOR-YEAR
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO PRIOR-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-SCOPE          TO WS-DET-SCOPE.
                MOVE WS-FEMALE         TO WS-DET-F.
                MOVE WS-MALE           TO WS-DET-M.
                IF HR-GAP-SET
                   MOVE WS-HR-MEAN-GAP    TO WS-DET-HR-MEAN
                   MOVE WS-HR-MEDIAN-GAP  TO WS-DET-HR-MEDIAN
                ELSE
                   MOVE '    N/A'         TO WS-DET-HR-MEAN-X
                   MOVE '    N/A'         TO WS-DET-HR-MEDIAN-X
                END-IF.
                IF BON-GAP-SET
                   MOVE WS-BON-MEAN-GAP   TO WS-DET-BN-MEAN
                   MOVE WS-BON-MEDIAN-GAP TO WS-DET-BN-MEDIAN
                ELSE
                   MOVE '    N/A'         TO WS-DET-BN-MEAN-X
                   MOVE '    N/A'         TO WS-DET-BN-MEDIAN-X
                END-IF.
                MOVE WS-F-BONUS-PCT    TO WS-DET-F-BONUS.
                MOVE WS-M-BONUS-PCT    TO WS-DET-M-BONUS.
                MOVE WS-Q1-F-PCT       TO WS-DET-Q1.
                MOVE WS-Q2-F-PCT       TO WS-DET-Q2.
                MOVE WS-Q3-F-PCT       TO WS-DET-Q3.
                MOVE WS-Q4-F-PCT       TO WS-DET-Q4.

                MOVE SPACES TO WS-DET-CHG-MEAN-X
                               WS-DET-CHG-MEDIAN-X
                               WS-DET-NOTE.
                EVALUATE TRUE
                    WHEN NOT PRIOR-FOUND
                         MOVE 'NO PRIOR RUN' TO WS-DET-NOTE
                    WHEN NOT HR-GAP-SET
                      OR WS-PR-HR-GAP-OK NOT = 'Y'
                         MOVE 'NO PRIOR GAP' TO WS-DET-NOTE
                    WHEN OTHER
                         COMPUTE WS-GAP-CHANGE =
                             WS-HR-MEAN-GAP - WS-PR-HR-MEAN-GAP
                         MOVE WS-GAP-CHANGE TO WS-DET-CHG-MEAN
                         COMPUTE WS-GAP-CHANGE =
                             WS-HR-MEDIAN-GAP - WS-PR-HR-MEDIAN-GAP
                         MOVE WS-GAP-CHANGE TO WS-DET-CHG-MEDIAN
                END-EVALUATE.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-STORE-SNAPSHOT - THIS YEAR'S FIGURES REPLACE ANY EARLIER  *
      *                       RUN OF THE SAME YEAR                     *
      ******************************************************************
       2400-STORE-SNAPSHOT.
                MOVE WS-SCOPE(1:3)      TO SCOPE.
                MOVE WS-PERIOD-YYYY     TO GYEAR.
                MOVE WS-FEMALE          TO FEMALE-CNT.
                MOVE WS-MALE            TO MALE-CNT.
                MOVE HR-GAP-SWITCH      TO HR-GAP-OK.
                MOVE WS-HR-MEAN-GAP     TO HR-MEAN-GAP.
                MOVE WS-HR-MEDIAN-GAP   TO HR-MEDIAN-GAP.
                MOVE BON-GAP-SWITCH     TO BON-GAP-OK.
                MOVE WS-BON-MEAN-GAP    TO BON-MEAN-GAP.
                MOVE WS-BON-MEDIAN-GAP  TO BON-MEDIAN-GAP.
                MOVE WS-F-BONUS-PCT     TO F-BONUS-PCT.
                MOVE WS-M-BONUS-PCT     TO M-BONUS-PCT.
                MOVE WS-Q1-F-PCT        TO Q1-F-PCT.
                MOVE WS-Q2-F-PCT        TO Q2-F-PCT.
                MOVE WS-Q3-F-PCT        TO Q3-F-PCT.
                MOVE WS-Q4-F-PCT        TO Q4-F-PCT.

                EXEC SQL
                    DELETE FROM PAYGAP_SNAPSHOT
                     WHERE SCOPE = :SCOPE
                       AND GYEAR = :GYEAR
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO PAYGAP_SNAPSHOT
                        (
                            SCOPE
                          , GYEAR
                          , PYEARMONTH
                          , FEMALE_CNT
                          , MALE_CNT
                          , HR_GAP_OK
                          , HR_MEAN_GAP
                          , HR_MEDIAN_GAP
                          , BON_GAP_OK
                          , BON_MEAN_GAP
                          , BON_MEDIAN_GAP
                          , F_BONUS_PCT
                          , M_BONUS_PCT
                          , Q1_F_PCT
                          , Q2_F_PCT
                          , Q3_F_PCT
                          , Q4_F_PCT
                        )
                    VALUES
                        (
                            :SCOPE
                          , :GYEAR
                          , :WS-PYEARMONTH
                          , :FEMALE-CNT
                          , :MALE-CNT
                          , :HR-GAP-OK
                          , :HR-MEAN-GAP
                          , :HR-MEDIAN-GAP
                          , :BON-GAP-OK
                          , :BON-MEAN-GAP
                          , :BON-MEDIAN-GAP
                          , :F-BONUS-PCT
                          , :M-BONUS-PCT
                          , :Q1-F-PCT
                          , :Q2-F-PCT
                          , :Q3-F-PCT
                          , :Q4-F-PCT
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-GROUP-SECTION - THE HOURLY GAP BY JOB CODE, THEN BY       *
      *                      DEPARTMENT, ON A NEW PAGE                 *
      ******************************************************************
       3000-GROUP-SECTION.
                MOVE 'Y' TO GROUP-SECTION-SWITCH.
                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.
                PERFORM 2150-PRINT-HEADERS
                THRU    2150-EXIT.

                PERFORM 3200-GROUP
                THRU    3200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-GROUP - ONE JOB CODE OR DEPARTMENT. A GROUP WITH FEWER    *
      *              THAN WS-MIN-GROUP OF EITHER SEX SHOWS ONLY ITS    *
      *              HEADCOUNTS                                        *
      ******************************************************************
       3200-GROUP.
                MOVE WS-C1-TYPE  TO WS-TYPE.
                MOVE WS-C1-SCOPE TO WS-SCOPE.

                MOVE 0 TO WS-VAL-COUNT.
                PERFORM 2210-TAKE-C1
                THRU    2210-EXIT
                UNTIL END-OF-C1
                   OR WS-C1-TYPE  NOT = WS-TYPE
                   OR WS-C1-SCOPE NOT = WS-SCOPE.

                PERFORM 4000-MEAN-MEDIAN
                THRU    4000-EXIT.
                PERFORM 4100-HOURLY-FIGURES
                THRU    4100-EXIT.

                IF WS-TYPE = '3'
                   MOVE 'JOB'  TO WS-GD-TYPE
                ELSE
                   MOVE 'DEPT' TO WS-GD-TYPE
                END-IF.
                MOVE WS-SCOPE  TO WS-GD-CODE.
                MOVE WS-FEMALE TO WS-GD-F.
                MOVE WS-MALE   TO WS-GD-M.
                MOVE SPACES    TO WS-GD-NOTE.

                EVALUATE TRUE
                    WHEN WS-FEMALE < WS-MIN-GROUP
                      OR WS-MALE   < WS-MIN-GROUP
                         MOVE SPACES TO WS-GD-F-MEAN-X
                                        WS-GD-M-MEAN-X
                                        WS-GD-GAP-MEAN-X
                                        WS-GD-GAP-MEDIAN-X
                         MOVE 'SUPPRESSED - UNDER 5' TO WS-GD-NOTE
                         ADD 1 TO WS-SUPPRESSED
                    WHEN OTHER
                         MOVE WS-SX-MEAN (1)    TO WS-GD-F-MEAN
                         MOVE WS-SX-MEAN (2)    TO WS-GD-M-MEAN
                         MOVE WS-HR-MEAN-GAP    TO WS-GD-GAP-MEAN
                         MOVE WS-HR-MEDIAN-GAP  TO WS-GD-GAP-MEDIAN
                END-EVALUATE.

                ADD 1 TO WS-GROUP-LINES.
                PRINT WS-RPT-GRP-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-MEAN-MEDIAN - COUNT, TOTAL, MEAN AND MEDIAN PER SEX OVER  *
      *                    THE TABLED FIGURES ABOVE ZERO, AND THE      *
      *                    HEADS PER SEX IN EACH QUARTILE OF THE TABLE *
      ******************************************************************
       4000-MEAN-MEDIAN.
                MOVE ZEROS TO WS-SEX-TABLE.
                MOVE ZEROS TO WS-QTR-TABLE.

                PERFORM 4010-TALLY
                THRU    4010-EXIT
                VARYING WS-VAL-SUB FROM 1 BY 1
                UNTIL   WS-VAL-SUB > WS-VAL-COUNT.

                PERFORM 4020-SET-POSITIONS
                THRU    4020-EXIT
                VARYING WS-SX-IX FROM 1 BY 1
                UNTIL   WS-SX-IX > 2.

                PERFORM 4030-PICK-MEDIANS
                THRU    4030-EXIT
                VARYING WS-VAL-SUB FROM 1 BY 1
                UNTIL   WS-VAL-SUB > WS-VAL-COUNT.

                PERFORM 4040-SET-AVERAGES
                THRU    4040-EXIT
                VARYING WS-SX-IX FROM 1 BY 1
                UNTIL   WS-SX-IX > 2.
       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4010-TALLY                                                     *
      ******************************************************************
       4010-TALLY.
                IF WS-VAL-SEX (WS-VAL-SUB) = 'F'
                   MOVE 1 TO WS-SX-IX
                ELSE
                   MOVE 2 TO WS-SX-IX
                END-IF.

                ADD 1 TO WS-SX-POP (WS-SX-IX).
                IF WS-VAL-AMOUNT (WS-VAL-SUB) > 0
                   ADD 1 TO WS-SX-CNT (WS-SX-IX)
                   ADD WS-VAL-AMOUNT (WS-VAL-SUB)
                    TO WS-SX-SUM (WS-SX-IX)
                END-IF.
       4010-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4020-SET-POSITIONS - THE MIDDLE ONE OR TWO PLACES IN THE SEX'S *
      *                      ORDER: THE SAME PLACE TWICE FOR AN ODD    *
      *                      COUNT                                     *
      ******************************************************************
       4020-SET-POSITIONS.
                IF WS-SX-CNT (WS-SX-IX) > 0
                   COMPUTE WS-SX-LO (WS-SX-IX) =
                       (WS-SX-CNT (WS-SX-IX) + 1) / 2
                   COMPUTE WS-SX-HI (WS-SX-IX) =
                       WS-SX-CNT (WS-SX-IX) / 2 + 1
                END-IF.
       4020-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4030-PICK-MEDIANS - ALSO PLACES EACH ENTRY IN ITS QUARTILE BY  *
      *                     ITS POSITION IN THE WHOLE TABLE            *
      ******************************************************************
       4030-PICK-MEDIANS.
                IF WS-VAL-SEX (WS-VAL-SUB) = 'F'
                   MOVE 1 TO WS-SX-IX
                ELSE
                   MOVE 2 TO WS-SX-IX
                END-IF.

                IF WS-VAL-AMOUNT (WS-VAL-SUB) > 0
                   ADD 1 TO WS-SX-ORD (WS-SX-IX)
                   IF WS-SX-ORD (WS-SX-IX) = WS-SX-LO (WS-SX-IX)
                      ADD WS-VAL-AMOUNT (WS-VAL-SUB)
                       TO WS-SX-MED-SUM (WS-SX-IX)
                   END-IF
                   IF WS-SX-ORD (WS-SX-IX) = WS-SX-HI (WS-SX-IX)
                      ADD WS-VAL-AMOUNT (WS-VAL-SUB)
                       TO WS-SX-MED-SUM (WS-SX-IX)
                   END-IF
                END-IF.

                COMPUTE WS-QTR =
                    ((WS-VAL-SUB - 1) * 4) / WS-VAL-COUNT + 1.
                ADD 1 TO WS-QT-SEX-CNT (WS-QTR, WS-SX-IX).
       4030-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4040-SET-AVERAGES                                              *
      ******************************************************************
       4040-SET-AVERAGES.
                IF WS-SX-CNT (WS-SX-IX) > 0
                   COMPUTE WS-SX-MEAN (WS-SX-IX) ROUNDED =
                       WS-SX-SUM (WS-SX-IX) / WS-SX-CNT (WS-SX-IX)
                   COMPUTE WS-SX-MEDIAN (WS-SX-IX) ROUNDED =
                       WS-SX-MED-SUM (WS-SX-IX) / 2
                END-IF.
       4040-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4100-HOURLY-FIGURES - HEADCOUNTS, THE HOURLY GAPS AND THE      *
      *                       FEMALE SHARE OF EACH QUARTILE            *
      ******************************************************************
       4100-HOURLY-FIGURES.
                MOVE WS-SX-POP (1) TO WS-FEMALE.
                MOVE WS-SX-POP (2) TO WS-MALE.

                MOVE 0      TO WS-HR-MEAN-GAP
                               WS-HR-MEDIAN-GAP.
                MOVE SPACES TO HR-GAP-SWITCH.
                IF WS-SX-CNT (1) > 0
                   AND WS-SX-CNT (2) > 0
                   MOVE 'Y' TO HR-GAP-SWITCH
                   COMPUTE WS-HR-MEAN-GAP ROUNDED =
                       (WS-SX-MEAN (2) - WS-SX-MEAN (1)) * 100
                       / WS-SX-MEAN (2)
                   COMPUTE WS-HR-MEDIAN-GAP ROUNDED =
                       (WS-SX-MEDIAN (2) - WS-SX-MEDIAN (1)) * 100
                       / WS-SX-MEDIAN (2)
                ELSE
                   MOVE 'N' TO HR-GAP-SWITCH
                END-IF.

                MOVE ZEROS TO WS-QF-TABLE.
                PERFORM 4110-QUARTILE-SHARE
                THRU    4110-EXIT
                VARYING WS-QTR FROM 1 BY 1
                UNTIL   WS-QTR > 4.
                MOVE WS-QF-PCT (1) TO WS-Q1-F-PCT.
                MOVE WS-QF-PCT (2) TO WS-Q2-F-PCT.
                MOVE WS-QF-PCT (3) TO WS-Q3-F-PCT.
                MOVE WS-QF-PCT (4) TO WS-Q4-F-PCT.
       4100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4110-QUARTILE-SHARE                                            *
      ******************************************************************
       4110-QUARTILE-SHARE.
                COMPUTE WS-QTR-TOTAL = WS-QT-SEX-CNT (WS-QTR, 1)
                                     + WS-QT-SEX-CNT (WS-QTR, 2).
                IF WS-QTR-TOTAL > 0
                   COMPUTE WS-QF-PCT (WS-QTR) ROUNDED =
                       WS-QT-SEX-CNT (WS-QTR, 1) * 100 / WS-QTR-TOTAL
                END-IF.
       4110-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4200-BONUS-FIGURES - THE SHARE OF EACH SEX PAID A BONUS, AND   *
      *                      THE GAPS AMONG THOSE WHO WERE             *
      ******************************************************************
       4200-BONUS-FIGURES.
                MOVE 0 TO WS-F-BONUS-PCT
                          WS-M-BONUS-PCT.
                IF WS-SX-POP (1) > 0
                   COMPUTE WS-F-BONUS-PCT ROUNDED =
                       WS-SX-CNT (1) * 100 / WS-SX-POP (1)
                END-IF.
                IF WS-SX-POP (2) > 0
                   COMPUTE WS-M-BONUS-PCT ROUNDED =
                       WS-SX-CNT (2) * 100 / WS-SX-POP (2)
                END-IF.

                MOVE 0      TO WS-BON-MEAN-GAP
                               WS-BON-MEDIAN-GAP.
                IF WS-SX-CNT (1) > 0
                   AND WS-SX-CNT (2) > 0
                   MOVE 'Y' TO BON-GAP-SWITCH
                   COMPUTE WS-BON-MEAN-GAP ROUNDED =
                       (WS-SX-MEAN (2) - WS-SX-MEAN (1)) * 100
                       / WS-SX-MEAN (2)
                   COMPUTE WS-BON-MEDIAN-GAP ROUNDED =
                       (WS-SX-MEDIAN (2) - WS-SX-MEDIAN (1)) * 100
                       / WS-SX-MEDIAN (2)
                ELSE
                   MOVE 'N' TO BON-GAP-SWITCH
                END-IF.
       4200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE,     *
      *                      WITH THE COLUMNS OF THE SECTION IN        *
      *                      PROGRESS                                  *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-PYEARMONTH    TO WS-STAMP-PERIOD.
                MOVE WS-AS-AT         TO WS-STAMP-AS-AT.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                IF GROUP-SECTION
                   PRINT WS-RPT-GRP-TITLE
                   PRINT WS-RPT-GRP-COLUMNS
                ELSE
                   PRINT WS-RPT-COLUMNS
                   PRINT WS-RPT-COLUMNS2
                   PRINT WS-RPT-LEGEND
                END-IF.

                MOVE 0 TO WS-LINE-CTR.
                ADD  1 TO WS-PAGE-NO.
       2150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2160-PRINT-FOOTER - PAGE FOOTER WITH THE PAGE NUMBER JUST DONE *
      ******************************************************************
       2160-PRINT-FOOTER.
                COMPUTE WS-FOOTER-PAGE-NO = WS-PAGE-NO - 1.
                PRINT WS-RPT-FOOTER.
       2160-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-SCOPE-LINES   TO WS-SUM-SCOPES.
                MOVE WS-GROUP-LINES   TO WS-SUM-GROUPS.
                MOVE WS-SUPPRESSED    TO WS-SUM-SUPPRESSED.
                MOVE WS-UNCONVERTED   TO WS-SUM-UNCONVERTED.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) SO COBRUNRP CAN TREND IT.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBPYGAP'        TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE       TO RUNH-START-DATE.
                MOVE WS-RUN-TIME       TO RUNH-START-TIME.
                MOVE WS-END-DATE       TO RUNH-END-DATE.
                MOVE WS-END-TIME       TO RUNH-END-TIME.
                MOVE WS-CURRENCY-HEADS TO RUNH-READ-COUNT.
                MOVE WS-SCOPE-LINES    TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE       TO RUNH-RETURN-CODE.
                MOVE 'C'               TO RUNH-STATUS.
                MOVE WS-PYEARMONTH     TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
