      *-----------------------------------------------------------------
      *     COBFCAST - FORWARD 12-MONTH HEADCOUNT AND PAYROLL COST
      *                FORECAST. FROM THE START MONTH (YYYYMM) ON THE
      *                CONTROL CARD, PROJECTS EACH DEPARTMENT'S
      *                HEADCOUNT AND PAYROLL COST MONTH BY MONTH FOR
      *                12 MONTHS, STARTING FROM TODAY'S EMP SALARIES
      *                AND APPLYING THE EVENTS ALREADY KNOWN:
      *                  - PENDING EMP_PENDCHG RAISES, FTE CHANGES AND
      *                    TRANSFERS, FROM THEIR EFFECTIVE MONTH,
      *                  - SEPDATES ALREADY BOOKED, AND HIREDATES
      *                    STILL TO COME,
      *                  - OPEN POSREQ REQUISITIONS, AS HIRES AT THE
      *                    SALBAND MIDPOINT ONCE THE AVERAGE TIME TO
      *                    FILL PAST REQUISITIONS HAS RUN FROM THE
      *                    OPEN DATE,
      *                PLUS THE CARD'S MERIT ASSUMPTION (A PERCENTAGE
      *                ON SALARY FROM THE MERIT MONTH, FOR THOSE WITH
      *                NO RAISE ALREADY PENDING) AND AN ATTRITION RATE
      *                PER DEPARTMENT - THE LAST 12 MONTHS' SEPARATIONS
      *                OVER THE AVERAGE DEPT_SNAPSHOT HEADCOUNT, AS
      *                COBTURNR MEASURES IT, OR THE COMPANY RATE FOR A
      *                DEPARTMENT WITH NO SNAPSHOT HISTORY. ATTRITION
      *                IS NOT APPLIED TO SOMEONE WHOSE LEAVING DATE IS
      *                ALREADY BOOKED.
      *
      *                COSTS ARE CONVERTED TO THE BASE CURRENCY AT THE
      *                EXCHRATE RATE IN FORCE ON THE FIRST DAY OF THE
      *                START MONTH (SALBAND FIGURES ARE TAKEN AS BASE
      *                CURRENCY) AND PRINTED IN THOUSANDS AGAINST THE
      *                DEPT_BUDGET PAYROLL FOR THE MONTHS OF EACH
      *                BUDGET YEAR THE FORECAST SPANS. THE FORECAST IS
      *                STORED ON FCAST_SCENARIO UNDER THE CARD'S
      *                SCENARIO NAME, REPLACING ANY EARLIER RUN OF THE
      *                SAME NAME; A SECOND SCENARIO NAME ON THE CARD
      *                PRINTS EACH DEPARTMENT'S COST AGAINST THAT
      *                STORED FORECAST.
      *
      *                CONTROL CARD:
      *                  01-06  START MONTH YYYYMM        (REQUIRED)
      *                  07-14  SCENARIO NAME             (REQUIRED)
      *                  15-18  MERIT PERCENT 99V99       (OPTIONAL)
      *                  19-20  MERIT MONTH MM            (WITH 15-18)
      *                  21-23  BASE CURRENCY, DEFAULT USD
      *                  24-31  SCENARIO TO COMPARE WITH  (OPTIONAL)
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBFCAST.
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
               RECORD CONTAINS 31 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-START-MONTH    PIC X(6).
           05  CARDREC-SCENARIO       PIC X(8).
           05  CARDREC-MERIT-PCT      PIC X(4).
           05  CARDREC-MERIT-PCT-N REDEFINES CARDREC-MERIT-PCT
                                      PIC 9(2)V9(2).
           05  CARDREC-MERIT-MM       PIC X(2).
           05  CARDREC-BASE-CURR      PIC X(3).
           05  CARDREC-COMPARE        PIC X(8).

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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       77  RATE-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  RATE-FOUND                    VALUE  'Y'.
       77  COMPARE-SWITCH         PIC X          VALUE  SPACES.
               88  COMPARE-ON                    VALUE  'Y'.
       77  PAY-PENDING-SWITCH     PIC X          VALUE  SPACES.
               88  PAY-PENDING                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-START-MONTH         PIC X(6).
       01  WS-START-MONTH-R REDEFINES WS-START-MONTH.
           05 WS-START-YYYY       PIC 9(4).
           05 WS-START-MM         PIC 9(2).
       01  WS-START-DATE          PIC X(10).
       01  WS-SCENARIO            PIC X(8).
       01  WS-COMPARE             PIC X(8)      VALUE SPACES.
       01  WS-BASE-CURR           PIC X(3)      VALUE 'USD'.
       01  WS-MERIT-PCT           PIC 9(2)V9(2) VALUE 0.
       01  WS-MERIT-MM            PIC X(2)      VALUE SPACES.
       01  WS-MERIT-SLOT          PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-YEAR1               PIC X(4).
       01  WS-YEAR2-N             PIC 9(4).
       01  WS-YEAR2               PIC X(4).
      *    MONTHS OF THE FORECAST IN EACH BUDGET YEAR.
       01  WS-YEAR1-MONTHS        PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-YEAR2-MONTHS        PIC S9(4)     USAGE COMP  VALUE 0.

      *    THE 12 MONTHS BEFORE THE START MONTH, WHICH THE
      *    ATTRITION RATES ARE MEASURED OVER.
       01  WS-WINDOW-FROM         PIC X(10).
       01  WS-WINDOW-FROM-YYMM    PIC X(6).

      *    THE 12 FORECAST MONTHS.
       01  WS-MON-SUB             PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-SLOT-MM-S           PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-SLOT-YYYY           PIC 9(4).
       01  WS-SLOT-MM             PIC 9(2).
       01  WS-MONTH-TABLE.
           05 WS-MON-ENTRY OCCURS 12 TIMES.
              10 WS-MON-YYMM      PIC X(6).
              10 WS-MON-START     PIC X(10).

      *    ONE ENTRY PER DEPARTMENT, IN DEPTNO ORDER FROM THE DEPT
      *    MASTER (A CODE FOUND ONLY ON EMP OR POSREQ IS ADDED AT
      *    THE END), THEN THE COMPANY TOTAL '***' AFTER THE LAST.
       01  WS-DEPT-SUB            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-DEPT-MAX            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-DEPT-IX             PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-IX-DEPT             PIC X(3)      VALUE SPACES.
       01  WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 501 TIMES.
              10 WS-DT-DEPTNO     PIC X(3).
              10 WS-DT-BUD-HC1    PIC 9(5).
              10 WS-DT-BUD-PAY1   PIC 9(11)V9(2).
              10 WS-DT-BUD-HC2    PIC 9(5).
              10 WS-DT-BUD-PAY2   PIC 9(11)V9(2).
              10 WS-DT-SEPS       PIC 9(5).
              10 WS-DT-AVG-HEAD   PIC 9(5)V9(2).
              10 WS-DT-ATTR-PCT   PIC 9(3)V9(1).
              10 WS-DT-MON-RATE   PIC 9(1)V9(6).
              10 WS-DT-MONTHS.
                 15 WS-DT-MONTH OCCURS 12 TIMES.
                    20 WS-DT-HEAD PIC 9(6)V9(4).
                    20 WS-DT-COST PIC 9(11)V9(2).

       01  WS-DEPTNO              PIC X(3).
       01  WS-BUD-HC1             PIC S9(4)      USAGE COMP.
       01  WS-BUD-PAY1            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BUD-HC2             PIC S9(4)      USAGE COMP.
       01  WS-BUD-PAY2            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SEPS                PIC S9(9)      USAGE COMP.
       01  WS-AVG-HEAD            PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-ATTR-WORK           PIC S9(7)V9(1) USAGE COMP-3.
       01  WS-CO-SEPS             PIC 9(7)       USAGE COMP  VALUE 0.
       01  WS-CO-AVG-HEAD         PIC 9(7)V9(2)  VALUE 0.
       01  WS-CO-ATTR-PCT         PIC 9(3)V9(1)  VALUE 0.

      *    EXCHRATE RATES ALREADY LOOKED UP, FOUND OR NOT.
       01  WS-RATE-SUB            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-RATE-MAX            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-RATE-HIT            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
              10 WS-RT-CURR       PIC X(3).
              10 WS-RT-FOUND      PIC X(1).
              10 WS-RT-RATE       PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-RATE-N              PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-CURRCODE            PIC X(3).

      *    THE EMPLOYEE BEING PROJECTED, AS ON EMP AND AS PROJECTED
      *    INTO THE MONTH IN HAND.
       01  WS-EMPNO               PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMM                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-HIREDATE            PIC X(10).
       01  WS-SEPDATE             PIC X(10).
       01  WS-HIRE-YYMM           PIC X(6).
       01  WS-SEP-YYMM            PIC X(6).
       01  WS-CUR-DEPT            PIC X(3).
       01  WS-CUR-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CUR-BONUS           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CUR-COMM            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CUR-FTEPCT          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SURVIVE             PIC S9(1)V9(8) USAGE COMP-3.
       01  WS-MONTH-COST          PIC S9(11)V9(2) USAGE COMP-3.

      *    THE EMPLOYEE'S PENDING CHANGES IN EFFECTIVE-DATE ORDER,
      *    AND THE PENDING-CHANGE ROW C3 HAS READ AHEAD.
       01  WS-PC-MAX              PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-PC-NEXT             PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-PEND-TABLE.
           05 WS-PC-ENTRY OCCURS 20 TIMES.
              10 WS-PC-EFF        PIC X(10).
              10 WS-PC-DEPT       PIC X(3).
              10 WS-PC-SALARY     PIC S9(7)V9(2) USAGE COMP-3.
              10 WS-PC-BONUS      PIC S9(7)V9(2) USAGE COMP-3.
              10 WS-PC-COMM       PIC S9(7)V9(2) USAGE COMP-3.
              10 WS-PC-FTEPCT     PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-C3-EMPNO            PIC X(6).
       01  WS-C3-EFF              PIC X(10).
       01  WS-C3-DEPT             PIC X(3).
       01  WS-C3-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-C3-BONUS            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-C3-COMM             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-C3-FTEPCT           PIC S9(3)V9(2) USAGE COMP-3.

      *    AN OPEN REQUISITION AND THE MONTH IT IS EXPECTED TO FILL.
       01  WS-FILL-DAYS           PIC S9(9)      USAGE COMP.
       01  WS-REQ-NO              PIC X(10).
       01  WS-REQ-BANDMID         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-REQ-FILL-DATE       PIC X(10).
       01  WS-FILL-YYMM           PIC X(6).

      *    PRINTING AND STORING.
       01  WS-TOTAL-COST          PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-BUD-HORIZON         PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-CMP-TOTAL           PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-CMP-ROWS            PIC S9(9)      USAGE COMP.
       01  WS-CMP-CURR            PIC X(3).
       01  WS-FC-HEAD             PIC S9(6)V9(1) USAGE COMP-3.
       01  WS-FC-COST             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-FC-ATTR             PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-FC-MERIT            PIC S9(2)V9(2) USAGE COMP-3.

       01  WS-EMP-COUNT           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LEAVER-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-PEND-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-REQ-COUNT           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-REQ-NOBAND          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-NORATE-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-ROWS-STORED         PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'PAYROLL HEADCOUNT AND COST FORECAST'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(10)  VALUE 'SCENARIO: '.
           10 WS-STAMP-SCENARIO   PIC X(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'START: '.
           10 WS-STAMP-START      PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'BASE: '.
           10 WS-STAMP-BASE       PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'MERIT: '.
           10 WS-STAMP-MERIT      PIC ZZ9.99.
           10 FILLER              PIC X(11)  VALUE '% IN MONTH '.
           10 WS-STAMP-MERIT-MM   PIC X(2).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(10)  VALUE '  DEPT'.
           10 WS-COL-MONTH        PIC X(7)   OCCURS 12 TIMES.
           10 FILLER              PIC X(28)  VALUE
                '    TOTAL  BUDGET     VAR   '.

       01  WS-RPT-LEGEND.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'HEAD = EXPECTED HEADCOUNT AFTER ATTRITIO'.
           10 FILLER              PIC X(40)  VALUE
                'N. COST IN THOUSANDS OF BASE CURRENCY. B'.
           10 FILLER              PIC X(40)  VALUE
                'HC = BUDGET HEADS, ATT% = ANNUAL RATE.'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(2).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(1).
           10 WS-DET-LINE         PIC X(4).
           10 WS-DET-MONTH OCCURS 12 TIMES.
              15 FILLER           PIC X(1).
              15 WS-DET-VALUE     PIC X(6).
           10 WS-DET-TAIL         PIC X(28).

       01  WS-ED-VALUE            PIC ZZZZZ9.
       01  WS-ED-VALUE-X REDEFINES WS-ED-VALUE
                                  PIC X(6).

       01  WS-HEAD-TAIL.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(4)   VALUE 'BHC '.
           10 WS-HT-BUD-HC        PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(5)   VALUE 'ATT% '.
           10 WS-HT-ATTR          PIC ZZ9.9.
           10 FILLER              PIC X(5)   VALUE SPACES.

       01  WS-COST-TAIL.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-CT-TOTAL         PIC ZZZZZZ9.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-CT-BUDGET        PIC ZZZZZZ9.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-CT-VAR           PIC -ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.

       01  WS-RPT-COMPARE.
           10 FILLER              PIC X(11)  VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE 'VS SCENARIO '.
           10 WS-CMP-NAME         PIC X(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(24)  VALUE
                'STORED 12-MONTH COST K: '.
           10 WS-CMP-TOT          PIC ZZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE 'DIFFERENCE K: '.
           10 WS-CMP-DIFF         PIC -ZZZZZ9.
           10 FILLER              PIC X(35)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE 'EMPLOYEES: '.
           10 WS-SUM-EMPS         PIC ZZZZZZ9.
           10 FILLER              PIC X(18)  VALUE
                '  BOOKED LEAVERS: '.
           10 WS-SUM-LEAVERS      PIC ZZZZZZ9.
           10 FILLER              PIC X(19)  VALUE
                '  PENDING CHANGES: '.
           10 WS-SUM-PENDING      PIC ZZZZZZ9.
           10 FILLER              PIC X(21)  VALUE
                '  OPEN REQUISITIONS: '.
           10 WS-SUM-REQS         PIC ZZZZZZ9.
           10 FILLER              PIC X(16)  VALUE SPACES.

       01  WS-RPT-SUMMARY2.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(45)  VALUE
                'REQUISITIONS WITH NO SALARY BAND (UNCOSTED): '.
           10 WS-SUM-NOBAND       PIC ZZZZZZ9.
           10 FILLER              PIC X(37)  VALUE
                '  EMPLOYEES WITH NO RATE (LEFT OUT): '.
           10 WS-SUM-NORATE       PIC ZZZZZZ9.
           10 FILLER              PIC X(17)  VALUE SPACES.

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

                EXEC SQL INCLUDE DEPT
                END-EXEC.

                EXEC SQL INCLUDE DEPTBUD
                END-EXEC.

                EXEC SQL INCLUDE DEPTSNAP
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE EMPPCHG
                END-EXEC.

                EXEC SQL INCLUDE POSREQ
                END-EXEC.

                EXEC SQL INCLUDE SALBAND
                END-EXEC.

                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE FCASTSCN
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY DEPARTMENT ON THE MASTER WITH ITS BUDGET FOR EACH OF
      *    THE TWO BUDGET YEARS THE FORECAST CAN SPAN.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 D.DEPTNO,
                 COALESCE(B1.BUD_HEADCOUNT, 0),
                 COALESCE(B1.BUD_PAYROLL, 0),
                 COALESCE(B2.BUD_HEADCOUNT, 0),
                 COALESCE(B2.BUD_PAYROLL, 0)
             FROM DEPT D
             LEFT JOIN DEPT_BUDGET B1
                    ON B1.DEPTNO = D.DEPTNO
                   AND B1.BYEAR  = :WS-YEAR1
             LEFT JOIN DEPT_BUDGET B2
                    ON B2.DEPTNO = D.DEPTNO
                   AND B2.BYEAR  = :WS-YEAR2
             ORDER BY D.DEPTNO
           END-EXEC.

      *    EVERYONE STILL EMPLOYED ON THE FIRST DAY OF THE START
      *    MONTH, OR HIRED LATER, IN EMPNO ORDER TO MATCH C3.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 E.EMPNO,
                 E.WORKDEPT,
                 E.SALARY,
                 E.BONUS,
                 E.COMM,
                 E.FTEPCT,
                 E.CURRCODE,
                 CHAR(COALESCE(E.HIREDATE, DATE('0001-01-01')), ISO),
                 COALESCE(CHAR(E.SEPDATE, ISO), ' ')
             FROM EMP E
             WHERE E.SEPDATE IS NULL
                OR E.SEPDATE >= DATE(:WS-START-DATE)
             ORDER BY E.EMPNO
           END-EXEC.

      *    PENDING CHANGES TAKING EFFECT BEFORE THE FORECAST ENDS.
      *    ONE STILL PENDING BUT ALREADY DUE IS TAKEN FROM MONTH 1.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 P.EMPNO,
                 CHAR(P.EFF_DATE, ISO),
                 P.NEW_WORKDEPT,
                 P.NEW_SALARY,
                 P.NEW_BONUS,
                 P.NEW_COMM,
                 P.NEW_FTEPCT
             FROM EMP_PENDCHG P
             WHERE P.CSTATUS  = 'P'
               AND P.EFF_DATE < DATE(:WS-START-DATE) + 12 MONTHS
             ORDER BY P.EMPNO, P.EFF_DATE
           END-EXEC.

      *    OPEN REQUISITIONS, PRICED AT THE JOB'S BAND MIDPOINT, WITH
      *    THE DATE EACH IS EXPECTED TO FILL - NEVER BEFORE THE START.
           EXEC SQL DECLARE C4 CURSOR
             SELECT
                 R.REQ_NO,
                 R.DEPTNO,
                 COALESCE(S.BANDMID, 0),
                 CHAR(CASE WHEN R.OPEN_DATE + :WS-FILL-DAYS DAYS
                                < DATE(:WS-START-DATE)
                           THEN DATE(:WS-START-DATE)
                           ELSE R.OPEN_DATE + :WS-FILL-DAYS DAYS
                      END, ISO)
             FROM POSREQ R
             LEFT JOIN SALBAND S
                    ON S.JOB = R.JOB
             WHERE R.RQSTATUS = 'O'
             ORDER BY R.DEPTNO, R.REQ_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2000-LOAD-DEPTS
             THRU    2000-EXIT.

             PERFORM 2200-PROJECT-EMPLOYEES
             THRU    2200-EXIT.

             PERFORM 2400-PROJECT-REQS
             THRU    2400-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2500-PRINT-DEPTS
             THRU    2500-EXIT.

             PERFORM 2600-STORE-SCENARIO
             THRU    2600-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE START MONTH AND SCENARIO ARE REQUIRED. A *
      *                   MERIT PERCENT NEEDS ITS MONTH. A COMPARISON  *
      *                   SCENARIO THAT IS NOT ON FILE, OR IS IN       *
      *                   ANOTHER BASE CURRENCY, IS REPORTED AND       *
      *                   DROPPED                                      *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN
                   AT END
                        MOVE SPACES TO CARDREC
                END-READ.
                CLOSE CARDIN.

                IF CARDREC-START-MONTH NOT NUMERIC
                   OR CARDREC-START-MONTH(5:2) < '01'
                   OR CARDREC-START-MONTH(5:2) > '12'
                   OR CARDREC-SCENARIO = SPACES
                   OR (CARDREC-MERIT-PCT NOT = SPACES
                       AND CARDREC-MERIT-PCT NOT NUMERIC)
                   OR (CARDREC-MERIT-MM NOT = SPACES
                       AND (CARDREC-MERIT-MM NOT NUMERIC
                            OR CARDREC-MERIT-MM < '01'
                            OR CARDREC-MERIT-MM > '12'))
                   OR (CARDREC-MERIT-PCT NUMERIC
                       AND CARDREC-MERIT-PCT-N > 0
                       AND CARDREC-MERIT-MM = SPACES)
                   DISPLAY '++ COBFCAST - MISSING OR BAD FORECAST '
                           'CARD ++'
                   DISPLAY '++ COBFCAST - ABORTING, START YYYYMM AND '
                           'SCENARIO ARE REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE CARDREC-START-MONTH TO WS-START-MONTH.
                MOVE CARDREC-SCENARIO    TO WS-SCENARIO.
                MOVE CARDREC-COMPARE     TO WS-COMPARE.
                IF CARDREC-MERIT-PCT NUMERIC
                   MOVE CARDREC-MERIT-PCT-N TO WS-MERIT-PCT
                   MOVE CARDREC-MERIT-MM    TO WS-MERIT-MM
                END-IF.
                IF CARDREC-BASE-CURR NOT = SPACES
                   MOVE CARDREC-BASE-CURR TO WS-BASE-CURR
                END-IF.

                MOVE SPACES TO WS-START-DATE.
                STRING WS-START-MONTH(1:4) '-' WS-START-MONTH(5:2)
                       '-01'
                       DELIMITED BY SIZE
                  INTO WS-START-DATE.

                COMPUTE WS-SLOT-YYYY = WS-START-YYYY - 1.
                MOVE SPACES TO WS-WINDOW-FROM.
                STRING WS-SLOT-YYYY '-' WS-START-MONTH(5:2) '-01'
                       DELIMITED BY SIZE
                  INTO WS-WINDOW-FROM.
                MOVE SPACES TO WS-WINDOW-FROM-YYMM.
                STRING WS-SLOT-YYYY WS-START-MONTH(5:2)
                       DELIMITED BY SIZE
                  INTO WS-WINDOW-FROM-YYMM.

                MOVE WS-START-MONTH(1:4) TO WS-YEAR1.
                COMPUTE WS-YEAR2-N = WS-START-YYYY + 1.
                MOVE WS-YEAR2-N TO WS-YEAR2.
                COMPUTE WS-YEAR1-MONTHS = 13 - WS-START-MM.
                COMPUTE WS-YEAR2-MONTHS = WS-START-MM - 1.

                PERFORM 1100-BUILD-MONTHS
                THRU    1100-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.

      *         AVERAGE DAYS FROM OPEN TO FILL OVER THE REQUISITIONS
      *         FILLED SO FAR - 60 UNTIL THERE IS A HISTORY.
                EXEC SQL
                    SELECT COALESCE(AVG(DAYS(FILL_DATE)
                                      - DAYS(OPEN_DATE)), 60)
                    INTO  :WS-FILL-DAYS
                    FROM POSREQ
                    WHERE RQSTATUS = 'F'
                      AND FILL_DATE IS NOT NULL
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-COMPARE NOT = SPACES
                   PERFORM 1200-CHECK-COMPARE
                   THRU    1200-EXIT
                END-IF.

                DISPLAY 'WS-START-MONTH = ' WS-START-MONTH.
                DISPLAY 'WS-SCENARIO    = ' WS-SCENARIO.
                DISPLAY 'WS-BASE-CURR   = ' WS-BASE-CURR.
                DISPLAY 'WS-MERIT-PCT   = ' WS-MERIT-PCT
                        ' MONTH ' WS-MERIT-MM.
                DISPLAY 'WS-FILL-DAYS   = ' WS-FILL-DAYS.
                DISPLAY 'WS-COMPARE     = ' WS-COMPARE.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-BUILD-MONTHS - ONE FORECAST MONTH, COUNTING ON FROM THE   *
      *                     START MONTH WITH YEAR ROLLOVER, AND ITS    *
      *                     COLUMN HEADING. THE MERIT MONTH IS THE     *
      *                     FIRST FORECAST MONTH WITH THE CARD'S MM    *
      ******************************************************************
       1100-BUILD-MONTHS.
                MOVE WS-START-YYYY TO WS-SLOT-YYYY.
                COMPUTE WS-SLOT-MM-S = WS-START-MM + WS-MON-SUB - 1.
                IF WS-SLOT-MM-S > 12
                   SUBTRACT 12 FROM WS-SLOT-MM-S
                   ADD 1 TO WS-SLOT-YYYY
                END-IF.
                MOVE WS-SLOT-MM-S TO WS-SLOT-MM.

                MOVE SPACES TO WS-MON-YYMM (WS-MON-SUB).
                STRING WS-SLOT-YYYY WS-SLOT-MM
                       DELIMITED BY SIZE
                  INTO WS-MON-YYMM (WS-MON-SUB).
                MOVE SPACES TO WS-MON-START (WS-MON-SUB).
                STRING WS-SLOT-YYYY '-' WS-SLOT-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-MON-START (WS-MON-SUB).

                MOVE SPACES TO WS-COL-MONTH (WS-MON-SUB).
                MOVE WS-MON-YYMM (WS-MON-SUB)
                  TO WS-COL-MONTH (WS-MON-SUB)(2:6).

                IF WS-MERIT-PCT > 0
                   AND WS-MERIT-SLOT = 0
                   AND WS-MON-YYMM (WS-MON-SUB)(5:2) = WS-MERIT-MM
                   MOVE WS-MON-SUB TO WS-MERIT-SLOT
                END-IF.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-CHECK-COMPARE - THE COMPARISON SCENARIO MUST BE ON FILE   *
      *                      IN THE SAME BASE CURRENCY                 *
      ******************************************************************
       1200-CHECK-COMPARE.

                EXEC SQL
                    SELECT COUNT(*),
                           COALESCE(MAX(BASE_CURR), ' ')
                    INTO  :WS-CMP-ROWS,
                          :WS-CMP-CURR
                    FROM FCAST_SCENARIO
                    WHERE SCENARIO = :WS-COMPARE
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EVALUATE TRUE
                    WHEN WS-CMP-ROWS = 0
                         DISPLAY 'COBFCAST - SCENARIO ' WS-COMPARE
                                 ' IS NOT ON FILE, NOT COMPARED'
                    WHEN WS-CMP-CURR NOT = WS-BASE-CURR
                         DISPLAY 'COBFCAST - SCENARIO ' WS-COMPARE
                                 ' IS IN ' WS-CMP-CURR
                                 ', NOT COMPARED'
                    WHEN OTHER
                         MOVE 'Y' TO COMPARE-SWITCH
                END-EVALUATE.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-LOAD-DEPTS - THE DEPARTMENT TABLE, BUDGETS AND ATTRITION. *
      *                   A DEPARTMENT WITH NO SNAPSHOT HISTORY TAKES  *
      *                   THE COMPANY RATE                             *
      ******************************************************************
       2000-LOAD-DEPTS.

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

                PERFORM 2010-FETCH-DEPT
                THRU    2010-EXIT
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

                IF WS-CO-AVG-HEAD > 0
                   COMPUTE WS-ATTR-WORK ROUNDED =
                       WS-CO-SEPS * 100 / WS-CO-AVG-HEAD
                   IF WS-ATTR-WORK > 100
                      MOVE 100 TO WS-ATTR-WORK
                   END-IF
                   MOVE WS-ATTR-WORK TO WS-CO-ATTR-PCT
                END-IF.

                PERFORM 2030-SET-MONTHLY-RATE
                THRU    2030-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX.
       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2010-FETCH-DEPT                                                *
      ******************************************************************
       2010-FETCH-DEPT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-BUD-HC1,
                          :WS-BUD-PAY1,
                          :WS-BUD-HC2,
                          :WS-BUD-PAY2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2010-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-DEPT-MAX NOT < 500
                   DISPLAY 'COBFCAST - DEPARTMENT TABLE FULL, DEPT '
                           WS-DEPTNO ' NOT FORECAST'
                   GO TO 2010-EXIT
                END-IF.

                ADD 1 TO WS-DEPT-MAX.
                MOVE WS-DEPTNO   TO WS-DT-DEPTNO   (WS-DEPT-MAX).
                MOVE WS-BUD-HC1  TO WS-DT-BUD-HC1  (WS-DEPT-MAX).
                MOVE WS-BUD-PAY1 TO WS-DT-BUD-PAY1 (WS-DEPT-MAX).
                MOVE WS-BUD-HC2  TO WS-DT-BUD-HC2  (WS-DEPT-MAX).
                MOVE WS-BUD-PAY2 TO WS-DT-BUD-PAY2 (WS-DEPT-MAX).
                MOVE ZEROS       TO WS-DT-MONTHS   (WS-DEPT-MAX).

                PERFORM 2020-DEPT-ATTRITION
                THRU    2020-EXIT.
       2010-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2020-DEPT-ATTRITION - SEPARATIONS IN THE 12 MONTHS BEFORE THE  *
      *                       START, CHARGED TO THE DEPARTMENT HELD ON *
      *                       SEPDATE, OVER THE AVERAGE DEPT_SNAPSHOT  *
      *                       HEADCOUNT OF THOSE MONTHS - THE COBTURNR *
      *                       MEASURE OVER A YEAR                      *
      ******************************************************************
       2020-DEPT-ATTRITION.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-SEPS
                    FROM EMP E
                    JOIN ASSIGN_HIST A
                      ON A.EMPNO    =  E.EMPNO
                     AND A.EFF_FROM <= E.SEPDATE
                     AND A.EFF_TO   >  E.SEPDATE
                    WHERE A.WORKDEPT =  :WS-DEPTNO
                      AND E.SEPDATE  >= DATE(:WS-WINDOW-FROM)
                      AND E.SEPDATE  <  DATE(:WS-START-DATE)
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(AVG(DEC(HEADCOUNT, 7, 2)), 0)
                    INTO
                        :WS-AVG-HEAD
                    FROM DEPT_SNAPSHOT
                    WHERE DEPTNO     =  :WS-DEPTNO
                      AND SNAP_MONTH >= :WS-WINDOW-FROM-YYMM
                      AND SNAP_MONTH <  :WS-START-MONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE WS-SEPS     TO WS-DT-SEPS     (WS-DEPT-MAX).
                MOVE WS-AVG-HEAD TO WS-DT-AVG-HEAD (WS-DEPT-MAX).
                MOVE ZERO        TO WS-DT-ATTR-PCT (WS-DEPT-MAX).
                IF WS-AVG-HEAD > 0
                   COMPUTE WS-ATTR-WORK ROUNDED =
                       WS-SEPS * 100 / WS-AVG-HEAD
                   IF WS-ATTR-WORK > 100
                      MOVE 100 TO WS-ATTR-WORK
                   END-IF
                   MOVE WS-ATTR-WORK TO WS-DT-ATTR-PCT (WS-DEPT-MAX)
                   ADD WS-SEPS       TO WS-CO-SEPS
                   ADD WS-AVG-HEAD   TO WS-CO-AVG-HEAD
                END-IF.
       2020-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2030-SET-MONTHLY-RATE - THE SHARE OF THE DEPARTMENT EXPECTED   *
      *                         TO LEAVE IN ANY ONE MONTH              *
      ******************************************************************
       2030-SET-MONTHLY-RATE.
                IF WS-DT-AVG-HEAD (WS-DEPT-SUB) = 0
                   MOVE WS-CO-ATTR-PCT TO WS-DT-ATTR-PCT (WS-DEPT-SUB)
                END-IF.
                COMPUTE WS-DT-MON-RATE (WS-DEPT-SUB) ROUNDED =
                    WS-DT-ATTR-PCT (WS-DEPT-SUB) / 1200.
       2030-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-PROJECT-EMPLOYEES - EVERY EMPLOYEE, WITH THEIR PENDING    *
      *                          CHANGES MATCHED IN FROM C3            *
      ******************************************************************
       2200-PROJECT-EMPLOYEES.

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

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2230-FETCH-PENDING
                THRU    2230-EXIT.

                PERFORM 2210-FETCH-EMP
                THRU    2210-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

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

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-FETCH-EMP - ONE EMPLOYEE, PROJECTED ACROSS THE 12 MONTHS. *
      *                  SOMEONE PAID IN A CURRENCY WITH NO RATE TO    *
      *                  THE BASE IS COUNTED AND LEFT OUT              *
      ******************************************************************
       2210-FETCH-EMP.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-EMPNO,
                          :WS-WORKDEPT,
                          :WS-SALARY,
                          :WS-BONUS,
                          :WS-COMM,
                          :WS-FTEPCT,
                          :WS-CURRCODE,
                          :WS-HIREDATE,
                          :WS-SEPDATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2210-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-EMP-COUNT.

      *         PASS OVER PENDING CHANGES FOR PEOPLE NOT ON C2, THEN
      *         TABLE THIS EMPLOYEE'S.
                MOVE 0      TO WS-PC-MAX.
                MOVE SPACES TO PAY-PENDING-SWITCH.
                PERFORM 2230-FETCH-PENDING
                THRU    2230-EXIT
                UNTIL END-OF-C3
                   OR WS-C3-EMPNO NOT < WS-EMPNO.
                PERFORM 2220-TAKE-PENDING
                THRU    2220-EXIT
                UNTIL END-OF-C3
                   OR WS-C3-EMPNO NOT = WS-EMPNO.

                PERFORM 2250-GET-RATE
                THRU    2250-EXIT.
                IF NOT RATE-FOUND
                   ADD 1 TO WS-NORATE-COUNT
                   GO TO 2210-EXIT
                END-IF.

                MOVE SPACES TO WS-HIRE-YYMM
                               WS-SEP-YYMM.
                STRING WS-HIREDATE(1:4) WS-HIREDATE(6:2)
                       DELIMITED BY SIZE
                  INTO WS-HIRE-YYMM.
                IF WS-SEPDATE NOT = SPACES
                   STRING WS-SEPDATE(1:4) WS-SEPDATE(6:2)
                          DELIMITED BY SIZE
                     INTO WS-SEP-YYMM
                   IF WS-SEP-YYMM NOT > WS-MON-YYMM (12)
                      ADD 1 TO WS-LEAVER-COUNT
                   END-IF
                END-IF.

                MOVE WS-WORKDEPT TO WS-CUR-DEPT.
                MOVE WS-SALARY   TO WS-CUR-SALARY.
                MOVE WS-BONUS    TO WS-CUR-BONUS.
                MOVE WS-COMM     TO WS-CUR-COMM.
                MOVE WS-FTEPCT   TO WS-CUR-FTEPCT.
                MOVE 1           TO WS-SURVIVE.
                MOVE 1           TO WS-PC-NEXT.
                MOVE 0           TO WS-DEPT-IX.
                MOVE SPACES      TO WS-IX-DEPT.

                PERFORM 2300-PROJECT-MONTH
                THRU    2300-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2220-TAKE-PENDING - TABLE THE CHANGE READ AHEAD, READ THE NEXT *
      ******************************************************************
       2220-TAKE-PENDING.
                IF WS-PC-MAX < 20
                   ADD 1 TO WS-PC-MAX
                   ADD 1 TO WS-PEND-COUNT
                   MOVE WS-C3-EFF    TO WS-PC-EFF    (WS-PC-MAX)
                   MOVE WS-C3-DEPT   TO WS-PC-DEPT   (WS-PC-MAX)
                   MOVE WS-C3-SALARY TO WS-PC-SALARY (WS-PC-MAX)
                   MOVE WS-C3-BONUS  TO WS-PC-BONUS  (WS-PC-MAX)
                   MOVE WS-C3-COMM   TO WS-PC-COMM   (WS-PC-MAX)
                   MOVE WS-C3-FTEPCT TO WS-PC-FTEPCT (WS-PC-MAX)
                   IF WS-C3-SALARY > 0
                      MOVE 'Y' TO PAY-PENDING-SWITCH
                   END-IF
                ELSE
                   DISPLAY 'COBFCAST - PENDING CHANGE TABLE FULL, '
                           'EMPNO ' WS-EMPNO ' CHANGE OF '
                           WS-C3-EFF ' NOT FORECAST'
                END-IF.

                PERFORM 2230-FETCH-PENDING
                THRU    2230-EXIT.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2230-FETCH-PENDING                                             *
      ******************************************************************
       2230-FETCH-PENDING.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-C3-EMPNO,
                          :WS-C3-EFF,
                          :WS-C3-DEPT,
                          :WS-C3-SALARY,
                          :WS-C3-BONUS,
                          :WS-C3-COMM,
                          :WS-C3-FTEPCT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2230-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2240-FIND-DEPT - WS-DEPT-IX FOR WS-CUR-DEPT, ADDING A CODE NOT *
      *                  ON THE DEPT MASTER WITH NO BUDGET AND THE     *
      *                  COMPANY ATTRITION RATE. ZERO WHEN FULL        *
      ******************************************************************
       2240-FIND-DEPT.
                MOVE 0           TO WS-DEPT-IX.
                MOVE WS-CUR-DEPT TO WS-IX-DEPT.

                PERFORM 2245-MATCH-DEPT
                THRU    2245-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX
                   OR   WS-DEPT-IX > 0.

                IF WS-DEPT-IX > 0
                   GO TO 2240-EXIT
                END-IF.

                IF WS-DEPT-MAX NOT < 500
                   DISPLAY 'COBFCAST - DEPARTMENT TABLE FULL, DEPT '
                           WS-CUR-DEPT ' NOT FORECAST'
                   GO TO 2240-EXIT
                END-IF.

                ADD 1 TO WS-DEPT-MAX.
                MOVE WS-CUR-DEPT    TO WS-DT-DEPTNO   (WS-DEPT-MAX).
                MOVE 0              TO WS-DT-BUD-HC1  (WS-DEPT-MAX)
                                       WS-DT-BUD-PAY1 (WS-DEPT-MAX)
                                       WS-DT-BUD-HC2  (WS-DEPT-MAX)
                                       WS-DT-BUD-PAY2 (WS-DEPT-MAX)
                                       WS-DT-SEPS     (WS-DEPT-MAX)
                                       WS-DT-AVG-HEAD (WS-DEPT-MAX).
                MOVE WS-CO-ATTR-PCT TO WS-DT-ATTR-PCT (WS-DEPT-MAX).
                COMPUTE WS-DT-MON-RATE (WS-DEPT-MAX) ROUNDED =
                    WS-CO-ATTR-PCT / 1200.
                MOVE ZEROS          TO WS-DT-MONTHS   (WS-DEPT-MAX).
                MOVE WS-DEPT-MAX    TO WS-DEPT-IX.
       2240-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2245-MATCH-DEPT                                                *
      ******************************************************************
       2245-MATCH-DEPT.
                IF WS-DT-DEPTNO (WS-DEPT-SUB) = WS-CUR-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-IX
                END-IF.
       2245-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-GET-RATE - THE RATE FROM WS-CURRCODE TO THE BASE CURRENCY *
      *                 IN FORCE ON THE FIRST DAY OF THE START MONTH,  *
      *                 LOOKED UP ONCE PER CURRENCY. THE BASE ITSELF   *
      *                 CONVERTS AT 1                                  *
      ******************************************************************
       2250-GET-RATE.
                MOVE SPACES TO RATE-FOUND-SWITCH.

                IF WS-CURRCODE = WS-BASE-CURR
                   MOVE 1.000000 TO WS-RATE-N
                   MOVE 'Y' TO RATE-FOUND-SWITCH
                   GO TO 2250-EXIT
                END-IF.

                MOVE 0 TO WS-RATE-HIT.
                PERFORM 2255-MATCH-RATE
                THRU    2255-EXIT
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL   WS-RATE-SUB > WS-RATE-MAX
                   OR   WS-RATE-HIT > 0.

                IF WS-RATE-HIT > 0
                   MOVE WS-RT-RATE (WS-RATE-HIT) TO WS-RATE-N
                   IF WS-RT-FOUND (WS-RATE-HIT) = 'Y'
                      MOVE 'Y' TO RATE-FOUND-SWITCH
                   END-IF
                   GO TO 2250-EXIT
                END-IF.

                MOVE 0 TO WS-RATE-N.
                EXEC SQL
                    SELECT
                        X.EXRATE
                    INTO
                        :WS-RATE-N
                    FROM EXCHRATE X
                    WHERE X.FROMCURR = :WS-CURRCODE
                      AND X.TOCURR   = :WS-BASE-CURR
                      AND X.EFFDATE <= :WS-START-DATE
                    ORDER BY X.EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO RATE-FOUND-SWITCH
                    WHEN +100
                         DISPLAY 'COBFCAST - NO ' WS-CURRCODE ' TO '
                                 WS-BASE-CURR ' RATE, ITS EMPLOYEES '
                                 'ARE LEFT OUT'
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-RATE-MAX < 50
                   ADD 1 TO WS-RATE-MAX
                   MOVE WS-CURRCODE       TO WS-RT-CURR  (WS-RATE-MAX)
                   MOVE RATE-FOUND-SWITCH TO WS-RT-FOUND (WS-RATE-MAX)
                   MOVE WS-RATE-N         TO WS-RT-RATE  (WS-RATE-MAX)
                END-IF.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2255-MATCH-RATE                                                *
      ******************************************************************
       2255-MATCH-RATE.
                IF WS-RT-CURR (WS-RATE-SUB) = WS-CURRCODE
                   MOVE WS-RATE-SUB TO WS-RATE-HIT
                END-IF.
       2255-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-PROJECT-MONTH - THE EMPLOYEE IN ONE FORECAST MONTH:       *
      *                      ATTRITION FOR THE MONTH GONE BY, CHANGES  *
      *                      IN FORCE ON THE FIRST, THE MERIT RAISE IN *
      *                      ITS MONTH - THEN THE EXPECTED HEAD AND    *
      *                      COST, IF HIRED AND NOT YET GONE           *
      ******************************************************************
       2300-PROJECT-MONTH.
                IF WS-MON-SUB > 1
                   AND WS-SEPDATE = SPACES
                   AND WS-DEPT-IX > 0
                   AND WS-HIRE-YYMM < WS-MON-YYMM (WS-MON-SUB)
                   COMPUTE WS-SURVIVE ROUNDED = WS-SURVIVE
                       * (1 - WS-DT-MON-RATE (WS-DEPT-IX))
                END-IF.

                PERFORM 2310-APPLY-PENDING
                THRU    2310-EXIT
                UNTIL   WS-PC-NEXT > WS-PC-MAX
                   OR   WS-PC-EFF (WS-PC-NEXT) >
                        WS-MON-START (WS-MON-SUB).

                IF WS-MON-SUB = WS-MERIT-SLOT
                   AND NOT PAY-PENDING
                   COMPUTE WS-CUR-SALARY ROUNDED = WS-CUR-SALARY
                       * (1 + WS-MERIT-PCT / 100)
                END-IF.

                IF WS-CUR-DEPT NOT = WS-IX-DEPT
                   PERFORM 2240-FIND-DEPT
                   THRU    2240-EXIT
                END-IF.

                IF WS-DEPT-IX = 0
                   OR WS-HIRE-YYMM > WS-MON-YYMM (WS-MON-SUB)
                   GO TO 2300-EXIT
                END-IF.
                IF WS-SEPDATE NOT = SPACES
                   AND WS-SEPDATE < WS-MON-START (WS-MON-SUB)
                   GO TO 2300-EXIT
                END-IF.

                COMPUTE WS-MONTH-COST ROUNDED =
                    (WS-CUR-SALARY + WS-CUR-BONUS + WS-CUR-COMM)
                    / 12 * WS-RATE-N * WS-SURVIVE.
                ADD WS-SURVIVE    TO WS-DT-HEAD (WS-DEPT-IX,
                                                 WS-MON-SUB).
                ADD WS-MONTH-COST TO WS-DT-COST (WS-DEPT-IX,
                                                 WS-MON-SUB).
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-APPLY-PENDING - ONE PENDING CHANGE. A SPACES OR ZERO      *
      *                      FIELD LEAVES THE VALUE AS IT IS; AN FTE   *
      *                      CHANGE WITH NO NEW SALARY SCALES THE      *
      *                      SALARY WITH IT                            *
      ******************************************************************
       2310-APPLY-PENDING.
                IF WS-PC-DEPT (WS-PC-NEXT) NOT = SPACES
                   MOVE WS-PC-DEPT (WS-PC-NEXT) TO WS-CUR-DEPT
                END-IF.

                IF WS-PC-FTEPCT (WS-PC-NEXT) > 0
                   IF WS-PC-SALARY (WS-PC-NEXT) = 0
                      AND WS-CUR-FTEPCT > 0
                      COMPUTE WS-CUR-SALARY ROUNDED = WS-CUR-SALARY
                          * WS-PC-FTEPCT (WS-PC-NEXT) / WS-CUR-FTEPCT
                   END-IF
                   MOVE WS-PC-FTEPCT (WS-PC-NEXT) TO WS-CUR-FTEPCT
                END-IF.

                IF WS-PC-SALARY (WS-PC-NEXT) > 0
                   MOVE WS-PC-SALARY (WS-PC-NEXT) TO WS-CUR-SALARY
                END-IF.
                IF WS-PC-BONUS (WS-PC-NEXT) > 0
                   MOVE WS-PC-BONUS (WS-PC-NEXT)  TO WS-CUR-BONUS
                END-IF.
                IF WS-PC-COMM (WS-PC-NEXT) > 0
                   MOVE WS-PC-COMM (WS-PC-NEXT)   TO WS-CUR-COMM
                END-IF.

                ADD 1 TO WS-PC-NEXT.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PROJECT-REQS - OPEN REQUISITIONS AS HIRES FROM THE MONTH  *
      *                     THEY ARE EXPECTED TO FILL                  *
      ******************************************************************
       2400-PROJECT-REQS.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2410-FETCH-REQ
                THRU    2410-EXIT
                UNTIL END-OF-C4.

                EXEC SQL
                  CLOSE  C4
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
      * 2410-FETCH-REQ - A REQUISITION WITH NO SALBAND ROW STILL ADDS  *
      *                  ITS HEAD, AT NO COST, AND IS COUNTED          *
      ******************************************************************
       2410-FETCH-REQ.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-REQ-NO,
                          :WS-CUR-DEPT,
                          :WS-REQ-BANDMID,
                          :WS-REQ-FILL-DATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                         GO TO 2410-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-REQ-COUNT.
                IF WS-REQ-BANDMID = 0
                   ADD 1 TO WS-REQ-NOBAND
                END-IF.

                IF WS-CUR-DEPT NOT = WS-IX-DEPT
                   PERFORM 2240-FIND-DEPT
                   THRU    2240-EXIT
                END-IF.
                IF WS-DEPT-IX = 0
                   GO TO 2410-EXIT
                END-IF.

                MOVE SPACES TO WS-FILL-YYMM.
                STRING WS-REQ-FILL-DATE(1:4) WS-REQ-FILL-DATE(6:2)
                       DELIMITED BY SIZE
                  INTO WS-FILL-YYMM.
                COMPUTE WS-MONTH-COST ROUNDED = WS-REQ-BANDMID / 12.

                PERFORM 2420-ADD-REQ-MONTH
                THRU    2420-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-ADD-REQ-MONTH                                             *
      ******************************************************************
       2420-ADD-REQ-MONTH.
                IF WS-MON-YYMM (WS-MON-SUB) NOT < WS-FILL-YYMM
                   ADD 1             TO WS-DT-HEAD (WS-DEPT-IX,
                                                    WS-MON-SUB)
                   ADD WS-MONTH-COST TO WS-DT-COST (WS-DEPT-IX,
                                                    WS-MON-SUB)
                END-IF.
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PRINT-DEPTS - EVERY DEPARTMENT, THEN THE COMPANY TOTAL    *
      *                    BUILT UP IN THE ENTRY AFTER THE LAST        *
      ******************************************************************
       2500-PRINT-DEPTS.
                COMPUTE WS-DEPT-IX = WS-DEPT-MAX + 1.
                MOVE '***'          TO WS-DT-DEPTNO   (WS-DEPT-IX).
                MOVE 0              TO WS-DT-BUD-HC1  (WS-DEPT-IX)
                                       WS-DT-BUD-PAY1 (WS-DEPT-IX)
                                       WS-DT-BUD-HC2  (WS-DEPT-IX)
                                       WS-DT-BUD-PAY2 (WS-DEPT-IX)
                                       WS-DT-SEPS     (WS-DEPT-IX)
                                       WS-DT-AVG-HEAD (WS-DEPT-IX).
                MOVE WS-CO-ATTR-PCT TO WS-DT-ATTR-PCT (WS-DEPT-IX).
                MOVE ZEROS          TO WS-DT-MONTHS   (WS-DEPT-IX).

                PERFORM 2510-PRINT-DEPT
                THRU    2510-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX + 1.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-PRINT-DEPT - THE HEAD LINE AND THE COST LINE, WITH THE    *
      *                   COST SET AGAINST THE BUDGET FOR THE SAME     *
      *                   MONTHS AND AGAINST THE COMPARISON SCENARIO   *
      ******************************************************************
       2510-PRINT-DEPT.
                MOVE WS-DT-DEPTNO (WS-DEPT-SUB) TO WS-DEPTNO.

                MOVE SPACES    TO WS-RPT-DETAIL.
                MOVE WS-DEPTNO TO WS-DET-DEPT.
                MOVE 'HEAD'    TO WS-DET-LINE.
                PERFORM 2520-HEAD-VALUE
                THRU    2520-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.
                IF WS-YEAR2-MONTHS = 0
                   MOVE WS-DT-BUD-HC1 (WS-DEPT-SUB) TO WS-HT-BUD-HC
                ELSE
                   MOVE WS-DT-BUD-HC2 (WS-DEPT-SUB) TO WS-HT-BUD-HC
                END-IF.
                MOVE WS-DT-ATTR-PCT (WS-DEPT-SUB) TO WS-HT-ATTR.
                MOVE WS-HEAD-TAIL TO WS-DET-TAIL.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.

                MOVE 0         TO WS-TOTAL-COST.
                MOVE SPACES    TO WS-RPT-DETAIL.
                MOVE 'COST'    TO WS-DET-LINE.
                PERFORM 2525-COST-VALUE
                THRU    2525-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.
                COMPUTE WS-BUD-HORIZON ROUNDED =
                    WS-DT-BUD-PAY1 (WS-DEPT-SUB) * WS-YEAR1-MONTHS / 12
                  + WS-DT-BUD-PAY2 (WS-DEPT-SUB) * WS-YEAR2-MONTHS / 12.
                COMPUTE WS-CT-TOTAL  ROUNDED = WS-TOTAL-COST  / 1000.
                COMPUTE WS-CT-BUDGET ROUNDED = WS-BUD-HORIZON / 1000.
                COMPUTE WS-CT-VAR    ROUNDED =
                    (WS-TOTAL-COST - WS-BUD-HORIZON) / 1000.
                MOVE WS-COST-TAIL TO WS-DET-TAIL.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.

                IF COMPARE-ON
                   PERFORM 2530-COMPARE-LINE
                   THRU    2530-EXIT
                END-IF.

                IF WS-DEPT-SUB NOT > WS-DEPT-MAX
                   PERFORM 2540-ADD-TOTALS
                   THRU    2540-EXIT
                END-IF.

                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-HEAD-VALUE                                                *
      ******************************************************************
       2520-HEAD-VALUE.
                COMPUTE WS-ED-VALUE ROUNDED =
                    WS-DT-HEAD (WS-DEPT-SUB, WS-MON-SUB).
                MOVE WS-ED-VALUE-X TO WS-DET-VALUE (WS-MON-SUB).
       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2525-COST-VALUE                                                *
      ******************************************************************
       2525-COST-VALUE.
                COMPUTE WS-ED-VALUE ROUNDED =
                    WS-DT-COST (WS-DEPT-SUB, WS-MON-SUB) / 1000.
                MOVE WS-ED-VALUE-X TO WS-DET-VALUE (WS-MON-SUB).
                ADD WS-DT-COST (WS-DEPT-SUB, WS-MON-SUB)
                 TO WS-TOTAL-COST.
       2525-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2530-COMPARE-LINE - THE COMPARISON SCENARIO'S STORED COST FOR  *
      *                     THE DEPARTMENT, OR ALL OF IT FOR '***'     *
      ******************************************************************
       2530-COMPARE-LINE.

                EXEC SQL
                    SELECT COALESCE(SUM(PAYROLL_COST), 0)
                    INTO  :WS-CMP-TOTAL
                    FROM FCAST_SCENARIO
                    WHERE SCENARIO = :WS-COMPARE
                      AND (DEPTNO  = :WS-DEPTNO
                           OR :WS-DEPTNO = '***')
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE WS-COMPARE TO WS-CMP-NAME.
                COMPUTE WS-CMP-TOT  ROUNDED = WS-CMP-TOTAL / 1000.
                COMPUTE WS-CMP-DIFF ROUNDED =
                    (WS-TOTAL-COST - WS-CMP-TOTAL) / 1000.
                PRINT WS-RPT-COMPARE.
                ADD 1 TO WS-LINE-CTR.
       2530-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2540-ADD-TOTALS - ADD THE DEPARTMENT INTO THE COMPANY ENTRY    *
      ******************************************************************
       2540-ADD-TOTALS.
                COMPUTE WS-DEPT-IX = WS-DEPT-MAX + 1.
                ADD WS-DT-BUD-HC1  (WS-DEPT-SUB)
                 TO WS-DT-BUD-HC1  (WS-DEPT-IX).
                ADD WS-DT-BUD-PAY1 (WS-DEPT-SUB)
                 TO WS-DT-BUD-PAY1 (WS-DEPT-IX).
                ADD WS-DT-BUD-HC2  (WS-DEPT-SUB)
                 TO WS-DT-BUD-HC2  (WS-DEPT-IX).
                ADD WS-DT-BUD-PAY2 (WS-DEPT-SUB)
                 TO WS-DT-BUD-PAY2 (WS-DEPT-IX).

                PERFORM 2545-ADD-MONTH
                THRU    2545-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.
       2540-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2545-ADD-MONTH                                                 *
      ******************************************************************
       2545-ADD-MONTH.
                ADD WS-DT-HEAD (WS-DEPT-SUB, WS-MON-SUB)
                 TO WS-DT-HEAD (WS-DEPT-IX,  WS-MON-SUB).
                ADD WS-DT-COST (WS-DEPT-SUB, WS-MON-SUB)
                 TO WS-DT-COST (WS-DEPT-IX,  WS-MON-SUB).
       2545-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-STORE-SCENARIO - THIS RUN REPLACES EVERY ROW OF THE       *
      *                       SCENARIO, ONE PER DEPARTMENT AND MONTH.  *
      *                       DONE AFTER PRINTING SO A SCENARIO CAN BE *
      *                       COMPARED WITH ITS OWN LAST RUN           *
      ******************************************************************
       2600-STORE-SCENARIO.

                EXEC SQL
                    DELETE FROM FCAST_SCENARIO
                     WHERE SCENARIO = :WS-SCENARIO
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE WS-MERIT-PCT TO WS-FC-MERIT.
                PERFORM 2610-STORE-DEPT
                THRU    2610-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-STORE-DEPT                                                *
      ******************************************************************
       2610-STORE-DEPT.
                MOVE WS-DT-DEPTNO   (WS-DEPT-SUB) TO WS-DEPTNO.
                MOVE WS-DT-ATTR-PCT (WS-DEPT-SUB) TO WS-FC-ATTR.

                PERFORM 2620-INSERT-MONTH
                THRU    2620-EXIT
                VARYING WS-MON-SUB FROM 1 BY 1
                UNTIL   WS-MON-SUB > 12.
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2620-INSERT-MONTH                                              *
      ******************************************************************
       2620-INSERT-MONTH.
                COMPUTE WS-FC-HEAD ROUNDED =
                    WS-DT-HEAD (WS-DEPT-SUB, WS-MON-SUB).
                COMPUTE WS-FC-COST ROUNDED =
                    WS-DT-COST (WS-DEPT-SUB, WS-MON-SUB).

                EXEC SQL
                    INSERT INTO FCAST_SCENARIO
                        (
                            SCENARIO
                          , DEPTNO
                          , FC_MONTH
                          , START_MONTH
                          , BASE_CURR
                          , HEADCOUNT
                          , PAYROLL_COST
                          , MERIT_PCT
                          , MERIT_MONTH
                          , ATTR_PCT
                          , RUN_DATE
                        )
                    VALUES
                        (
                            :WS-SCENARIO
                          , :WS-DEPTNO
                          , :WS-MON-YYMM(WS-MON-SUB)
                          , :WS-START-MONTH
                          , :WS-BASE-CURR
                          , :WS-FC-HEAD
                          , :WS-FC-COST
                          , :WS-FC-MERIT
                          , :WS-MERIT-MM
                          , :WS-FC-ATTR
                          , CURRENT DATE
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ROWS-STORED
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2620-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-SCENARIO      TO WS-STAMP-SCENARIO.
                MOVE WS-START-MONTH   TO WS-STAMP-START.
                MOVE WS-BASE-CURR     TO WS-STAMP-BASE.
                MOVE WS-MERIT-PCT     TO WS-STAMP-MERIT.
                MOVE WS-MERIT-MM      TO WS-STAMP-MERIT-MM.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-COLUMNS.
                PRINT WS-RPT-LEGEND.

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
                MOVE WS-EMP-COUNT     TO WS-SUM-EMPS.
                MOVE WS-LEAVER-COUNT  TO WS-SUM-LEAVERS.
                MOVE WS-PEND-COUNT    TO WS-SUM-PENDING.
                MOVE WS-REQ-COUNT     TO WS-SUM-REQS.
                MOVE WS-REQ-NOBAND    TO WS-SUM-NOBAND.
                MOVE WS-NORATE-COUNT  TO WS-SUM-NORATE.
                PRINT WS-RPT-SUMMARY.
                PRINT WS-RPT-SUMMARY2.
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

                MOVE 'COBFCAST'      TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE     TO RUNH-START-DATE.
                MOVE WS-RUN-TIME     TO RUNH-START-TIME.
                MOVE WS-END-DATE     TO RUNH-END-DATE.
                MOVE WS-END-TIME     TO RUNH-END-TIME.
                MOVE WS-EMP-COUNT    TO RUNH-READ-COUNT.
                MOVE WS-ROWS-STORED  TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE     TO RUNH-RETURN-CODE.
                MOVE 'C'             TO RUNH-STATUS.
                MOVE WS-START-MONTH  TO RUNH-PERIOD.

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
