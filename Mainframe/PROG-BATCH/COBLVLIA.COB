      *-----------------------------------------------------------------
      *     COBLVLIA - MONTH-END LEAVE LIABILITY VALUATION AND POSTING.
      *                FOR THE MONTH (YYYYMM) ON THE CONTROL CARD,
      *                VALUES EVERY ACTIVE EMPLOYEE'S REMAINING LEAVE
      *                BALANCE - THE YEAR'S LEAVE ROWS TO THE MONTH,
      *                LAVAILABLE LESS LTAKEN - AT THE DAILY RATE
      *                COBFINPY SETTLES LEAVERS AT (ANNUAL SALARY AT
      *                THE CONTRACTED FTE OVER THE YEAR'S BUSINESS
      *                DAYS ON THE SUBSIDIARY'S HOLCAL CALENDAR), AND
      *                STORES THE MONTH'S FIGURES ON LVLIAB. THE
      *                REPORT SHOWS EACH DEPARTMENT'S LIABILITY, LAST
      *                MONTH'S AND THE MOVEMENT, WITH COMPANY TOTALS
      *                IN EACH SUBSIDIARY'S CURRENCY. ONLY THE
      *                MOVEMENT IS POSTED: AN INCREASE DEBITS THE
      *                DEPARTMENT'S DEPTGL ACCOUNT AND CREDITS THE
      *                LEAVE LIABILITY ACCOUNT, A DECREASE THE
      *                REVERSE, IN THE COBGLPST FEED LAYOUT - SO
      *                ACCRUALS, LEAVE TAKEN, COBLVCF FORFEITURES AND
      *                PAY RISES ALL REACH THE LEDGER WITHOUT A MANUAL
      *                TRUE-UP. THE FIRST MONTH RUN HAS NO PRIOR
      *                VALUATION AND POSTS THE WHOLE BALANCE.
      *                DEPARTMENTS WITH NO DEPTGL MAPPING GO TO THE
      *                REPORT AS HELD OUT AND ARE KEPT OUT OF BOTH
      *                SIDES OF THE FEED. A RERUN OF THE MONTH
      *                REPLACES ITS LVLIAB ROWS AND REBUILDS THE FEED.
      *                RUNS AFTER THE MONTH'S COBLVACR (AND, IN
      *                DECEMBER, COBLVCF).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLVLIA.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT LVGLOUT
                  ASSIGN TO DA-S-LVGLOUT.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 14 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-MONTH          PIC X(6).
           05  CARDREC-LIAB-ACCT      PIC X(8).

       FD      LVGLOUT
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLOUT-REC.
           10 GL-FEED-ACCOUNT         PIC X(8).
           10 GL-FEED-DC              PIC X(1).
           10 GL-FEED-AMOUNT          PIC S9(11)V9(2) SIGN LEADING
                                                      SEPARATE.
           10 GL-FEED-PERIOD          PIC X(6).
      *        ** 'R' = REGULAR RUN, AS ON THE COBGLPST FEED - THE
      *        ** VALUATION IS A MONTH-END ENTRY, NEVER SUPPLEMENTAL.
           10 GL-FEED-RUNTYPE         PIC X(1).
           10 FILLER                  PIC X(10).

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
       77  ACCT-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  ACCT-FOUND                    VALUE  'Y'.
       77  END-OF-GL-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-GL                     VALUE  'Y'.
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-LIAB-MONTH          PIC X(6).
       01  WS-LIAB-MONTH-R REDEFINES WS-LIAB-MONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-PRIOR-MONTH         PIC X(6).
       01  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
           05 WS-PRIOR-YYYY       PIC 9(4).
           05 WS-PRIOR-MM         PIC 9(2).
       01  WS-LV-FROM-YRMO        PIC X(6).
       01  WS-MONTH-END           PIC X(10).
       01  WS-YEAR-START          PIC X(10).
       01  WS-YEAR-END            PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).
       01  WS-LIAB-ACCT           PIC X(8)      VALUE 'LEAVLIAB'.

      *    THE YEAR'S BUSINESS DAYS FOR THE DAILY RATE, CACHED PER
      *    CURRENCY - C1 COMES IN CURRENCY ORDER.
       01  WS-YEAR-BDAYS          PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-BDAY-CACHE-CURR     PIC X(3)      VALUE LOW-VALUES.
       01  WS-BDAY-CACHE-CALID    PIC X(6)      VALUE LOW-VALUES.

       01  WS-EMPNO               PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-CURRCODE            PIC X(3).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LEAVE-DAYS          PIC S9(4)      USAGE COMP.
       01  WS-DAILY-RATE          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-LIAB-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.

      *    ONE DEPARTMENT OF ONE CURRENCY FROM C2 - THIS MONTH'S AND
      *    LAST MONTH'S STORED VALUATION SIDE BY SIDE.
       01  WS-DEPT-EMPS           PIC S9(9)      USAGE COMP.
       01  WS-DEPT-DAYS           PIC S9(9)      USAGE COMP.
       01  WS-DEPT-LIAB           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-PRIOR          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-MOVE           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-POST-AMOUNT         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-GL-ACCOUNT          PIC X(8).

       01  WS-PREV-CURRCODE       PIC X(3)      VALUE SPACES.
       01  WS-CURR-EMPS           PIC S9(9)      USAGE COMP  VALUE 0.
       01  WS-CURR-DAYS           PIC S9(9)      USAGE COMP  VALUE 0.
       01  WS-CURR-LIAB           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CURR-PRIOR          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CURR-MOVE           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-EMP-COUNT           PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-PRIOR-ROWS          PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-DEBIT-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CREDIT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-CREDIT-TOTAL        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-UNMAPPED-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-UNMAPPED-TOTAL      PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FEED-NET            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

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
                VALUE 'MONTH-END LEAVE LIABILITY VALUATION'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(21)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'MONTH:  '.
           10 WS-STAMP-PERIOD     PIC X(6).
           10 FILLER              PIC X(7)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(5).
           10 WS-COL1             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(6)   VALUE 'CURR'.
           10 WS-COL3             PIC X(7)   VALUE 'STAFF'.
           10 WS-COL4             PIC X(10)  VALUE 'LEAVE DAYS'.
           10 WS-COL5             PIC X(20)  VALUE '         LIABILITY'.
           10 WS-COL6             PIC X(20)  VALUE '       PRIOR MONTH'.
           10 WS-COL7             PIC X(20)  VALUE '          MOVEMENT'.
           10 WS-COL8             PIC X(24)  VALUE 'GL ACCOUNT'.
           10 FILLER              PIC X(14).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(5).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-CURR         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ZZZ,ZZ9-.
           10 FILLER              PIC X(2).
           10 WS-DET-LIAB         PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-PRIOR        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-MOVE         PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-ACCOUNT      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-NOTE         PIC X(14).
           10 FILLER              PIC X(14).

       01  WS-RPT-CURR-TOTAL.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'TOTAL'.
           10 WS-CT-CURR          PIC X(3).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-CT-EMPS          PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-CT-DAYS          PIC ZZZ,ZZ9-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-CT-LIAB          PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-CT-PRIOR         PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-CT-MOVE          PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(40)  VALUE SPACES.

       01  WS-RPT-NO-PRIOR.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'NO VALUATION ON FILE FOR PRIOR MONTH '.
           10 WS-NP-MONTH         PIC X(6).
           10 FILLER              PIC X(41)  VALUE
                ' - THE WHOLE BALANCE IS POSTED'.
           10 FILLER              PIC X(40)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE
                'EMPLOYEES VALUED: '.
           10 WS-SUM-EMPS         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(22)  VALUE
                'DEPARTMENTS HELD OUT: '.
           10 WS-SUM-UNMAPPED     PIC ZZZZ9.
           10 FILLER              PIC X(69)  VALUE SPACES.

       01  WS-RPT-PROOF.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-PRF-LABEL        PIC X(22).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(79)  VALUE SPACES.

       01  WS-RPT-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'PROOF: '.
           10 WS-VERDICT          PIC X(44).
           10 FILLER              PIC X(72)  VALUE SPACES.

           COPY CPBDAYSW.

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

                EXEC SQL INCLUDE LEAVE
                END-EXEC.

                EXEC SQL INCLUDE LVLIAB
                END-EXEC.

                EXEC SQL INCLUDE DEPTGL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY EMPLOYEE ACTIVE AT THE MONTH END WITH THE SALARY AT
      *    THE CONTRACTED FTE (AS COBFINPY TAKES IT) AND THE LEAVE
      *    BALANCE OF THE YEAR'S ROWS UP TO THE MONTH, IN CURRENCY
      *    ORDER FOR THE BUSINESS-DAY CACHE.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 E.EMPNO,
                 COALESCE(E.WORKDEPT, ' '),
                 E.CURRCODE,
                 E.SALARY * E.FTEPCT / 100,
                 COALESCE(
                   (SELECT SUM(L.LAVAILABLE - L.LTAKEN)
                      FROM LEAVE L
                     WHERE L.EMPNO = E.EMPNO
                       AND L.LYEARMONTH BETWEEN :WS-LV-FROM-YRMO
                                            AND :WS-LIAB-MONTH), 0)
             FROM EMP E
             WHERE E.HIREDATE <= :WS-MONTH-END
               AND (E.SEPDATE IS NULL
                    OR E.SEPDATE > :WS-MONTH-END)
             ORDER BY E.CURRCODE, E.EMPNO
           END-EXEC.

      *    THIS MONTH'S AND LAST MONTH'S STORED VALUATION BY CURRENCY
      *    AND DEPARTMENT. A DEPARTMENT CARRYING LIABILITY LAST MONTH
      *    AND NONE NOW (EVERYONE LEFT OR MOVED) STILL COMES THROUGH,
      *    SO ITS RELEASE IS POSTED.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 X.CURRCODE,
                 X.WORKDEPT,
                 SUM(X.CUR_EMPS),
                 SUM(X.CUR_DAYS),
                 SUM(X.CUR_AMT),
                 SUM(X.PRI_AMT)
             FROM
               (SELECT V.CURRCODE, V.WORKDEPT,
                       1 AS CUR_EMPS,
                       V.LEAVE_DAYS AS CUR_DAYS,
                       V.LIAB_AMOUNT AS CUR_AMT,
                       0 AS PRI_AMT
                  FROM LVLIAB V
                 WHERE V.LIAB_MONTH = :WS-LIAB-MONTH
                UNION ALL
                SELECT P.CURRCODE, P.WORKDEPT,
                       0, 0, 0,
                       P.LIAB_AMOUNT
                  FROM LVLIAB P
                 WHERE P.LIAB_MONTH = :WS-PRIOR-MONTH) X
             GROUP BY X.CURRCODE, X.WORKDEPT
             ORDER BY X.CURRCODE, X.WORKDEPT
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 1200-CLEAR-PRIOR-RUN
             THRU    1200-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2300-REPORT-AND-POST
             THRU    2300-EXIT.

             CLOSE LVGLOUT.

             PERFORM 2450-PROVE-FEED
             THRU    2450-EXIT.

             PERFORM 2170-PRINT-PROOF
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE MONTH CARD, DERIVE THE  *
      *                   MONTH END, THE YEAR AND THE PRIOR MONTH. A   *
      *                   BLANK LIABILITY ACCOUNT DEFAULTS TO          *
      *                   LEAVLIAB.                                    *
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

                MOVE CARDREC-MONTH TO WS-LIAB-MONTH.

                IF WS-LIAB-MONTH NOT NUMERIC
                   OR WS-PERIOD-MM < 01
                   OR WS-PERIOD-MM > 12
                   DISPLAY '++ COBLVLIA - MISSING OR BAD MONTH CARD ++'
                   DISPLAY '++ COBLVLIA - ABORTING, MONTH YYYYMM IS '
                           'REQUIRED TO VALUE LEAVE LIABILITY ++'
                   GOBACK
                END-IF.

                IF CARDREC-LIAB-ACCT NOT = SPACES
                   MOVE CARDREC-LIAB-ACCT TO WS-LIAB-ACCT
                END-IF.

                PERFORM 1100-CALC-PERIOD
                THRU    1100-EXIT.

                STRING WS-PERIOD-YYYY '01' DELIMITED BY SIZE
                  INTO WS-LV-FROM-YRMO.
                STRING WS-PERIOD-YYYY '-01-01' DELIMITED BY SIZE
                  INTO WS-YEAR-START.
                STRING WS-PERIOD-YYYY '-12-31' DELIMITED BY SIZE
                  INTO WS-YEAR-END.

                IF WS-PERIOD-MM = 01
                   COMPUTE WS-PRIOR-YYYY = WS-PERIOD-YYYY - 1
                   MOVE 12 TO WS-PRIOR-MM
                ELSE
                   MOVE WS-PERIOD-YYYY TO WS-PRIOR-YYYY
                   COMPUTE WS-PRIOR-MM = WS-PERIOD-MM - 1
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-PRIOR-ROWS
                    FROM LVLIAB
                    WHERE LIAB_MONTH = :WS-PRIOR-MONTH
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                OPEN OUTPUT LVGLOUT.

                DISPLAY 'WS-LIAB-MONTH  = ' WS-LIAB-MONTH.
                DISPLAY 'WS-PRIOR-MONTH = ' WS-PRIOR-MONTH.
                DISPLAY 'WS-LIAB-ACCT   = ' WS-LIAB-ACCT.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE MONTH END DATE FROM THE YYYYMM    *
      *                    CARD, INCLUDING THE GREGORIAN LEAP-YEAR     *
      *                    RULE FOR FEBRUARY.                          *
      ******************************************************************
       1100-CALC-PERIOD.
                EVALUATE WS-PERIOD-MM
                    WHEN 01
                    WHEN 03
                    WHEN 05
                    WHEN 07
                    WHEN 08
                    WHEN 10
                    WHEN 12
                         MOVE 31 TO WS-DAYS-IN-MONTH
                    WHEN 04
                    WHEN 06
                    WHEN 09
                    WHEN 11
                         MOVE 30 TO WS-DAYS-IN-MONTH
                    WHEN 02
                         MOVE 28 TO WS-DAYS-IN-MONTH
                         DIVIDE WS-PERIOD-YYYY BY 4
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                         IF WS-LEAP-REM = 0
                            MOVE 29 TO WS-DAYS-IN-MONTH
                            DIVIDE WS-PERIOD-YYYY BY 100
                                   GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                               DIVIDE WS-PERIOD-YYYY BY 400
                                      GIVING WS-LEAP-QUOT
                                      REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM = 0
                                  MOVE 29 TO WS-DAYS-IN-MONTH
                               END-IF
                            END-IF
                         END-IF
                END-EVALUATE.

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-'
                       WS-DAYS-IN-MONTH
                       DELIMITED BY SIZE
                  INTO WS-MONTH-END.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-CLEAR-PRIOR-RUN - A RERUN OF THE MONTH STARTS CLEAN: THE  *
      *                        MONTH'S LVLIAB ROWS ARE DROPPED AND     *
      *                        REVALUED FROM THE CURRENT LEAVE AND     *
      *                        SALARY FIGURES.                         *
      ******************************************************************
       1200-CLEAR-PRIOR-RUN.
                EXEC SQL
                    DELETE FROM LVLIAB
                     WHERE LIAB_MONTH = :WS-LIAB-MONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - VALUE AND STORE EVERY ACTIVE EMPLOYEE           *
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE EMPLOYEE: BALANCE TIMES DAILY RATE         *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-WORKDEPT,
                          :WS-CURRCODE,
                          :WS-SALARY,
                          :WS-LEAVE-DAYS
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

                IF NOT END-OF-C1
                   PERFORM 2210-GET-YEAR-BDAYS
                   THRU    2210-EXIT
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-SALARY / WS-YEAR-BDAYS
                   COMPUTE WS-LIAB-AMOUNT ROUNDED =
                       WS-LEAVE-DAYS * WS-DAILY-RATE
                   PERFORM 2250-STORE-LVLIAB
                   THRU    2250-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-GET-YEAR-BDAYS - THE YEAR'S BUSINESS DAYS ON THE          *
      *                       EMPLOYEE'S CALENDAR - THE WORK           *
      *                       LOCATION'S, ELSE THE PAYING              *
      *                       SUBSIDIARY'S (THE SHARED CPBDAYS         *
      *                       ENGINE), COUNTED ONCE PER CALENDAR. AN   *
      *                       EMPTY COUNT FALLS BACK TO THE FLAT 260   *
      *                       COBFINPY USES.                           *
      ******************************************************************
       2210-GET-YEAR-BDAYS.
                MOVE WS-CURRCODE   TO W-BDAY-CURR.
                MOVE WS-EMPNO      TO W-BDAY-EMPNO.
                PERFORM 8050-RESOLVE-CALENDAR
                THRU    8050-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-CURRCODE = WS-BDAY-CACHE-CURR
                   AND W-BDAY-CALID = WS-BDAY-CACHE-CALID
                   GO TO 2210-EXIT
                END-IF.

                MOVE WS-YEAR-START TO W-BDAY-FROM-DATE.
                MOVE WS-YEAR-END   TO W-BDAY-TO-DATE.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF W-BDAY-COUNT > 0
                   MOVE W-BDAY-COUNT TO WS-YEAR-BDAYS
                ELSE
                   MOVE 260          TO WS-YEAR-BDAYS
                END-IF.
                MOVE WS-CURRCODE  TO WS-BDAY-CACHE-CURR.
                MOVE W-BDAY-CALID TO WS-BDAY-CACHE-CALID.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-STORE-LVLIAB - ONE LVLIAB ROW FOR THE MONTH               *
      ******************************************************************
       2250-STORE-LVLIAB.
                EXEC SQL
                    INSERT INTO LVLIAB
                        (
                            EMPNO
                          , LIAB_MONTH
                          , WORKDEPT
                          , CURRCODE
                          , LEAVE_DAYS
                          , DAILY_RATE
                          , LIAB_AMOUNT
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , :WS-LIAB-MONTH
                          , :WS-WORKDEPT
                          , :WS-CURRCODE
                          , :WS-LEAVE-DAYS
                          , :WS-DAILY-RATE
                          , :WS-LIAB-AMOUNT
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-EMP-COUNT.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-REPORT-AND-POST - ONE LINE PER DEPARTMENT AND CURRENCY,   *
      *                        ITS MOVEMENT POSTED, AND A TOTAL LINE   *
      *                        PER CURRENCY                            *
      ******************************************************************
       2300-REPORT-AND-POST.
                IF WS-PRIOR-ROWS = 0
                   MOVE WS-PRIOR-MONTH TO WS-NP-MONTH
                   PRINT WS-RPT-NO-PRIOR
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2310-FETCH-C2
                THRU    2310-EXIT
                UNTIL END-OF-C2.

                IF NOT FIRST-ROW
                   PERFORM 2360-PRINT-CURR-TOTAL
                   THRU    2360-EXIT
                END-IF.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-FETCH-C2 - ONE DEPARTMENT OF ONE CURRENCY. THE CURRENCY   *
      *                 TOTAL PRINTS ON THE BREAK.                     *
      ******************************************************************
       2310-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-CURRCODE,
                          :WS-WORKDEPT,
                          :WS-DEPT-EMPS,
                          :WS-DEPT-DAYS,
                          :WS-DEPT-LIAB,
                          :WS-DEPT-PRIOR
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

                IF END-OF-C2
                   GO TO 2310-EXIT
                END-IF.

                IF WS-CURRCODE NOT = WS-PREV-CURRCODE
                   IF NOT FIRST-ROW
                      PERFORM 2360-PRINT-CURR-TOTAL
                      THRU    2360-EXIT
                   END-IF
                   MOVE 'N'         TO FIRST-ROW-SWITCH
                   MOVE WS-CURRCODE TO WS-PREV-CURRCODE
                END-IF.

                COMPUTE WS-DEPT-MOVE = WS-DEPT-LIAB - WS-DEPT-PRIOR.

                ADD WS-DEPT-EMPS  TO WS-CURR-EMPS.
                ADD WS-DEPT-DAYS  TO WS-CURR-DAYS.
                ADD WS-DEPT-LIAB  TO WS-CURR-LIAB.
                ADD WS-DEPT-PRIOR TO WS-CURR-PRIOR.
                ADD WS-DEPT-MOVE  TO WS-CURR-MOVE.

                MOVE SPACES        TO WS-DET-ACCOUNT WS-DET-NOTE.
                PERFORM 2320-GET-GL-ACCOUNT
                THRU    2320-EXIT.
                IF ACCT-FOUND
                   MOVE WS-GL-ACCOUNT TO WS-DET-ACCOUNT
                   IF WS-DEPT-MOVE NOT = ZERO
                      PERFORM 2330-WRITE-POSTING
                      THRU    2330-EXIT
                   END-IF
                ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   ADD WS-DEPT-MOVE TO WS-UNMAPPED-TOTAL
                   MOVE 'NO DEPTGL-HELD' TO WS-DET-NOTE
                END-IF.

                MOVE WS-WORKDEPT   TO WS-DET-DEPT.
                MOVE WS-CURRCODE   TO WS-DET-CURR.
                MOVE WS-DEPT-EMPS  TO WS-DET-EMPS.
                MOVE WS-DEPT-DAYS  TO WS-DET-DAYS.
                MOVE WS-DEPT-LIAB  TO WS-DET-LIAB.
                MOVE WS-DEPT-PRIOR TO WS-DET-PRIOR.
                MOVE WS-DEPT-MOVE  TO WS-DET-MOVE.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-GET-GL-ACCOUNT                                            *
      ******************************************************************
       2320-GET-GL-ACCOUNT.
                MOVE SPACES TO ACCT-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        G.GL_ACCOUNT
                    INTO
                        :WS-GL-ACCOUNT
                    FROM DEPTGL G
                    WHERE G.DEPTNO = :WS-WORKDEPT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO ACCT-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2320-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2330-WRITE-POSTING - THE MOVEMENT AS A BALANCED PAIR: AN       *
      *                      INCREASE DEBITS THE DEPARTMENT AND        *
      *                      CREDITS THE LIABILITY ACCOUNT, A DECREASE *
      *                      RELEASES IT THE OTHER WAY ROUND.          *
      ******************************************************************
       2330-WRITE-POSTING.
                MOVE SPACES          TO GLOUT-REC.
                MOVE WS-LIAB-MONTH   TO GL-FEED-PERIOD.
                MOVE 'R'             TO GL-FEED-RUNTYPE.

                IF WS-DEPT-MOVE > ZERO
                   MOVE WS-DEPT-MOVE TO WS-POST-AMOUNT
                   MOVE WS-GL-ACCOUNT TO GL-FEED-ACCOUNT
                   MOVE 'D'           TO GL-FEED-DC
                   MOVE WS-POST-AMOUNT TO GL-FEED-AMOUNT
                   WRITE GLOUT-REC
                   MOVE WS-LIAB-ACCT  TO GL-FEED-ACCOUNT
                   MOVE 'C'           TO GL-FEED-DC
                   WRITE GLOUT-REC
                ELSE
                   COMPUTE WS-POST-AMOUNT = 0 - WS-DEPT-MOVE
                   MOVE WS-LIAB-ACCT  TO GL-FEED-ACCOUNT
                   MOVE 'D'           TO GL-FEED-DC
                   MOVE WS-POST-AMOUNT TO GL-FEED-AMOUNT
                   WRITE GLOUT-REC
                   MOVE WS-GL-ACCOUNT TO GL-FEED-ACCOUNT
                   MOVE 'C'           TO GL-FEED-DC
                   WRITE GLOUT-REC
                END-IF.

                ADD 1              TO WS-DEBIT-COUNT.
                ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.
                ADD 1              TO WS-CREDIT-COUNT.
                ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
       2330-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2360-PRINT-CURR-TOTAL - COMPANY TOTAL IN ONE SUBSIDIARY'S      *
      *                         CURRENCY                               *
      ******************************************************************
       2360-PRINT-CURR-TOTAL.
                MOVE WS-PREV-CURRCODE TO WS-CT-CURR.
                MOVE WS-CURR-EMPS     TO WS-CT-EMPS.
                MOVE WS-CURR-DAYS     TO WS-CT-DAYS.
                MOVE WS-CURR-LIAB     TO WS-CT-LIAB.
                MOVE WS-CURR-PRIOR    TO WS-CT-PRIOR.
                MOVE WS-CURR-MOVE     TO WS-CT-MOVE.
                PRINT WS-RPT-CURR-TOTAL.
                ADD 1 TO WS-LINE-CTR.

                MOVE 0    TO WS-CURR-EMPS WS-CURR-DAYS.
                MOVE ZERO TO WS-CURR-LIAB WS-CURR-PRIOR WS-CURR-MOVE.
       2360-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PROVE-FEED - RE-READ THE FEED JUST WRITTEN AND NET THE    *
      *                   DEBITS AGAINST THE CREDITS, THE WAY THE GL   *
      *                   LOAD WILL, SO THE PROOF IS OF THE FILE ON    *
      *                   DISK AND NOT OF THIS PROGRAM'S ARITHMETIC.   *
      ******************************************************************
       2450-PROVE-FEED.
                OPEN INPUT LVGLOUT.

                PERFORM 2460-READ-FEED
                THRU    2460-EXIT
                UNTIL END-OF-GL.

                CLOSE LVGLOUT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-READ-FEED - ONE FEED RECORD OF THE PROOF PASS             *
      ******************************************************************
       2460-READ-FEED.
                READ LVGLOUT
                   AT END
                        MOVE 'Y' TO END-OF-GL-SWITCH
                END-READ.

                IF NOT END-OF-GL
                   IF GL-FEED-DC = 'D'
                      ADD GL-FEED-AMOUNT TO WS-FEED-NET
                   ELSE
                      SUBTRACT GL-FEED-AMOUNT FROM WS-FEED-NET
                   END-IF
                END-IF.
       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2170-PRINT-PROOF - VALUATION SUMMARY, FEED TOTALS AND THE      *
      *                    NET-TO-ZERO VERDICT                         *
      ******************************************************************
       2170-PRINT-PROOF.
                MOVE WS-EMP-COUNT      TO WS-SUM-EMPS.
                MOVE WS-UNMAPPED-COUNT TO WS-SUM-UNMAPPED.
                PRINT WS-RPT-SUMMARY.

                MOVE 'FEED DEBITS TOTAL:    ' TO WS-PRF-LABEL.
                MOVE WS-DEBIT-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'FEED CREDITS TOTAL:   ' TO WS-PRF-LABEL.
                MOVE WS-CREDIT-TOTAL   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'MOVEMENT HELD OUT:    ' TO WS-PRF-LABEL.
                MOVE WS-UNMAPPED-TOTAL TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                IF WS-FEED-NET = ZERO
                   MOVE 'FEED NETS TO ZERO - RELEASE TO GL'
                        TO WS-VERDICT
                ELSE
                   MOVE 'FEED OUT OF BALANCE - DO NOT RELEASE'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                END-IF.
                PRINT WS-RPT-VERDICT.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-LIAB-MONTH    TO WS-STAMP-PERIOD.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-COLUMNS.

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
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC), STAMPED WITH THE MONTH,   *
      *                      SO COBRUNRP CAN TREND THE RUN.            *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBLVLIA'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-EMP-COUNT  TO RUNH-READ-COUNT.
                COMPUTE RUNH-WRITE-COUNT =
                        WS-DEBIT-COUNT + WS-CREDIT-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE WS-LIAB-MONTH TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.

      /
           COPY CPBDAYS.

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
