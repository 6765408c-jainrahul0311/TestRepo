      *-----------------------------------------------------------------
      *     COBOTPAY - OVERTIME PAY FROM TIMESHEETS. FOR THE PAY
      *                PERIOD (YYYYMM) GIVEN ON THE CONTROL CARD,
      *                TOTALS EACH NON-EXEMPT EMPLOYEE'S ACCEPTED
      *                TIMESHEET HOURS (TSTATUS 'A' OR 'P' - HOURS
      *                STILL MERELY SUBMITTED NEVER PAY) FOR EVERY
      *                WEEK WHOSE WEEK-ENDING DATE FALLS IN THE
      *                PERIOD, AND PAYS THE HOURS ABOVE THE JOB'S
      *                CONTRACTED WEEK (OTRULE) AT THE COBPRJCS
      *                HOURLY RATE (ANNUAL SALARY OVER 2080 HOURS)
      *                TIMES THE OVERTIME MULTIPLIER. IN A WEEK WITH
      *                WEEKDAY HOLCAL HOLIDAYS (COUNTED THROUGH THE
      *                SHARED CPBDAYS ENGINE) THE CONTRACT SHRINKS BY
      *                THE HOLIDAYS' SHARE AND THE HOURS WORKED INTO
      *                THAT SHARE ARE PAID AT THE HOLIDAY MULTIPLIER.
      *                EACH WEEK IS RECORDED ON OTHIST AND THE
      *                PERIOD'S TOTAL LANDS ON PAYROLL.OTPAID. RUNS
      *                AFTER COBPAYGN AND BEFORE COBTAXWH, SO THE
      *                OVERTIME IS TAXED WITH THE REST OF THE GROSS.
      *                A BIWEEKLY OR WEEKLY PERIOD (DATED ON PAYPCAL)
      *                PAYS THE WEEKS ENDING IN IT TO THE EMPLOYEES
      *                PAID AT ITS FREQUENCY; A MONTHLY PERIOD PAYS
      *                ONLY THE MONTHLY PAID.
      *                A RERUN FIRST TAKES THE PERIOD'S EARLIER
      *                OVERTIME BACK OFF THE PAY, SO IT LANDS ON THE
      *                SAME ABSOLUTE FIGURES AND CANNOT PAY TWICE.
      *                A SUPPLEMENTAL PERIOD (MM 13-19) PAYS NO
      *                OVERTIME; THE RUN ONLY LEAVES ITS RUN HISTORY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBOTPAY.
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
       77  SUPPL-PERIOD-SWITCH    PIC X          VALUE  SPACES.
               88  SUPPL-PERIOD                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-PAYFREQ             PIC X(1)      VALUE 'M'.
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).

       01  WS-EMPNO               PIC X(6).
       01  WS-WEEKEND             PIC X(10).
       01  WS-WEEKSTART           PIC X(10).
       01  WS-CURRCODE            PIC X(3).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-WEEK-HOURS          PIC S9(2)V9(1) USAGE COMP-3.
       01  WS-OT-MULT             PIC S9(1)V9(2) USAGE COMP-3.
       01  WS-HOL-MULT            PIC S9(1)V9(2) USAGE COMP-3.
       01  WS-WORKED-HRS          PIC S9(4)V9(1) USAGE COMP-3.

       01  WS-HOL-SHARE           PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-CONTRACT-HRS        PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-EXCESS-HRS          PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-OT-HOURS            PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-HOL-HOURS           PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-HOURLY-RATE         PIC S9(5)V9(4) USAGE COMP-3.
       01  WS-OT-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-PREV-EMPNO          PIC X(6)      VALUE SPACES.
       01  WS-EMP-OT-TOTAL        PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-EMP-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-WEEK-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-NOPAY-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-TOTAL-OT            PIC S9(11)V9(2) USAGE COMP-3
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
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'OVERTIME PAY REGISTER'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(21)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
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
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL2             PIC X(12)  VALUE 'WEEK-ENDING'.
           10 WS-COL3             PIC X(9)   VALUE 'WORKED'.
           10 WS-COL4             PIC X(10)  VALUE 'CONTRACT'.
           10 WS-COL5             PIC X(9)   VALUE 'OT HRS'.
           10 WS-COL6             PIC X(9)   VALUE 'HOL HRS'.
           10 WS-COL7             PIC X(12)  VALUE 'RATE'.
           10 WS-COL8             PIC X(14)  VALUE 'OVERTIME PAY'.
           10 FILLER              PIC X(40).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-WEEKEND      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-WORKED       PIC ZZZ9.9.
           10 FILLER              PIC X(3).
           10 WS-DET-CONTRACT     PIC ZZZ9.9.
           10 FILLER              PIC X(4).
           10 WS-DET-OT-HRS       PIC ZZZ9.9.
           10 FILLER              PIC X(3).
           10 WS-DET-HOL-HRS      PIC ZZZ9.9.
           10 FILLER              PIC X(3).
           10 WS-DET-RATE         PIC ZZZZ9.9999.
           10 FILLER              PIC X(2).
           10 WS-DET-AMOUNT       PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(41).

       01  WS-RPT-EXCEPTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'EMPLOYEE: '.
           10 WS-EXC-EMPNO        PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EXC-AMOUNT       PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(40)  VALUE
                '  - NO PAYROLL ROW FOR PERIOD, NOT PAID'.
           10 FILLER              PIC X(51)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(17)  VALUE
                'EMPLOYEES PAID:  '.
           10 WS-SUM-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'OVERTIME WEEKS:'.
           10 WS-SUM-WEEKS        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'TOTAL OVERTIME: '.
           10 WS-SUM-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'NOT PAID:    '.
           10 WS-SUM-NOPAY        PIC ZZZZ9.
           10 FILLER              PIC X(19)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

           COPY CPBDAYSW.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE TIMESHT
                END-EXEC.

                EXEC SQL INCLUDE OTRULE
                END-EXEC.

                EXEC SQL INCLUDE OTHIST
                END-EXEC.

                EXEC SQL INCLUDE HOLCAL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    ONE ROW PER NON-EXEMPT EMPLOYEE AND TIMESHEET WEEK ENDING IN
      *    THE PERIOD, THE WEEK'S ACCEPTED HOURS SUMMED ACROSS ALL ITS
      *    PROJECT ACTIVITIES. SUBMITTED ('S') ROWS ARE NOT YET
      *    ACCEPTED AND EARN NOTHING UNTIL THEY ARE. ONLY EMPLOYEES
      *    PAID AT THE PERIOD'S FREQUENCY ARE SELECTED.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 T.EMPNO,
                 CHAR(T.WEEKEND, ISO),
                 CHAR(T.WEEKEND - 6 DAYS, ISO),
                 COALESCE(E.CURRCODE, ' '),
                 E.SALARY,
                 R.WEEK_HOURS,
                 R.OT_MULT,
                 R.HOL_MULT,
                 SUM(T.TSHOURS)
             FROM TIMESHEET T
             INNER JOIN EMP E
                     ON E.EMPNO = T.EMPNO
             INNER JOIN OTRULE R
                     ON R.JOB         = E.JOB
                    AND R.OT_ELIGIBLE = 'Y'
             WHERE T.TSTATUS IN ('A', 'P')
               AND T.WEEKEND BETWEEN :WS-PERIOD-START
                                 AND :WS-PERIOD-END
               AND E.PAYFREQ = :WS-PAYFREQ
             GROUP BY T.EMPNO, T.WEEKEND, E.CURRCODE, E.SALARY,
                      R.WEEK_HOURS, R.OT_MULT, R.HOL_MULT
             ORDER BY T.EMPNO, T.WEEKEND
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             IF NOT SUPPL-PERIOD
                PERFORM 1200-REVERSE-PRIOR-RUN
                THRU    1200-EXIT
             END-IF.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

      *      A SUPPLEMENTAL PERIOD (MM 13-19, BONUS-ONLY) PAYS NO
      *      OVERTIME. THE RUN STILL WRITES ITS RUN-HISTORY EVIDENCE
      *      SO THE COBPCLOS CLOSE GATE SEES THE FULL CYCLE.
             IF NOT SUPPL-PERIOD
                PERFORM 2000-PROCESS
                THRU    2000-EXIT
             END-IF.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE PERIOD CARD. OVERTIME   *
      *                   IS PAID IN THE REGULAR PERIOD THE WEEK ENDS  *
      *                   IN, SO A SUPPLEMENTAL PERIOD (MM 13-19)      *
      *                   PAYS NONE AND ONLY RECORDS THE RUN. A        *
      *                   BIWEEKLY OR WEEKLY PERIOD (NN 20-99) TAKES   *
      *                   ITS DATES FROM PAYPCAL.                      *
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
                   OR WS-PERIOD-MM < 01
                   DISPLAY '++ COBOTPAY - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBOTPAY - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO PAY OVERTIME ++'
                   GOBACK
                END-IF.

                EVALUATE TRUE
                    WHEN WS-PERIOD-MM > 19
                         PERFORM 1150-GET-CAL-PERIOD
                         THRU    1150-EXIT
                    WHEN WS-PERIOD-MM > 12
                         MOVE 'Y' TO SUPPL-PERIOD-SWITCH
                         DISPLAY 'COBOTPAY - SUPPLEMENTAL PERIOD - '
                                 'NO OVERTIME TO PAY'
                    WHEN OTHER
                         PERFORM 1100-CALC-PERIOD
                         THRU    1100-EXIT
                END-EVALUATE.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE PERIOD START AND END DATES FROM   *
      *                    THE YYYYMM CARD, INCLUDING THE GREGORIAN    *
      *                    LEAP-YEAR RULE FOR FEBRUARY.                *
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

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-START.
                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-'
                       WS-DAYS-IN-MONTH
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-END.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1150-GET-CAL-PERIOD - A BIWEEKLY OR WEEKLY PERIOD'S COVERING   *
      *                       DATES AND FREQUENCY ARE THE ONES THE     *
      *                       COBPPMNT ADD CARD PUT ON PAYPCAL. NOT    *
      *                       FINDING THEM IS FATAL - NO GUESSING      *
      *                       WHICH WEEKS THE PERIOD PAYS.             *
      ******************************************************************
       1150-GET-CAL-PERIOD.
                EXEC SQL
                    SELECT
                        PSTARTDATE,
                        PENDDATE,
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-PERIOD-START,
                        :WS-PERIOD-END,
                        :WS-PAYFREQ
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBOTPAY - PERIOD '
                                 WS-PYEARMONTH ' IS NOT ON THE '
                                 'PAYPCAL CALENDAR ++'
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-REVERSE-PRIOR-RUN - A RERUN OF THE PERIOD STARTS CLEAN:   *
      *                          OVERTIME AN EARLIER RUN PAID COMES    *
      *                          BACK OFF THE NET AND THE PERIOD'S     *
      *                          OTHIST ROWS ARE DROPPED. A FIRST RUN  *
      *                          FINDS NOTHING TO REVERSE.             *
      ******************************************************************
       1200-REVERSE-PRIOR-RUN.
                EXEC SQL
                    UPDATE PAYROLL
                       SET NETPAID = NETPAID - OTPAID,
                           OTPAID  = 0
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND OTPAID    <> 0
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    DELETE FROM OTHIST
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                PERFORM 2100-OPEN-C1
                THRU    2100-EXIT.

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                IF WS-PREV-EMPNO NOT = SPACES
                   PERFORM 2400-POST-EMPLOYEE
                   THRU    2400-EXIT
                END-IF.

                PERFORM 2300-CLOSE-C1
                THRU    2300-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-OPEN-C1
      ******************************************************************
       2100-OPEN-C1.

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

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE EMPLOYEE WEEK. THE EMPLOYEE BREAK POSTS    *
      *                 THE PREVIOUS EMPLOYEE'S PERIOD TOTAL.          *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-WEEKEND,
                          :WS-WEEKSTART,
                          :WS-CURRCODE,
                          :WS-SALARY,
                          :WS-WEEK-HOURS,
                          :WS-OT-MULT,
                          :WS-HOL-MULT,
                          :WS-WORKED-HRS
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
                   IF WS-EMPNO NOT = WS-PREV-EMPNO
                      IF WS-PREV-EMPNO NOT = SPACES
                         PERFORM 2400-POST-EMPLOYEE
                         THRU    2400-EXIT
                      END-IF
                      MOVE WS-EMPNO TO WS-PREV-EMPNO
                      MOVE ZERO     TO WS-EMP-OT-TOTAL
                   END-IF
                   PERFORM 2250-PRICE-WEEK
                   THRU    2250-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-PRICE-WEEK - THE WEEK'S CONTRACT LOSES ONE FIFTH OF THE   *
      *                   CONTRACTED HOURS FOR EACH WEEKDAY HOLIDAY.   *
      *                   HOURS ABOVE THE REDUCED CONTRACT ARE HOLIDAY *
      *                   HOURS UP TO THAT SHARE AND OVERTIME HOURS    *
      *                   BEYOND IT. A WEEK WITH NOTHING ABOVE THE     *
      *                   CONTRACT IS NOT RECORDED.                    *
      ******************************************************************
       2250-PRICE-WEEK.
                MOVE WS-WEEKSTART TO W-BDAY-FROM-DATE.
                MOVE WS-WEEKEND   TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE  TO W-BDAY-CURR.
                MOVE WS-EMPNO     TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.

                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                COMPUTE WS-HOL-SHARE ROUNDED =
                        W-BDAY-HOLIDAYS * WS-WEEK-HOURS / 5.
                COMPUTE WS-CONTRACT-HRS =
                        WS-WEEK-HOURS - WS-HOL-SHARE.
                COMPUTE WS-EXCESS-HRS =
                        WS-WORKED-HRS - WS-CONTRACT-HRS.

                IF WS-EXCESS-HRS NOT > ZERO
                   GO TO 2250-EXIT
                END-IF.

                IF WS-EXCESS-HRS > WS-HOL-SHARE
                   MOVE WS-HOL-SHARE  TO WS-HOL-HOURS
                ELSE
                   MOVE WS-EXCESS-HRS TO WS-HOL-HOURS
                END-IF.
                COMPUTE WS-OT-HOURS = WS-EXCESS-HRS - WS-HOL-HOURS.

                COMPUTE WS-HOURLY-RATE ROUNDED =
                    WS-SALARY / 2080.
                COMPUTE WS-OT-AMOUNT ROUNDED =
                    WS-HOURLY-RATE * WS-OT-HOURS  * WS-OT-MULT
                  + WS-HOURLY-RATE * WS-HOL-HOURS * WS-HOL-MULT.

                EXEC SQL
                    INSERT INTO OTHIST
                        (
                            EMPNO
                          , WEEKEND
                          , PYEARMONTH
                          , WORKED_HRS
                          , CONTRACT_HRS
                          , OT_HOURS
                          , HOL_HOURS
                          , HOURLY_RATE
                          , OT_AMOUNT
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , :WS-WEEKEND
                          , :WS-PYEARMONTH
                          , :WS-WORKED-HRS
                          , :WS-CONTRACT-HRS
                          , :WS-OT-HOURS
                          , :WS-HOL-HOURS
                          , :WS-HOURLY-RATE
                          , :WS-OT-AMOUNT
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD WS-OT-AMOUNT TO WS-EMP-OT-TOTAL.
                ADD 1            TO WS-WEEK-COUNT.

                MOVE WS-EMPNO        TO WS-DET-EMPNO.
                MOVE WS-WEEKEND      TO WS-DET-WEEKEND.
                MOVE WS-WORKED-HRS   TO WS-DET-WORKED.
                MOVE WS-CONTRACT-HRS TO WS-DET-CONTRACT.
                MOVE WS-OT-HOURS     TO WS-DET-OT-HRS.
                MOVE WS-HOL-HOURS    TO WS-DET-HOL-HRS.
                MOVE WS-HOURLY-RATE  TO WS-DET-RATE.
                MOVE WS-OT-AMOUNT    TO WS-DET-AMOUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-POST-EMPLOYEE - THE EMPLOYEE'S PERIOD OVERTIME ONTO THE   *
      *                      PAYROLL ROW. NET MOVES WITH IT UNTIL      *
      *                      COBTAXWH SETTLES THE TAX ON THE NEW       *
      *                      GROSS. WITH NO PAYROLL ROW TO PAY INTO,   *
      *                      THE WEEKS ARE DROPPED AGAIN AND THE       *
      *                      EMPLOYEE IS PRINTED AS NOT PAID.          *
      ******************************************************************
       2400-POST-EMPLOYEE.
                IF WS-EMP-OT-TOTAL = ZERO
                   GO TO 2400-EXIT
                END-IF.

                EXEC SQL
                    UPDATE PAYROLL
                       SET OTPAID  = :WS-EMP-OT-TOTAL,
                           NETPAID = NETPAID + :WS-EMP-OT-TOTAL
                     WHERE EMPNO      = :WS-PREV-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1               TO WS-EMP-COUNT
                         ADD WS-EMP-OT-TOTAL TO WS-TOTAL-OT
                    WHEN +100
                         PERFORM 2450-DROP-UNPAID
                         THRU    2450-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-DROP-UNPAID - NO PAYROLL ROW FOR THE PERIOD (NOT YET      *
      *                    GENERATED, OR A LEAVER). THE OVERTIME IS    *
      *                    NOT LOST: THE TIMESHEETS STAY AS THEY ARE   *
      *                    AND A RERUN ONCE THE ROW EXISTS PAYS IT.    *
      ******************************************************************
       2450-DROP-UNPAID.
                EXEC SQL
                    DELETE FROM OTHIST
                     WHERE EMPNO      = :WS-PREV-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                ADD 1 TO WS-NOPAY-COUNT.
                MOVE WS-PREV-EMPNO   TO WS-EXC-EMPNO.
                MOVE WS-EMP-OT-TOTAL TO WS-EXC-AMOUNT.
                PRINT WS-RPT-EXCEPTION.
                ADD 1 TO WS-LINE-CTR.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CLOSE-C1
      ******************************************************************
       2300-CLOSE-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-PYEARMONTH    TO WS-STAMP-PERIOD.

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
      * 2170-PRINT-SUMMARY - RUN TOTALS                                *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-EMP-COUNT   TO WS-SUM-EMPS.
                MOVE WS-WEEK-COUNT  TO WS-SUM-WEEKS.
                MOVE WS-TOTAL-OT    TO WS-SUM-AMOUNT.
                MOVE WS-NOPAY-COUNT TO WS-SUM-NOPAY.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC), STAMPED WITH THE PAY      *
      *                      PERIOD, SO COBPCLOS CAN PROVE THE         *
      *                      PERIOD'S WORK RAN BEFORE IT CLOSES AND    *
      *                      COBRUNRP CAN TREND THE RUN.               *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBOTPAY'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-WEEK-COUNT TO RUNH-READ-COUNT.
                MOVE WS-EMP-COUNT  TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE WS-PYEARMONTH TO RUNH-PERIOD.

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
