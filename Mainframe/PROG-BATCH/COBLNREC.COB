      *-----------------------------------------------------------------
      *     COBLNREC - SALARY-ADVANCE AND COMPANY-LOAN RECOVERY. FOR
      *                THE PAY PERIOD (YYYYMM) GIVEN ON THE CONTROL
      *                CARD, CHARGES A MONTH'S INTEREST ON EVERY OPEN
      *                LOANMAST LOAN THAT CARRIES A RATE, THEN RECOVERS
      *                THE LOAN'S INSTALMENT FROM THE EMPLOYEE'S NET
      *                PAY, LIMITED BY THE BALANCE OWED AND STOPPING AT
      *                THE PROTECTED NET ('GARNFLR' ON HR_CONTROL).
      *                ADDS THE RECOVERY TO LOANREC AND TAKES IT OFF
      *                NETPAID, REDUCES EACH LOAN'S BALANCE AND CLEARS
      *                THE LOAN WHEN IT IS PAID OFF, AND RECORDS EVERY
      *                MOVEMENT ON LOANHIST FOR THE COBLNSTM STATEMENT
      *                OF ACCOUNT. RUNS AFTER COBDEDPO, SO TAX,
      *                GARNISHMENTS AND VOLUNTARY DEDUCTIONS ARE ALL
      *                TAKEN FIRST, AND BEFORE COBBNKEX PAYS THE NET.
      *                INSTALMENTS FALL DUE IN REGULAR PERIODS ONLY - A
      *                SUPPLEMENTAL PERIOD RUNS, SO COBPCLOS SEES IT,
      *                BUT RECOVERS NOTHING. THE INSTALMENT, THE
      *                INTEREST AND THE FLOOR ARE MONTHLY FIGURES; A
      *                BIWEEKLY OR WEEKLY PERIOD RECOVERS AND CHARGES
      *                ITS OWN SHARE OF EACH. A RERUN FIRST PUTS THE
      *                PERIOD'S EARLIER INTEREST AND RECOVERIES BACK ON
      *                THE LOANS AND THE PAY, SO IT LANDS ON THE SAME
      *                ABSOLUTE FIGURES AND CANNOT RECOVER TWICE.
      *                PRINTS A LOAN RECOVERY REGISTER PER LOAN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLNREC.
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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
      *    THE PERIOD'S PAY FREQUENCY AND HOW MANY SUCH PERIODS MAKE A
      *    YEAR - MONTHLY-STATED FIGURES ARE SCALED BY 12 OVER IT.
       01  WS-PAYFREQ             PIC X(1)      VALUE 'M'.
       01  WS-PERIODS-YEAR        PIC 9(2)      VALUE 12.
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).

       01  WS-FLOOR               PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-LOAN-NO             PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-LOAN-TYPE           PIC X(1).
       01  WS-INST-AMT            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-INT-RATE            PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-BALANCE             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DISB-DATE           PIC X(10).
       01  WS-NET-AVAIL           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-INTEREST            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-THIS-TAKE           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-STATUS          PIC X(1).
       01  WS-TXN-TYPE            PIC X(1).
       01  WS-TXN-AMT             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAL-AFTER           PIC S9(7)V9(2) USAGE COMP-3.

      *    WHAT IS LEFT OF THE CURRENT EMPLOYEE'S NET PAY ABOVE THE
      *    PROTECTED FLOOR, RUN DOWN LOAN BY LOAN.
       01  WS-ROOM                PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-PREV-EMPNO          PIC X(6)      VALUE SPACES.
       01  WS-EMP-LOAN-TOTAL      PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-EMP-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LOAN-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-CLEARED-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FLOOR-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-TOTAL-INTEREST      PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-TOTAL-TAKEN         PIC S9(11)V9(2) USAGE COMP-3
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
                VALUE 'LOAN RECOVERY REGISTER'.
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
           10 WS-COL2             PIC X(12)  VALUE 'LOAN'.
           10 WS-COL3             PIC X(9)   VALUE 'TYPE'.
           10 WS-COL4             PIC X(16)  VALUE 'NET AVAILABLE'.
           10 WS-COL5             PIC X(16)  VALUE 'INTEREST'.
           10 WS-COL6             PIC X(16)  VALUE 'RECOVERED'.
           10 WS-COL7             PIC X(16)  VALUE 'BALANCE LEFT'.
           10 WS-COL8             PIC X(8)   VALUE 'STATUS'.
           10 FILLER              PIC X(12).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-LOAN         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-TYPE         PIC X(7).
           10 FILLER              PIC X(2).
           10 WS-DET-NET          PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-INTEREST     PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-TAKEN        PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-BALANCE      PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-NOTE         PIC X(12).
           10 FILLER              PIC X(8).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'EMPLOYEES RECOVERED: '.
           10 WS-SUM-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE
                'LOANS:   '.
           10 WS-SUM-LOANS        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE
                'CLEARED: '.
           10 WS-SUM-CLEARED      PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE
                'RECOVERED: '.
           10 WS-SUM-TAKEN        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(29)  VALUE SPACES.

       01  WS-RPT-INTEREST-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(34)  VALUE
                'INTEREST CHARGED TO LOAN BALANCES '.
           10 WS-INT-TOTAL        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(61)  VALUE SPACES.

       01  WS-RPT-FLOOR-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(34)  VALUE
                'INSTALMENTS CUT SHORT AT FLOOR OF '.
           10 WS-FLR-AMOUNT       PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE ':  '.
           10 WS-FLR-COUNT        PIC ZZZZ9.
           10 FILLER              PIC X(67)  VALUE SPACES.

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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE LOANMAST
                END-EXEC.

                EXEC SQL INCLUDE LOANHIST
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY OPEN LOAN DISBURSED BY THE PERIOD END, PAIRED WITH THE
      *    EMPLOYEE'S PAYROLL ROW FOR THE PERIOD, OLDEST LOAN FIRST
      *    WITHIN THE EMPLOYEE. NETPAID IS ALREADY NET OF TAX,
      *    GARNISHMENTS AND DEDUCTIONS. AN EMPLOYEE WITH NO PAYROLL ROW
      *    HAS NOTHING TO RECOVER FROM, AND IS NOT CHARGED INTEREST
      *    FOR THE MONTH EITHER.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 L.LOAN_NO,
                 L.EMPNO,
                 L.LOAN_TYPE,
                 L.INST_AMT,
                 L.INT_RATE,
                 L.BALANCE,
                 L.DISB_DATE,
                 P.NETPAID
             FROM LOANMAST L
             INNER JOIN PAYROLL P
                     ON P.EMPNO      = L.EMPNO
                    AND P.PYEARMONTH = :WS-PYEARMONTH
             WHERE L.LN_STATUS  = 'O'
               AND L.DISB_DATE <= :WS-PERIOD-END
               AND L.BALANCE    > 0
             ORDER BY L.EMPNO, L.DISB_DATE, L.LOAN_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 1200-REVERSE-PRIOR-RUN
             THRU    1200-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             IF WS-PERIOD-MM <= 12
                OR WS-PERIOD-MM > 19
                PERFORM 2000-PROCESS
                THRU    2000-EXIT
             ELSE
                DISPLAY 'COBLNREC - SUPPLEMENTAL PERIOD ' WS-PYEARMONTH
                        ', NO INSTALMENTS FALL DUE'
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
      * 1000-INITIALIZE - GET AND VALIDATE THE PERIOD CARD AND THE     *
      *                   PROTECTED FLOOR                              *
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

      *         MM 13-19 ARE SUPPLEMENTAL PERIODS (SEE COBPAYGN) -
      *         THEIR COVERING DATES COME FROM THE PAYPCAL CALENDAR,
      *         NOT FROM THE MONTH DIGITS.
      *         NN 20-99 ARE BIWEEKLY AND WEEKLY PERIODS, DATED THE
      *         SAME WAY.
                IF WS-PYEARMONTH NOT NUMERIC
                   OR WS-PERIOD-MM < 01
                   DISPLAY '++ COBLNREC - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBLNREC - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO RECOVER LOANS ++'
                   GOBACK
                END-IF.

                IF WS-PERIOD-MM <= 12
                   PERFORM 1100-CALC-PERIOD
                   THRU    1100-EXIT
                ELSE
                   PERFORM 1150-GET-CAL-PERIOD
                   THRU    1150-EXIT
                END-IF.

      *         THE SAME PROTECTED NET AS THE GARNISHMENTS - NO
      *         'GARNFLR' ROW MEANS A FLOOR OF ZERO, AND A RECOVERY
      *         STILL CANNOT TAKE MORE THAN THE NET PAY.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-FLOOR
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'GARNFLR'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-FLOOR
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

      *         THE FLOOR IS A MONTHLY NET - A BIWEEKLY OR WEEKLY
      *         PERIOD PROTECTS ITS OWN SHARE OF IT.
                COMPUTE WS-FLOOR ROUNDED =
                        WS-FLOOR * 12 / WS-PERIODS-YEAR.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1150-GET-CAL-PERIOD - A SUPPLEMENTAL, BIWEEKLY OR WEEKLY       *
      *                       PERIOD'S COVERING DATES ARE THE          *
      *                       PSTARTDATE/PENDDATE THE COBPPMNT ADD     *
      *                       CARD PUT ON PAYPCAL. NOT FINDING THEM IS *
      *                       FATAL. ITS PAYFREQ SAYS HOW MANY PERIODS *
      *                       MAKE A YEAR.                             *
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
                         DISPLAY '++ COBLNREC - PERIOD '
                                 WS-PYEARMONTH ' IS NOT ON THE '
                                 'PAYPCAL CALENDAR ++'
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EVALUATE WS-PAYFREQ
                    WHEN 'B'
                         MOVE 26 TO WS-PERIODS-YEAR
                    WHEN 'W'
                         MOVE 52 TO WS-PERIODS-YEAR
                    WHEN OTHER
                         MOVE 12 TO WS-PERIODS-YEAR
                END-EVALUATE.
       1150-EXIT.
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
      * 1200-REVERSE-PRIOR-RUN - A RERUN OF THE PERIOD STARTS CLEAN:   *
      *                          EVERY RECOVERY AN EARLIER RUN MADE IS *
      *                          PUT BACK ON ITS LOAN (REOPENING A     *
      *                          LOAN THAT RUN CLEARED) AND ON THE     *
      *                          PAY, ITS INTEREST IS TAKEN BACK OFF   *
      *                          THE BALANCE, AND THE PERIOD'S 'I' AND *
      *                          'R' LOANHIST ROWS ARE DROPPED. A LOAN *
      *                          COBFINPY HAS SINCE SETTLED AT         *
      *                          SEPARATION IS LEFT ALONE - ITS FINAL  *
      *                          FIGURES WERE STRUCK ON THIS RUN'S     *
      *                          BALANCE. A FIRST RUN FINDS NOTHING TO *
      *                          REVERSE.                              *
      ******************************************************************
       1200-REVERSE-PRIOR-RUN.
                EXEC SQL
                    UPDATE LOANMAST L
                       SET BALANCE   = BALANCE +
                           (SELECT SUM(CASE H.TXN_TYPE
                                         WHEN 'R' THEN H.TXN_AMT
                                         ELSE 0 - H.TXN_AMT
                                       END)
                              FROM LOANHIST H
                             WHERE H.LOAN_NO    = L.LOAN_NO
                               AND H.PYEARMONTH = :WS-PYEARMONTH
                               AND H.TXN_TYPE IN ('I', 'R'))
                         , LN_STATUS = CASE LN_STATUS
                                         WHEN 'C' THEN 'O'
                                         ELSE LN_STATUS
                                       END
                         , LN_CLOSED = CASE LN_STATUS
                                         WHEN 'C' THEN NULL
                                         ELSE LN_CLOSED
                                       END
                     WHERE L.LN_STATUS IN ('O', 'C')
                       AND L.LOAN_NO IN
                           (SELECT H2.LOAN_NO
                              FROM LOANHIST H2
                             WHERE H2.PYEARMONTH = :WS-PYEARMONTH
                               AND H2.TXN_TYPE IN ('I', 'R'))
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

      *         ONLY THE RECOVERIES COME OFF LOANREC - ANY FINAL-PAY
      *         RECOVERY COBFINPY POSTED TO THE SAME ROW STAYS.
                EXEC SQL
                    UPDATE PAYROLL P
                       SET NETPAID    = NETPAID +
                           (SELECT SUM(H.TXN_AMT)
                              FROM LOANHIST H
                             INNER JOIN LOANMAST L
                                     ON L.LOAN_NO = H.LOAN_NO
                             WHERE H.EMPNO      = P.EMPNO
                               AND H.PYEARMONTH = :WS-PYEARMONTH
                               AND H.TXN_TYPE   = 'R'
                               AND L.LN_STATUS IN ('O', 'C'))
                         , LOANREC    = LOANREC -
                           (SELECT SUM(H.TXN_AMT)
                              FROM LOANHIST H
                             INNER JOIN LOANMAST L
                                     ON L.LOAN_NO = H.LOAN_NO
                             WHERE H.EMPNO      = P.EMPNO
                               AND H.PYEARMONTH = :WS-PYEARMONTH
                               AND H.TXN_TYPE   = 'R'
                               AND L.LN_STATUS IN ('O', 'C'))
                     WHERE P.PYEARMONTH = :WS-PYEARMONTH
                       AND P.EMPNO IN
                           (SELECT H2.EMPNO
                              FROM LOANHIST H2
                             INNER JOIN LOANMAST L2
                                     ON L2.LOAN_NO = H2.LOAN_NO
                             WHERE H2.PYEARMONTH = :WS-PYEARMONTH
                               AND H2.TXN_TYPE   = 'R'
                               AND L2.LN_STATUS IN ('O', 'C'))
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    DELETE FROM LOANHIST
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND TXN_TYPE IN ('I', 'R')
                       AND LOAN_NO IN
                           (SELECT L.LOAN_NO
                              FROM LOANMAST L
                             WHERE L.LN_STATUS IN ('O', 'C'))
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
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

                IF NOT FIRST-ROW
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
      * 2200-FETCH-C1 - ONE OPEN LOAN. ON A NEW EMPLOYEE THE LAST      *
      *                 ONE'S TOTAL IS POSTED AND THE ROOM ABOVE THE   *
      *                 FLOOR IS SET FROM THE NEW NET PAY.             *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-LOAN-NO,
                          :WS-EMPNO,
                          :WS-LOAN-TYPE,
                          :WS-INST-AMT,
                          :WS-INT-RATE,
                          :WS-BALANCE,
                          :WS-DISB-DATE,
                          :WS-NET-AVAIL
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
                      IF NOT FIRST-ROW
                         PERFORM 2400-POST-EMPLOYEE
                         THRU    2400-EXIT
                      END-IF
                      MOVE 'N'      TO FIRST-ROW-SWITCH
                      MOVE ZERO     TO WS-EMP-LOAN-TOTAL
                      MOVE WS-EMPNO TO WS-PREV-EMPNO
                      COMPUTE WS-ROOM = WS-NET-AVAIL - WS-FLOOR
                      IF WS-ROOM < ZERO
                         MOVE ZERO TO WS-ROOM
                      END-IF
                      ADD 1         TO WS-EMP-COUNT
                   END-IF
                   PERFORM 2250-RECOVER-LOAN
                   THRU    2250-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-RECOVER-LOAN - A LOAN WITH A RATE IS FIRST CHARGED A      *
      *                     TWELFTH (26TH, 52ND) OF IT ON THE BALANCE, *
      *                     FROM THE FIRST PERIOD AFTER THE            *
      *                     DISBURSEMENT MONTH. THE RECOVERY IS THE    *
      *                     INSTALMENT, CUT TO THE BALANCE, THEN TO    *
      *                     WHAT IS LEFT ABOVE THE FLOOR AFTER THE     *
      *                     EMPLOYEE'S OLDER LOANS. A PAID-OFF LOAN    *
      *                     CLEARS ON THE PERIOD END.                  *
      ******************************************************************
       2250-RECOVER-LOAN.
                MOVE ZERO       TO WS-INTEREST.
                MOVE SPACES     TO WS-DET-NOTE.

                IF WS-INT-RATE > ZERO
                   AND WS-DISB-DATE < WS-PERIOD-START
                   COMPUTE WS-INTEREST ROUNDED =
                           WS-BALANCE * WS-INT-RATE / WS-PERIODS-YEAR
                   ADD WS-INTEREST TO WS-BALANCE
                   ADD WS-INTEREST TO WS-TOTAL-INTEREST
                END-IF.

                COMPUTE WS-THIS-TAKE ROUNDED =
                        WS-INST-AMT * 12 / WS-PERIODS-YEAR.

                IF WS-THIS-TAKE > WS-BALANCE
                   MOVE WS-BALANCE TO WS-THIS-TAKE
                END-IF.

                IF WS-THIS-TAKE > WS-ROOM
                   MOVE WS-ROOM TO WS-THIS-TAKE
                   MOVE 'AT FLOOR'  TO WS-DET-NOTE
                   ADD 1            TO WS-FLOOR-COUNT
                END-IF.

                IF WS-THIS-TAKE < ZERO
                   MOVE ZERO TO WS-THIS-TAKE
                END-IF.

                SUBTRACT WS-THIS-TAKE FROM WS-ROOM.
                SUBTRACT WS-THIS-TAKE FROM WS-BALANCE.
                ADD WS-THIS-TAKE TO WS-EMP-LOAN-TOTAL.
                ADD WS-THIS-TAKE TO WS-TOTAL-TAKEN.
                ADD 1            TO WS-LOAN-COUNT.

                IF WS-BALANCE = ZERO
                   MOVE 'C'         TO WS-NEW-STATUS
                   MOVE 'CLEARED'   TO WS-DET-NOTE
                   ADD 1            TO WS-CLEARED-COUNT
                ELSE
                   MOVE 'O'         TO WS-NEW-STATUS
                END-IF.

                IF WS-INTEREST > ZERO
                   OR WS-THIS-TAKE > ZERO
                   PERFORM 2260-UPDATE-LOAN
                   THRU    2260-EXIT
                END-IF.

                MOVE WS-EMPNO      TO WS-DET-EMPNO.
                MOVE WS-LOAN-NO    TO WS-DET-LOAN.
                IF WS-LOAN-TYPE = 'A'
                   MOVE 'ADVANCE'  TO WS-DET-TYPE
                ELSE
                   MOVE 'LOAN'     TO WS-DET-TYPE
                END-IF.
                MOVE WS-NET-AVAIL  TO WS-DET-NET.
                MOVE WS-INTEREST   TO WS-DET-INTEREST.
                MOVE WS-THIS-TAKE  TO WS-DET-TAKEN.
                MOVE WS-BALANCE    TO WS-DET-BALANCE.
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
      * 2260-UPDATE-LOAN - SET THE NEW BALANCE (CLEARING THE LOAN WHEN *
      *                    IT REACHES ZERO) AND RECORD THE INTEREST    *
      *                    AND THE RECOVERY ON LOANHIST, EACH WITH THE *
      *                    BALANCE IT LEFT, FOR THE STATEMENT          *
      ******************************************************************
       2260-UPDATE-LOAN.
                EXEC SQL
                    UPDATE LOANMAST
                       SET BALANCE   = :WS-BALANCE
                         , LN_STATUS = :WS-NEW-STATUS
                         , LN_CLOSED = CASE :WS-NEW-STATUS
                                         WHEN 'C'
                                         THEN DATE(:WS-PERIOD-END)
                                         ELSE NULL
                                       END
                     WHERE LOAN_NO   = :WS-LOAN-NO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-INTEREST > ZERO
                   MOVE 'I'          TO WS-TXN-TYPE
                   MOVE WS-INTEREST  TO WS-TXN-AMT
                   COMPUTE WS-BAL-AFTER = WS-BALANCE + WS-THIS-TAKE
                   PERFORM 2270-INSERT-HIST
                   THRU    2270-EXIT
                END-IF.

                IF WS-THIS-TAKE > ZERO
                   MOVE 'R'          TO WS-TXN-TYPE
                   MOVE WS-THIS-TAKE TO WS-TXN-AMT
                   MOVE WS-BALANCE   TO WS-BAL-AFTER
                   PERFORM 2270-INSERT-HIST
                   THRU    2270-EXIT
                END-IF.
       2260-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2270-INSERT-HIST - ONE LOANHIST MOVEMENT, DATED THE PERIOD END *
      ******************************************************************
       2270-INSERT-HIST.
                EXEC SQL
                    INSERT INTO LOANHIST
                        (
                            LOAN_NO
                          , PYEARMONTH
                          , TXN_TYPE
                          , EMPNO
                          , TXN_AMT
                          , BAL_AFTER
                          , TXN_DATE
                        )
                    VALUES
                        (
                            :WS-LOAN-NO
                          , :WS-PYEARMONTH
                          , :WS-TXN-TYPE
                          , :WS-EMPNO
                          , :WS-TXN-AMT
                          , :WS-BAL-AFTER
                          , DATE(:WS-PERIOD-END)
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2270-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-POST-EMPLOYEE - ADD THE EMPLOYEE'S RECOVERIES TO LOANREC  *
      *                      ON THE PERIOD'S PAYROLL ROW. 1200 HAS     *
      *                      ALREADY PUT ANY EARLIER RUN'S RECOVERIES  *
      *                      BACK ON NETPAID, SO THE TOTAL COMES       *
      *                      STRAIGHT OFF IT.                          *
      ******************************************************************
       2400-POST-EMPLOYEE.

                EXEC SQL
                    UPDATE PAYROLL
                       SET NETPAID    = NETPAID - :WS-EMP-LOAN-TOTAL
                         , LOANREC    = LOANREC + :WS-EMP-LOAN-TOTAL
                     WHERE EMPNO      = :WS-PREV-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE RUN                        *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-EMP-COUNT      TO WS-SUM-EMPS.
                MOVE WS-LOAN-COUNT     TO WS-SUM-LOANS.
                MOVE WS-CLEARED-COUNT  TO WS-SUM-CLEARED.
                MOVE WS-TOTAL-TAKEN    TO WS-SUM-TAKEN.
                PRINT WS-RPT-SUMMARY.
                MOVE WS-TOTAL-INTEREST TO WS-INT-TOTAL.
                PRINT WS-RPT-INTEREST-LINE.
                MOVE WS-FLOOR          TO WS-FLR-AMOUNT.
                MOVE WS-FLOOR-COUNT    TO WS-FLR-COUNT.
                PRINT WS-RPT-FLOOR-LINE.
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

                MOVE 'COBLNREC'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-LOAN-COUNT TO RUNH-READ-COUNT.
                MOVE WS-LOAN-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE WS-PYEARMONTH TO RUNH-PERIOD.

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
