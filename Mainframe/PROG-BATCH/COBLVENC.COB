      *-----------------------------------------------------------------
      *     COBLVENC - LEAVE ENCASHMENT PAYOUT. FOR THE PAY PERIOD
      *                (YYYYMM) ON THE CONTROL CARD, PAYS EVERY
      *                APPROVED ENCASHMENT REQUEST (A LEAVE TYPE WHOSE
      *                LVPOLICY ROW FOR THE EMPLOYEE'S SUBSIDIARY IS
      *                CLASS 'E', SUBMITTED THROUGH APITPO25 CMD-05)
      *                RAISED ON OR BEFORE THE PERIOD END, AT THE
      *                DAILY RATE - EMP.SALARY AT THE CONTRACTED FTE
      *                OVER THE YEAR'S BUSINESS DAYS ON THE
      *                SUBSIDIARY'S HOLCAL CALENDAR, COUNTED BY THE
      *                SHARED CPBDAYS ENGINE, THE SAME RATE COBLVDCK
      *                DOCKS AT. THE AMOUNT LANDS ON THE PERIOD'S
      *                PAYROLL ROW AS ITS OWN COMPONENT,
      *                PAYROLL.ENCASHPAID, AND THE DAYS COME OFF THE
      *                LEAVE BALANCE FOR THE MONTH THE PERIOD ENDS IN.
      *                THE PAY, THE LEAVE POSTING AND THE REQUEST'S
      *                PAID MARK ('D', RE-DATED TO THE PERIOD END) ARE
      *                ONE UNIT OF WORK PER REQUEST, SO THE PAY AND
      *                THE BALANCE CANNOT DRIFT APART, AND A RERUN
      *                SELECTS NOTHING ALREADY PAID. RUNS AFTER
      *                COBPAYGN AND BEFORE COBTAXWH, SO THE ENCASHMENT
      *                IS TAXED WITH THE REST OF THE GROSS. AN
      *                EMPLOYEE WITH NO PAYROLL ROW FOR THE PERIOD IS
      *                PRINTED AS HELD AND THE REQUEST STAYS APPROVED
      *                FOR THE NEXT PERIOD. A BIWEEKLY OR WEEKLY
      *                PERIOD (DATED ON PAYPCAL) PAYS ONLY THE
      *                EMPLOYEES PAID AT ITS FREQUENCY, AND A MONTHLY
      *                PERIOD ONLY THE MONTHLY PAID.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLVENC.
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
       77  PAY-HELD-SWITCH        PIC X          VALUE  SPACES.
               88  PAY-HELD                      VALUE  'Y'.
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
       01  WS-LEAVE-YRMO          PIC X(6).

       01  WS-REQ-NO              PIC X(20).
       01  WS-EMPNO               PIC X(6).
       01  WS-REQ-DAYS            PIC S9(4)      USAGE COMP.
       01  WS-NEG-DAYS            PIC S9(4)      USAGE COMP.
       01  WS-ZERO-DAYS           PIC S9(4)      USAGE COMP VALUE 0.
       01  WS-WORKINGDAYS         PIC S9(4)      USAGE COMP VALUE 22.
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CURRCODE            PIC X(3).

       01  WS-YEAR-START          PIC X(10).
       01  WS-YEAR-END            PIC X(10).
       01  WS-YEAR-BDAYS          PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-BDAY-CACHE-CURR     PIC X(3)      VALUE LOW-VALUES.
       01  WS-BDAY-CACHE-CALID    PIC X(6)      VALUE LOW-VALUES.

       01  WS-DAILY-RATE          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-ENCASH-AMOUNT       PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-PAID-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-PAID-TOTAL          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PAID-DAYS           PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-HELD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'LEAVE ENCASHMENT PAYOUT REGISTER'.
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
           10 WS-COL2             PIC X(22)  VALUE 'REQUEST'.
           10 WS-COL3             PIC X(6)   VALUE 'DAYS'.
           10 WS-COL4             PIC X(12)  VALUE 'DAILY RATE'.
           10 WS-COL5             PIC X(14)  VALUE 'PAID'.
           10 WS-COL6             PIC X(26)  VALUE 'ACTION'.
           10 FILLER              PIC X(35).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-REQ-NO       PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-RATE         PIC ZZ,ZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-PAID         PIC $$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-ACTION       PIC X(26).
           10 FILLER              PIC X(38).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE
                'REQUESTS PAID:    '.
           10 WS-SUM-COUNT        PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE
                'DAYS:      '.
           10 WS-SUM-DAYS         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'TOTAL PAID:   '.
           10 WS-SUM-TOTAL        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE
                'HELD:  '.
           10 WS-SUM-HELD         PIC ZZZZ9.
           10 FILLER              PIC X(29)  VALUE SPACES.

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

                EXEC SQL INCLUDE LEAVE
                END-EXEC.

                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    APPROVED, NOT-YET-PAID ENCASHMENTS RAISED BY THE END OF
      *    THE PAY PERIOD, FOR EMPLOYEES PAID AT THE PERIOD'S
      *    FREQUENCY.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 R.REQ_NO,
                 R.EMPNO,
                 R.REQ_DAYS,
                 E.SALARY * E.FTEPCT / 100,
                 E.CURRCODE
             FROM LEAVE_REQUEST R
             INNER JOIN EMP E
                     ON E.EMPNO = R.EMPNO
             INNER JOIN LVPOLICY P
                     ON P.LTYPE    = R.LTYPE
                    AND P.CURRCODE = E.CURRCODE
             WHERE R.RSTATUS  = 'A'
               AND P.LCLASS   = 'E'
               AND R.FROMDATE <= :WS-PERIOD-END
               AND E.PAYFREQ  = :WS-PAYFREQ
             ORDER BY R.EMPNO, R.REQ_NO
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

      *      A SUPPLEMENTAL PERIOD (MM 13-19, BONUS-ONLY) PAYS NO
      *      ENCASHMENTS - THEY WAIT FOR THE NEXT REGULAR PERIOD. THE
      *      RUN STILL WRITES ITS RUN-HISTORY EVIDENCE SO THE COBPCLOS
      *      CLOSE GATE SEES THE FULL CYCLE.
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
      * 1000-INITIALIZE - GET AND VALIDATE THE PERIOD CARD             *
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
                   DISPLAY '++ COBLVENC - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBLVENC - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO PAY ENCASHMENTS ++'
                   GOBACK
                END-IF.

      *         NN 20-99 ARE BIWEEKLY AND WEEKLY PERIODS, DATED ON
      *         THE PAYPCAL CALENDAR.
                EVALUATE TRUE
                    WHEN WS-PERIOD-MM > 19
                         PERFORM 1150-GET-CAL-PERIOD
                         THRU    1150-EXIT
                    WHEN WS-PERIOD-MM > 12
                         MOVE 'Y' TO SUPPL-PERIOD-SWITCH
                         DISPLAY 'COBLVENC - SUPPLEMENTAL PERIOD - '
                                 'NO ENCASHMENTS PAID'
                    WHEN OTHER
                         PERFORM 1100-CALC-PERIOD
                         THRU    1100-EXIT
                END-EVALUATE.

      *         THE DAYS COME OFF THE LEAVE ROW OF THE MONTH THE
      *         PERIOD ENDS IN - THE MONTH THE REQUEST IS RE-DATED TO.
                MOVE SPACES TO WS-LEAVE-YRMO.
                STRING WS-PERIOD-END(1:4) WS-PERIOD-END(6:2)
                       DELIMITED BY SIZE
                  INTO WS-LEAVE-YRMO.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE PERIOD START AND END DATES FROM   *
      *                    THE YYYYMM CARD, INCLUDING THE GREGORIAN    *
      *                    LEAP-YEAR RULE FOR FEBRUARY, SO THE PERIOD  *
      *                    END IS ALWAYS A REAL DATE.                  *
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
      *                       FINDING THEM IS FATAL.                   *
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
                         DISPLAY '++ COBLVENC - PERIOD '
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
      * 2100-COUNT-YEAR-BDAYS - THE YEAR'S BUSINESS DAYS ON THE        *
      *                         EMPLOYEE'S CALENDAR (THE WORK          *
      *                         LOCATION'S, ELSE THE SUBSIDIARY'S),    *
      *                         COUNTED ONCE PER CALENDAR THROUGH THE  *
      *                         SHARED CPBDAYS ENGINE. A COUNT THAT    *
      *                         COMES BACK EMPTY FALLS BACK TO THE OLD *
      *                         FLAT 260 SO NO RATE EVER DIVIDES BY    *
      *                         ZERO.                                  *
      ******************************************************************
       2100-COUNT-YEAR-BDAYS.
                MOVE SPACES TO WS-YEAR-START WS-YEAR-END.
                STRING WS-PERIOD-END(1:4) '-01-01' DELIMITED BY SIZE
                  INTO WS-YEAR-START.
                STRING WS-PERIOD-END(1:4) '-12-31' DELIMITED BY SIZE
                  INTO WS-YEAR-END.

                MOVE WS-YEAR-START TO W-BDAY-FROM-DATE.
                MOVE WS-YEAR-END   TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE   TO W-BDAY-CURR.
                MOVE WS-EMPNO      TO W-BDAY-EMPNO.
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
       2100-B-EXIT.
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
      * 2200-FETCH-C1 - PAY ONE APPROVED ENCASHMENT                    *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-REQ-NO,
                          :WS-EMPNO,
                          :WS-REQ-DAYS,
                          :WS-SALARY,
                          :WS-CURRCODE
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
                   MOVE WS-CURRCODE TO W-BDAY-CURR
                   MOVE WS-EMPNO    TO W-BDAY-EMPNO
                   PERFORM 8050-RESOLVE-CALENDAR
                   THRU    8050-EXIT
                   IF W-BDAY-SQL-FAILED
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                   IF WS-CURRCODE NOT = WS-BDAY-CACHE-CURR
                      OR W-BDAY-CALID NOT = WS-BDAY-CACHE-CALID
                      PERFORM 2100-COUNT-YEAR-BDAYS
                      THRU    2100-B-EXIT
                   END-IF
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       WS-SALARY / WS-YEAR-BDAYS
                   COMPUTE WS-ENCASH-AMOUNT ROUNDED =
                       WS-REQ-DAYS * WS-DAILY-RATE
                   PERFORM 2400-POST-ENCASHMENT
                   THRU    2400-EXIT
                   MOVE WS-EMPNO       TO WS-DET-EMPNO
                   MOVE WS-REQ-NO      TO WS-DET-REQ-NO
                   MOVE WS-REQ-DAYS    TO WS-DET-DAYS
                   MOVE WS-DAILY-RATE  TO WS-DET-RATE
                   IF PAY-HELD
                      ADD 1 TO WS-HELD-COUNT
                      MOVE ZERO TO WS-DET-PAID
                      MOVE 'HELD - NO PAYROLL ROW' TO WS-DET-ACTION
                   ELSE
                      ADD 1                TO WS-PAID-COUNT
                      ADD WS-ENCASH-AMOUNT TO WS-PAID-TOTAL
                      ADD WS-REQ-DAYS      TO WS-PAID-DAYS
                      MOVE WS-ENCASH-AMOUNT TO WS-DET-PAID
                      MOVE 'PAID, BALANCE POSTED' TO WS-DET-ACTION
                   END-IF
                   PRINT WS-RPT-DETAIL
                   ADD 1 TO WS-LINE-CTR
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                   END-IF
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-POST-ENCASHMENT - THE PAY, THE LEAVE POSTING AND THE      *
      *                        PAID MARK GO TOGETHER OR NOT AT ALL:    *
      *                        THEY RUN UNDER A SAVEPOINT THAT IS      *
      *                        ROLLED BACK IF ANY OF THEM FAILS. THE   *
      *                        PAY GOES FIRST - NO PAYROLL ROW FOR     *
      *                        THE PERIOD (NOT YET GENERATED, OR A     *
      *                        LEAVER) HOLDS THE REQUEST WITH NOTHING  *
      *                        POSTED, AND A RERUN ONCE THE ROW        *
      *                        EXISTS PAYS IT.                         *
      ******************************************************************
       2400-POST-ENCASHMENT.
                MOVE SPACES TO PAY-HELD-SWITCH.

                EXEC SQL
                    SAVEPOINT ENCASHMENT ON ROLLBACK RETAIN CURSORS
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    UPDATE PAYROLL
                       SET ENCASHPAID = ENCASHPAID + :WS-ENCASH-AMOUNT
                         , NETPAID    = NETPAID    + :WS-ENCASH-AMOUNT
                     WHERE EMPNO      = :WS-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO PAY-HELD-SWITCH
                         GO TO 2400-EXIT
                    WHEN OTHER
                         PERFORM 2490-UNDO-ENCASHMENT
                         THRU    2490-EXIT
                END-EVALUATE.

                PERFORM 2420-POST-LEAVE
                THRU    2420-EXIT.

                PERFORM 2450-MARK-PAID
                THRU    2450-EXIT.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-POST-LEAVE - THE ENCASHED DAYS COME OFF THE BALANCE IN    *
      *                   THE LEAVE ROW FOR THE PERIOD'S MONTH; IF NO  *
      *                   ACCRUAL ROW EXISTS YET FOR THAT MONTH, ONE   *
      *                   IS CREATED CARRYING ONLY THE TAKEN DAYS, AS  *
      *                   APITPO25 DOES FOR APPROVED LEAVE.            *
      ******************************************************************
       2420-POST-LEAVE.
                EXEC SQL
                    UPDATE LEAVE
                       SET LTAKEN   = LTAKEN + :WS-REQ-DAYS
                         , LBALANCE = LBALANCE - :WS-REQ-DAYS
                     WHERE EMPNO      = :WS-EMPNO
                       AND LYEARMONTH = :WS-LEAVE-YRMO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         COMPUTE WS-NEG-DAYS = 0 - WS-REQ-DAYS
                         EXEC SQL
                              INSERT INTO LEAVE
                                  (
                                      EMPNO
                                    , LYEARMONTH
                                    , LAVAILABLE
                                    , LTAKEN
                                    , LBALANCE
                                    , WORKINGDAYS
                                  )
                              VALUES
                                  (
                                      :WS-EMPNO
                                    , :WS-LEAVE-YRMO
                                    , :WS-ZERO-DAYS
                                    , :WS-REQ-DAYS
                                    , :WS-NEG-DAYS
                                    , :WS-WORKINGDAYS
                                  )
                         END-EXEC
                         IF SQLCODE NOT = 0
                            PERFORM 2490-UNDO-ENCASHMENT
                            THRU    2490-EXIT
                         END-IF
                    WHEN OTHER
                         PERFORM 2490-UNDO-ENCASHMENT
                         THRU    2490-EXIT
                END-EVALUATE.
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-MARK-PAID - THE REQUEST IS DATED TO THE PERIOD END AND    *
      *                  MARKED 'D' SO A RERUN SELECTS NOTHING AND     *
      *                  COBLVREC MATCHES IT TO THE SAME LEAVE MONTH   *
      ******************************************************************
       2450-MARK-PAID.

                EXEC SQL
                    UPDATE LEAVE_REQUEST
                       SET RSTATUS  = 'D'
                         , FROMDATE = :WS-PERIOD-END
                         , TODATE   = :WS-PERIOD-END
                     WHERE REQ_NO  = :WS-REQ-NO
                       AND RSTATUS = 'A'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 2490-UNDO-ENCASHMENT
                         THRU    2490-EXIT
                END-EVALUATE.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2490-UNDO-ENCASHMENT - A FAILED STEP TAKES BACK WHATEVER OF    *
      *                        THIS REQUEST HAD ALREADY POSTED BEFORE  *
      *                        THE RUN STOPS, SO NO HALF-PAID          *
      *                        ENCASHMENT IS LEFT BEHIND               *
      ******************************************************************
       2490-UNDO-ENCASHMENT.
                MOVE SQLCODE TO WS-SQLCODE.
                DISPLAY '++ COBLVENC - REQUEST ' WS-REQ-NO
                        ' NOT POSTED, SQLCODE ' WS-SQLCODE ' ++'.

                PERFORM 9000-DBERROR-MSG
                THRU    9000-MSG-EXIT.

                EXEC SQL
                    ROLLBACK TO SAVEPOINT ENCASHMENT
                END-EXEC.

                GOBACK.
       2490-EXIT.
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
                MOVE WS-PAID-COUNT TO WS-SUM-COUNT.
                MOVE WS-PAID-DAYS  TO WS-SUM-DAYS.
                MOVE WS-PAID-TOTAL TO WS-SUM-TOTAL.
                MOVE WS-HELD-COUNT TO WS-SUM-HELD.
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

                MOVE 'COBLVENC'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                COMPUTE RUNH-READ-COUNT = WS-PAID-COUNT + WS-HELD-COUNT.
                MOVE WS-PAID-COUNT TO RUNH-WRITE-COUNT.
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
                PERFORM 9000-DBERROR-MSG
                THRU    9000-MSG-EXIT.

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9000-DBERROR-MSG - SQLCA TEXT THROUGH DSNTIAR                  *
      ******************************************************************
       9000-DBERROR-MSG.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
       9000-MSG-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
