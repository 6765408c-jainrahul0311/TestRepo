      *-----------------------------------------------------------------
      *     COBGARN  - COURT-ORDERED GARNISHMENT POSTING. FOR THE PAY
      *                PERIOD (YYYYMM) GIVEN ON THE CONTROL CARD,
      *                APPLIES EVERY OPEN GARNORD ORDER TO THE
      *                EMPLOYEE'S PAYROLL ROW IN LEGAL PRIORITY ORDER,
      *                TAKING FROM DISPOSABLE PAY (GROSS LESS TAX)
      *                EACH ORDER'S BALANCE LIMITED BY ITS PER-PERIOD
      *                CAP AND ITS PERCENTAGE OF DISPOSABLE PAY, AND
      *                STOPPING AT THE PROTECTED NET ('GARNFLR' ON
      *                HR_CONTROL). SETS GARNTOT AND REDUCES NETPAID,
      *                REDUCES EACH ORDER'S BALANCE AND CLOSES THE
      *                ORDER WHEN IT IS PAID OFF, AND RECORDS EVERY
      *                TAKE ON GARNHIST FOR THE COBGRNEX REMITTANCE.
      *                RUNS AFTER COBTAXWH HAS SETTLED TAX AND BEFORE
      *                COBDEDPO TAKES THE VOLUNTARY DEDUCTIONS. A
      *                RERUN FIRST PUTS THE PERIOD'S EARLIER TAKES
      *                BACK ON THE ORDERS AND THE PAY, SO IT LANDS ON
      *                THE SAME ABSOLUTE FIGURES AND CANNOT TAKE
      *                TWICE. PRINTS A GARNISHMENT REGISTER PER ORDER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBGARN.
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

       01  WS-ORDER-NO            PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-ORDER-TYPE          PIC X(2).
       01  WS-AUTHORITY           PIC X(8).
       01  WS-PRIORITY            PIC S9(4)      USAGE COMP.
       01  WS-CAP-AMOUNT          PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-CAP-PCT             PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-BALANCE             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DISPOSABLE          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CURRCODE            PIC X(3).
       01  WS-PCT-LIMIT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-THIS-TAKE           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-STATUS          PIC X(1).

      *    WHAT IS LEFT OF THE CURRENT EMPLOYEE'S DISPOSABLE PAY
      *    ABOVE THE PROTECTED FLOOR, RUN DOWN ORDER BY ORDER.
       01  WS-ROOM                PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-PREV-EMPNO          PIC X(6)      VALUE SPACES.
       01  WS-EMP-GARN-TOTAL      PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-EMP-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ORDER-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-CLOSED-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FLOOR-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
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
                VALUE 'GARNISHMENT REGISTER'.
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
           10 WS-COL2             PIC X(12)  VALUE 'ORDER'.
           10 WS-COL3             PIC X(5)   VALUE 'PRI'.
           10 WS-COL4             PIC X(10)  VALUE 'AUTHORITY'.
           10 WS-COL5             PIC X(16)  VALUE 'DISPOSABLE'.
           10 WS-COL6             PIC X(16)  VALUE 'TAKEN'.
           10 WS-COL7             PIC X(16)  VALUE 'BALANCE LEFT'.
           10 WS-COL8             PIC X(8)   VALUE 'STATUS'.
           10 FILLER              PIC X(32).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-ORDER        PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-PRIORITY     PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-AUTHORITY    PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-DISPOSABLE   PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-TAKEN        PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-BALANCE      PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-NOTE         PIC X(12).
           10 FILLER              PIC X(26).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'EMPLOYEES GARNISHED: '.
           10 WS-SUM-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE
                'ORDERS:  '.
           10 WS-SUM-ORDERS       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE
                'CLOSED:  '.
           10 WS-SUM-CLOSED       PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'TOTAL TAKEN: '.
           10 WS-SUM-TAKEN        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(27)  VALUE SPACES.

       01  WS-RPT-FLOOR-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(34)  VALUE
                'ORDERS CUT SHORT AT THE FLOOR OF  '.
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

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE GARNORD
                END-EXEC.

                EXEC SQL INCLUDE GARNHIST
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY OPEN ORDER IN FORCE BY THE PERIOD END, PAIRED WITH THE
      *    EMPLOYEE'S PAYROLL ROW FOR THE PERIOD, IN LEGAL PRIORITY
      *    ORDER WITHIN THE EMPLOYEE. DISPOSABLE PAY IS THE PERIOD'S
      *    GROSS LESS THE TAX COBTAXWH WITHHELD. AN EMPLOYEE WITH NO
      *    PAYROLL ROW HAS NOTHING TO TAKE FROM.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 G.ORDER_NO,
                 G.EMPNO,
                 G.ORDER_TYPE,
                 G.AUTHORITY,
                 G.ORD_PRIORITY,
                 G.CAP_AMOUNT,
                 G.CAP_PCT,
                 G.BALANCE,
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID
                     - P.TAXWHELD,
                 COALESCE(E.CURRCODE, ' ')
             FROM GARNORD G
             INNER JOIN PAYROLL P
                     ON P.EMPNO      = G.EMPNO
                    AND P.PYEARMONTH = :WS-PYEARMONTH
             LEFT JOIN EMP E
                    ON E.EMPNO = G.EMPNO
             WHERE G.ORD_STATUS = 'O'
               AND G.ORD_START <= :WS-PERIOD-END
               AND G.BALANCE    > 0
             ORDER BY G.EMPNO, G.ORD_PRIORITY, G.ORD_START, G.ORDER_NO
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

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

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
                   DISPLAY '++ COBGARN - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBGARN - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO POST GARNISHMENTS ++'
                   GOBACK
                END-IF.

                IF WS-PERIOD-MM <= 12
                   PERFORM 1100-CALC-PERIOD
                   THRU    1100-EXIT
                ELSE
                   PERFORM 1150-GET-CAL-PERIOD
                   THRU    1150-EXIT
                END-IF.

      *         NO 'GARNFLR' ROW MEANS A FLOOR OF ZERO - THE ORDERS
      *         STILL CANNOT TAKE MORE THAN THE DISPOSABLE PAY.
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
      *                       FATAL - NO GUESSING WHICH ORDERS ARE IN  *
      *                       FORCE. ITS PAYFREQ SAYS HOW MANY PERIODS *
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
                         DISPLAY '++ COBGARN - PERIOD '
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
      *                          EVERY AMOUNT AN EARLIER RUN TOOK IS   *
      *                          PUT BACK ON ITS ORDER (REOPENING AN   *
      *                          ORDER THAT RUN CLOSED) AND ON THE     *
      *                          PAY, AND THE PERIOD'S GARNHIST ROWS   *
      *                          ARE DROPPED. A FIRST RUN FINDS        *
      *                          NOTHING TO REVERSE.                   *
      ******************************************************************
       1200-REVERSE-PRIOR-RUN.
                EXEC SQL
                    UPDATE GARNORD G
                       SET BALANCE    = BALANCE +
                           (SELECT SUM(H.GARN_AMOUNT)
                              FROM GARNHIST H
                             WHERE H.ORDER_NO   = G.ORDER_NO
                               AND H.PYEARMONTH = :WS-PYEARMONTH)
                         , ORD_STATUS = CASE ORD_STATUS
                                          WHEN 'C' THEN 'O'
                                          ELSE ORD_STATUS
                                        END
                         , ORD_CLOSED = CASE ORD_STATUS
                                          WHEN 'C' THEN NULL
                                          ELSE ORD_CLOSED
                                        END
                     WHERE G.ORDER_NO IN
                           (SELECT H2.ORDER_NO
                              FROM GARNHIST H2
                             WHERE H2.PYEARMONTH = :WS-PYEARMONTH)
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
                    DELETE FROM GARNHIST
                     WHERE PYEARMONTH = :WS-PYEARMONTH
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
                    UPDATE PAYROLL
                       SET NETPAID    = NETPAID + GARNTOT
                         , GARNTOT    = 0
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND GARNTOT   <> 0
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
      * 2200-FETCH-C1 - ONE OPEN ORDER. ON A NEW EMPLOYEE THE LAST     *
      *                 ONE'S TOTAL IS POSTED AND THE ROOM ABOVE THE   *
      *                 FLOOR IS SET FROM THE NEW DISPOSABLE PAY.      *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-ORDER-NO,
                          :WS-EMPNO,
                          :WS-ORDER-TYPE,
                          :WS-AUTHORITY,
                          :WS-PRIORITY,
                          :WS-CAP-AMOUNT,
                          :WS-CAP-PCT,
                          :WS-BALANCE,
                          :WS-DISPOSABLE,
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
                   IF WS-EMPNO NOT = WS-PREV-EMPNO
                      IF NOT FIRST-ROW
                         PERFORM 2400-POST-EMPLOYEE
                         THRU    2400-EXIT
                      END-IF
                      MOVE 'N'      TO FIRST-ROW-SWITCH
                      MOVE ZERO     TO WS-EMP-GARN-TOTAL
                      MOVE WS-EMPNO TO WS-PREV-EMPNO
                      COMPUTE WS-ROOM = WS-DISPOSABLE - WS-FLOOR
                      IF WS-ROOM < ZERO
                         MOVE ZERO TO WS-ROOM
                      END-IF
                      ADD 1         TO WS-EMP-COUNT
                   END-IF
                   PERFORM 2250-TAKE-ORDER
                   THRU    2250-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-TAKE-ORDER - THE TAKE IS THE ORDER'S BALANCE, CUT TO ITS  *
      *                   FLAT CAP, THEN TO ITS PERCENTAGE OF          *
      *                   DISPOSABLE PAY, THEN TO WHAT IS LEFT ABOVE   *
      *                   THE FLOOR AFTER THE HIGHER-PRIORITY ORDERS.  *
      *                   A PAID-OFF ORDER CLOSES ON THE PERIOD END.   *
      ******************************************************************
       2250-TAKE-ORDER.
                MOVE WS-BALANCE TO WS-THIS-TAKE.
                MOVE SPACES     TO WS-DET-NOTE.

      *         THE FLAT CAP IS A MONTHLY FIGURE, SCALED TO THE
      *         PERIOD'S FREQUENCY.
                COMPUTE WS-CAP-AMOUNT ROUNDED =
                        WS-CAP-AMOUNT * 12 / WS-PERIODS-YEAR.

                IF WS-CAP-AMOUNT > ZERO
                   AND WS-THIS-TAKE > WS-CAP-AMOUNT
                   MOVE WS-CAP-AMOUNT TO WS-THIS-TAKE
                END-IF.

                IF WS-CAP-PCT > ZERO
                   COMPUTE WS-PCT-LIMIT ROUNDED =
                           WS-DISPOSABLE * WS-CAP-PCT
                   IF WS-THIS-TAKE > WS-PCT-LIMIT
                      MOVE WS-PCT-LIMIT TO WS-THIS-TAKE
                   END-IF
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
                ADD WS-THIS-TAKE TO WS-EMP-GARN-TOTAL.
                ADD WS-THIS-TAKE TO WS-TOTAL-TAKEN.
                ADD 1            TO WS-ORDER-COUNT.

                IF WS-BALANCE = ZERO
                   MOVE 'C'         TO WS-NEW-STATUS
                   MOVE 'PAID OFF'  TO WS-DET-NOTE
                   ADD 1            TO WS-CLOSED-COUNT
                ELSE
                   MOVE 'O'         TO WS-NEW-STATUS
                END-IF.

                IF WS-THIS-TAKE > ZERO
                   PERFORM 2260-UPDATE-ORDER
                   THRU    2260-EXIT
                END-IF.

                MOVE WS-EMPNO      TO WS-DET-EMPNO.
                MOVE WS-ORDER-NO   TO WS-DET-ORDER.
                MOVE WS-PRIORITY   TO WS-DET-PRIORITY.
                MOVE WS-AUTHORITY  TO WS-DET-AUTHORITY.
                MOVE WS-DISPOSABLE TO WS-DET-DISPOSABLE.
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
      * 2260-UPDATE-ORDER - REDUCE THE BALANCE (CLOSING THE ORDER WHEN *
      *                     IT REACHES ZERO) AND RECORD THE TAKE FOR   *
      *                     THE COBGRNEX REMITTANCE                    *
      ******************************************************************
       2260-UPDATE-ORDER.
                EXEC SQL
                    UPDATE GARNORD
                       SET BALANCE    = :WS-BALANCE
                         , ORD_STATUS = :WS-NEW-STATUS
                         , ORD_CLOSED = CASE :WS-NEW-STATUS
                                          WHEN 'C'
                                          THEN DATE(:WS-PERIOD-END)
                                          ELSE NULL
                                        END
                     WHERE ORDER_NO   = :WS-ORDER-NO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO GARNHIST
                        (
                            ORDER_NO
                          , PYEARMONTH
                          , EMPNO
                          , AUTHORITY
                          , CURRCODE
                          , GARN_AMOUNT
                        )
                    VALUES
                        (
                            :WS-ORDER-NO
                          , :WS-PYEARMONTH
                          , :WS-EMPNO
                          , :WS-AUTHORITY
                          , :WS-CURRCODE
                          , :WS-THIS-TAKE
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2260-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-POST-EMPLOYEE - SET THE EMPLOYEE'S GARNISHMENT TOTAL ON   *
      *                      THE PERIOD'S PAYROLL ROW. 1200 HAS        *
      *                      ALREADY PUT ANY EARLIER RUN'S TOTAL BACK  *
      *                      ON NETPAID, SO THE TOTAL COMES STRAIGHT   *
      *                      OFF IT.                                   *
      ******************************************************************
       2400-POST-EMPLOYEE.

                EXEC SQL
                    UPDATE PAYROLL
                       SET NETPAID    = NETPAID - :WS-EMP-GARN-TOTAL
                         , GARNTOT    = :WS-EMP-GARN-TOTAL
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
                MOVE WS-EMP-COUNT    TO WS-SUM-EMPS.
                MOVE WS-ORDER-COUNT  TO WS-SUM-ORDERS.
                MOVE WS-CLOSED-COUNT TO WS-SUM-CLOSED.
                MOVE WS-TOTAL-TAKEN  TO WS-SUM-TAKEN.
                PRINT WS-RPT-SUMMARY.
                MOVE WS-FLOOR        TO WS-FLR-AMOUNT.
                MOVE WS-FLOOR-COUNT  TO WS-FLR-COUNT.
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

                MOVE 'COBGARN'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-ORDER-COUNT  TO RUNH-READ-COUNT.
                MOVE WS-ORDER-COUNT  TO RUNH-WRITE-COUNT.
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
