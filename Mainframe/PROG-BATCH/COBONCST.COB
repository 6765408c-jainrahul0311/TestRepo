      *-----------------------------------------------------------------
      *     COBONCST - EMPLOYER ON-COST ACCRUAL AND POSTING. FOR THE
      *                PAY PERIOD (YYYYMM) GIVEN ON THE CONTROL CARD,
      *                PRICES EACH EMPLOYEE'S PAYROLL GROSS AT EVERY
      *                EMPLOYER CONTRIBUTION RATE ON ONCRATE IN FORCE
      *                FOR THE PAYING SUBSIDIARY (EMP.CURRCODE) AT THE
      *                PAYPCAL PERIOD END, UP TO THE RATE'S WAGE
      *                CEILING, AND STORES THE RESULT BY PERIOD ON
      *                ONCOST. THEN WRITES THE ON-COST POSTING FEED -
      *                ONE EXPENSE DEBIT PER DEPARTMENT TO ITS DEPTGL
      *                ACCOUNT AND ONE LIABILITY CREDIT PER ONCRATE
      *                LIABILITY ACCOUNT - IN THE SAME LAYOUT AS THE
      *                COBGLPST FEED, SO THE LEDGER CARRIES THE FULL
      *                DEPARTMENT COST. DEPARTMENTS WITH NO DEPTGL
      *                MAPPING GO TO THE EXCEPTION PAGE AND ARE KEPT
      *                OUT OF BOTH SIDES OF THE FEED. A RERUN REPLACES
      *                THE PERIOD'S ONCOST ROWS IN FULL. THE PROOF
      *                PAGE SHOWS THE FEED NETS TO ZERO, AND THE
      *                TOTALS ARE REGISTERED ON FEEDCTL FOR COBFDPRF.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBONCST.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT ONCGLOUT
                  ASSIGN TO DA-S-ONCGLOUT.

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

       FD      ONCGLOUT
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLOUT-REC.
           10 GL-FEED-ACCOUNT         PIC X(8).
           10 GL-FEED-DC              PIC X(1).
           10 GL-FEED-AMOUNT          PIC S9(11)V9(2) SIGN LEADING
                                                      SEPARATE.
           10 GL-FEED-PERIOD          PIC X(6).
      *        ** 'R' = REGULAR RUN, 'S' = SUPPLEMENTAL RUN
      *        ** (PAYPCAL.RUNTYPE), AS ON THE COBGLPST FEED.
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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  ACCT-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  ACCT-FOUND                    VALUE  'Y'.
       77  END-OF-GL-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-GL                     VALUE  'Y'.
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
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.

       01  WS-EMPNO               PIC X(6).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-CURRCODE            PIC X(3).
       01  WS-GROSS               PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ONC-TYPE            PIC X(8).
       01  WS-ONC-RATE            PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-WAGE-CEIL           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LIAB-ACCOUNT        PIC X(8).
       01  WS-BASE-PAY            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ONC-AMOUNT          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-PREV-EMPNO          PIC X(6)      VALUE SPACES.

       01  WS-DEPT-COST           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-LIAB-COST           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-GL-ACCOUNT          PIC X(8).

       01  WS-EMP-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ONC-COUNT           PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-NORATE-COUNT        PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-ONC-TOTAL           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
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

       01  WS-REG-COUNT           PIC S9(9)     USAGE COMP.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(36).
           10 WS-TEXT             PIC X(42)
                VALUE 'EMPLOYER ON-COST POSTING PROOF REPORT'.
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
           10 WS-COL1             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(10)  VALUE 'ACCOUNT'.
           10 WS-COL3             PIC X(4)   VALUE 'D/C'.
           10 WS-COL4             PIC X(20)  VALUE 'AMOUNT'.
           10 FILLER              PIC X(73).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-ACCOUNT      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-DC           PIC X(1).
           10 FILLER              PIC X(3).
           10 WS-DET-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(75).

       01  WS-RPT-EXCEPTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'UNMAPPED DEPARTMENT: '.
           10 WS-EXC-DEPT         PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EXC-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(24)  VALUE
                '  - NOT IN POSTING FEED'.
           10 FILLER              PIC X(55)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE
                'EMPLOYEES COSTED: '.
           10 WS-SUM-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE
                'COST ROWS:  '.
           10 WS-SUM-ROWS         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(24)  VALUE
                'PAID WITH NO RATES SET: '.
           10 WS-SUM-NORATE       PIC ZZZZ9.
           10 FILLER              PIC X(47)  VALUE SPACES.

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

                EXEC SQL INCLUDE ONCRATE
                END-EXEC.

                EXEC SQL INCLUDE ONCOST
                END-EXEC.

                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

                EXEC SQL INCLUDE DEPTGL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY PAID EMPLOYEE OF THE PERIOD PAIRED WITH EACH
      *    CONTRIBUTION TYPE OF THEIR PAYING SUBSIDIARY, AT THE RATE
      *    WITH THE MOST RECENT EFFECTIVE DATE NOT AFTER THE PERIOD
      *    END. AN EMPLOYEE WHOSE SUBSIDIARY HAS NO RATES DROPS OUT
      *    HERE AND IS COUNTED SEPARATELY BY 2050-COUNT-NO-RATE.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 P.EMPNO,
                 COALESCE(E.WORKDEPT, ' '),
                 E.CURRCODE,
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID,
                 R.ONC_TYPE,
                 R.ONC_RATE,
                 R.WAGE_CEIL,
                 R.LIAB_ACCOUNT
             FROM PAYROLL P
             INNER JOIN EMP E
                     ON E.EMPNO = P.EMPNO
             INNER JOIN ONCRATE R
                     ON R.CURRCODE = E.CURRCODE
                    AND R.EFFDATE =
                        (SELECT MAX(R2.EFFDATE) FROM ONCRATE R2
                          WHERE R2.CURRCODE = R.CURRCODE
                            AND R2.ONC_TYPE = R.ONC_TYPE
                            AND R2.EFFDATE <= :WS-PERIOD-END)
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
             ORDER BY P.EMPNO, R.ONC_TYPE
           END-EXEC.

      *    THE PERIOD'S STORED ON-COST BY DEPARTMENT - THE EXPENSE SIDE.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 O.WORKDEPT,
                 SUM(O.ONC_AMOUNT)
             FROM ONCOST O
             WHERE O.PYEARMONTH = :WS-PYEARMONTH
             GROUP BY O.WORKDEPT
             ORDER BY O.WORKDEPT
           END-EXEC.

      *    THE LIABILITY SIDE, FOR MAPPED DEPARTMENTS ONLY, SO THE
      *    CREDITS MATCH THE DEBITS WHEN A DEPARTMENT IS HELD OUT.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 O.LIAB_ACCOUNT,
                 SUM(O.ONC_AMOUNT)
             FROM ONCOST O
             WHERE O.PYEARMONTH = :WS-PYEARMONTH
               AND EXISTS
                   (SELECT 1 FROM DEPTGL G
                     WHERE G.DEPTNO = O.WORKDEPT)
             GROUP BY O.LIAB_ACCOUNT
             ORDER BY O.LIAB_ACCOUNT
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

             PERFORM 2050-COUNT-NO-RATE
             THRU    2050-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2300-POST-DEBITS
             THRU    2300-EXIT.

             PERFORM 2400-POST-CREDITS
             THRU    2400-EXIT.

             CLOSE ONCGLOUT.

             PERFORM 2450-PROVE-FEED
             THRU    2450-EXIT.

             PERFORM 2170-PRINT-PROOF
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             MOVE WS-DEBIT-COUNT TO WS-REG-COUNT.

             PERFORM 3900-REGISTER-TOTALS
             THRU    3900-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE PERIOD CARD, THE        *
      *                   PERIOD DATES AND THE RUN TYPE                *
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
                   DISPLAY '++ COBONCST - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBONCST - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO ACCRUE EMPLOYER ON-COST ++'
                   GOBACK
                END-IF.

                IF WS-PERIOD-MM <= 12
                   PERFORM 1100-CALC-PERIOD
                   THRU    1100-EXIT
                ELSE
                   PERFORM 1150-GET-CAL-PERIOD
                   THRU    1150-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(RUNTYPE, 'R')
                    INTO
                        :WS-RUNTYPE
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'R' TO WS-RUNTYPE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN OUTPUT ONCGLOUT.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
                DISPLAY 'WS-PERIOD-END = ' WS-PERIOD-END.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1150-GET-CAL-PERIOD - A SUPPLEMENTAL, BIWEEKLY OR WEEKLY       *
      *                       PERIOD'S COVERING DATES ARE THE          *
      *                       PSTARTDATE/PENDDATE THE COBPPMNT ADD     *
      *                       CARD PUT ON PAYPCAL. NOT FINDING THEM IS *
      *                       FATAL - NO GUESSING WHICH RATES ARE IN   *
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
                         DISPLAY '++ COBONCST - PERIOD '
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
      * 1200-CLEAR-PRIOR-RUN - A RERUN OF THE PERIOD STARTS CLEAN: THE *
      *                        PERIOD'S ONCOST ROWS ARE DROPPED AND    *
      *                        REBUILT FROM THE CURRENT PAYROLL, SO A  *
      *                        PAY CORRECTION CARRIES THROUGH.         *
      ******************************************************************
       1200-CLEAR-PRIOR-RUN.
                EXEC SQL
                    DELETE FROM ONCOST
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
      * 2000-PROCESS - PRICE AND STORE THE PERIOD'S ON-COST            *
      ******************************************************************
       2000-PROCESS.

                PERFORM 2100-OPEN-C1
                THRU    2100-EXIT.

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
      * 2050-COUNT-NO-RATE - PAID EMPLOYEES WHOSE SUBSIDIARY HAS NO    *
      *                      RATE IN FORCE AT ALL. THEY CARRY NO       *
      *                      ON-COST, WHICH IS USUALLY A MISSING       *
      *                      ONCRATE SET-UP, SO THE COUNT IS PRINTED.  *
      ******************************************************************
       2050-COUNT-NO-RATE.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-NORATE-COUNT
                    FROM PAYROLL P
                    INNER JOIN EMP E
                            ON E.EMPNO = P.EMPNO
                    WHERE P.PYEARMONTH = :WS-PYEARMONTH
                      AND NOT EXISTS
                          (SELECT 1 FROM ONCRATE R
                            WHERE R.CURRCODE = E.CURRCODE
                              AND R.EFFDATE <= :WS-PERIOD-END)
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2050-EXIT.
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
      * 2200-FETCH-C1 - ONE EMPLOYEE AND CONTRIBUTION TYPE. THE RATE   *
      *                 IS CHARGED ON THE GROSS UP TO THE CEILING.     *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-WORKDEPT,
                          :WS-CURRCODE,
                          :WS-GROSS,
                          :WS-ONC-TYPE,
                          :WS-ONC-RATE,
                          :WS-WAGE-CEIL,
                          :WS-LIAB-ACCOUNT
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
                      ADD 1 TO WS-EMP-COUNT
                      MOVE WS-EMPNO TO WS-PREV-EMPNO
                   END-IF
                   MOVE WS-GROSS TO WS-BASE-PAY
      *            THE CEILING IS A MONTHLY WAGE - A BIWEEKLY OR
      *            WEEKLY PERIOD IS CAPPED AT ITS SHARE OF IT.
                   COMPUTE WS-WAGE-CEIL ROUNDED =
                           WS-WAGE-CEIL * 12 / WS-PERIODS-YEAR
                   IF WS-WAGE-CEIL > ZERO
                      AND WS-GROSS > WS-WAGE-CEIL
                      MOVE WS-WAGE-CEIL TO WS-BASE-PAY
                   END-IF
                   COMPUTE WS-ONC-AMOUNT ROUNDED =
                           WS-BASE-PAY * WS-ONC-RATE
                   IF WS-ONC-AMOUNT NOT = ZERO
                      PERFORM 2250-STORE-ONCOST
                      THRU    2250-EXIT
                   END-IF
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-STORE-ONCOST - ONE ONCOST ROW FOR THE PERIOD              *
      ******************************************************************
       2250-STORE-ONCOST.
                EXEC SQL
                    INSERT INTO ONCOST
                        (
                            EMPNO
                          , PYEARMONTH
                          , ONC_TYPE
                          , WORKDEPT
                          , CURRCODE
                          , BASE_PAY
                          , ONC_AMOUNT
                          , LIAB_ACCOUNT
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , :WS-PYEARMONTH
                          , :WS-ONC-TYPE
                          , :WS-WORKDEPT
                          , :WS-CURRCODE
                          , :WS-BASE-PAY
                          , :WS-ONC-AMOUNT
                          , :WS-LIAB-ACCOUNT
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1             TO WS-ONC-COUNT.
                ADD WS-ONC-AMOUNT TO WS-ONC-TOTAL.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-POST-DEBITS - ONE EXPENSE DEBIT PER MAPPED DEPARTMENT;    *
      *                    UNMAPPED ONES GO TO THE EXCEPTION PAGE.     *
      ******************************************************************
       2300-POST-DEBITS.
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
      * 2310-FETCH-C2 - ONE DEPARTMENT'S ON-COST                       *
      ******************************************************************
       2310-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-WORKDEPT,
                          :WS-DEPT-COST
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

                IF NOT END-OF-C2
                   PERFORM 2210-GET-GL-ACCOUNT
                   THRU    2210-EXIT
                   IF ACCT-FOUND
                      PERFORM 2220-WRITE-DEBIT
                      THRU    2220-EXIT
                   ELSE
                      ADD 1            TO WS-UNMAPPED-COUNT
                      ADD WS-DEPT-COST TO WS-UNMAPPED-TOTAL
                      MOVE WS-WORKDEPT TO WS-EXC-DEPT
                      MOVE WS-DEPT-COST TO WS-EXC-AMOUNT
                      PRINT WS-RPT-EXCEPTION
                      ADD 1 TO WS-LINE-CTR
                   END-IF
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                   END-IF
                END-IF.

       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-GET-GL-ACCOUNT                                            *
      ******************************************************************
       2210-GET-GL-ACCOUNT.
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
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2220-WRITE-DEBIT - ONE FEED DEBIT AND ITS PROOF LINE           *
      ******************************************************************
       2220-WRITE-DEBIT.
                MOVE SPACES          TO GLOUT-REC.
                MOVE WS-GL-ACCOUNT   TO GL-FEED-ACCOUNT.
                MOVE 'D'             TO GL-FEED-DC.
                MOVE WS-DEPT-COST    TO GL-FEED-AMOUNT.
                MOVE WS-PYEARMONTH   TO GL-FEED-PERIOD.
                MOVE WS-RUNTYPE      TO GL-FEED-RUNTYPE.
                WRITE GLOUT-REC.

                ADD 1            TO WS-DEBIT-COUNT.
                ADD WS-DEPT-COST TO WS-DEBIT-TOTAL.

                MOVE WS-WORKDEPT   TO WS-DET-DEPT.
                MOVE WS-GL-ACCOUNT TO WS-DET-ACCOUNT.
                MOVE 'D'           TO WS-DET-DC.
                MOVE WS-DEPT-COST  TO WS-DET-AMOUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-POST-CREDITS - ONE LIABILITY CREDIT PER ONCRATE LIABILITY *
      *                     ACCOUNT, COVERING THE MAPPED DEPARTMENTS   *
      *                     ONLY, SO THE FEED NETS TO ZERO EVEN WHEN   *
      *                     DEPARTMENTS WERE HELD OUT AS UNMAPPED.     *
      ******************************************************************
       2400-POST-CREDITS.
                EXEC SQL
                  OPEN  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2410-FETCH-C3
                THRU    2410-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-FETCH-C3 - ONE LIABILITY CREDIT AND ITS PROOF LINE        *
      ******************************************************************
       2410-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-LIAB-ACCOUNT,
                          :WS-LIAB-COST
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

                IF NOT END-OF-C3
                   MOVE SPACES          TO GLOUT-REC
                   MOVE WS-LIAB-ACCOUNT TO GL-FEED-ACCOUNT
                   MOVE 'C'             TO GL-FEED-DC
                   MOVE WS-LIAB-COST    TO GL-FEED-AMOUNT
                   MOVE WS-PYEARMONTH   TO GL-FEED-PERIOD
                   MOVE WS-RUNTYPE      TO GL-FEED-RUNTYPE
                   WRITE GLOUT-REC

                   ADD 1            TO WS-CREDIT-COUNT
                   ADD WS-LIAB-COST TO WS-CREDIT-TOTAL

                   MOVE SPACES          TO WS-DET-DEPT
                   MOVE WS-LIAB-ACCOUNT TO WS-DET-ACCOUNT
                   MOVE 'C'             TO WS-DET-DC
                   MOVE WS-LIAB-COST    TO WS-DET-AMOUNT
                   PRINT WS-RPT-DETAIL
                   ADD 1 TO WS-LINE-CTR
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                   END-IF
                END-IF.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PROVE-FEED - RE-READ THE FEED JUST WRITTEN AND NET THE    *
      *                   DEBITS AGAINST THE CREDITS, THE WAY THE GL   *
      *                   LOAD WILL, SO THE PROOF IS OF THE FILE ON    *
      *                   DISK AND NOT OF THIS PROGRAM'S ARITHMETIC.   *
      ******************************************************************
       2450-PROVE-FEED.
                OPEN INPUT ONCGLOUT.

                PERFORM 2460-READ-FEED
                THRU    2460-EXIT
                UNTIL END-OF-GL.

                CLOSE ONCGLOUT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-READ-FEED - ONE FEED RECORD OF THE PROOF PASS             *
      ******************************************************************
       2460-READ-FEED.
                READ ONCGLOUT
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
      * 2170-PRINT-PROOF - ACCRUAL SUMMARY, FEED TOTALS AND THE        *
      *                    NET-TO-ZERO VERDICT. THE STORED ON-COST     *
      *                    MUST ALSO EQUAL THE DEBITS PLUS WHAT WAS    *
      *                    HELD OUT.                                   *
      ******************************************************************
       2170-PRINT-PROOF.
                MOVE WS-EMP-COUNT    TO WS-SUM-EMPS.
                MOVE WS-ONC-COUNT    TO WS-SUM-ROWS.
                MOVE WS-NORATE-COUNT TO WS-SUM-NORATE.
                PRINT WS-RPT-SUMMARY.

                MOVE 'ON-COST ACCRUED:      ' TO WS-PRF-LABEL.
                MOVE WS-ONC-TOTAL      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'FEED DEBITS TOTAL:    ' TO WS-PRF-LABEL.
                MOVE WS-DEBIT-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'LIABILITY CREDITS:    ' TO WS-PRF-LABEL.
                MOVE WS-CREDIT-TOTAL   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'HELD OUT (UNMAPPED):  ' TO WS-PRF-LABEL.
                MOVE WS-UNMAPPED-TOTAL TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                IF WS-FEED-NET = ZERO
                   AND WS-ONC-TOTAL = WS-DEBIT-TOTAL + WS-UNMAPPED-TOTAL
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
      * 3900-REGISTER-TOTALS - RE-REGISTER THIS RUN'S PERIOD CONTROL   *
      *                        TOTALS ON FEEDCTL FOR THE COBFDPRF      *
      *                        CROSS-FEED BALANCING PROOF, IN THE      *
      *                        COBGLPST CONVENTION: DEBIT TOTAL AS     *
      *                        GROSS, UNMAPPED COST HELD OUT AS NET.   *
      ******************************************************************
       3900-REGISTER-TOTALS.

                EXEC SQL
                    DELETE FROM FEEDCTL
                     WHERE FEED_PROGRAM = 'COBONCST'
                       AND PERIOD_NO    = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO FEEDCTL
                        (
                            FEED_PROGRAM
                          , PERIOD_NO
                          , REC_COUNT
                          , GROSS_AMT
                          , NET_AMT
                          , REG_DATE
                          , REG_TIME
                        )
                    VALUES
                        (
                            'COBONCST'
                          , :WS-PYEARMONTH
                          , :WS-REG-COUNT
                          , :WS-DEBIT-TOTAL
                          , :WS-UNMAPPED-TOTAL
                          , :WS-RUN-DATE
                          , :WS-RUN-TIME
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       3900-EXIT.
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

                MOVE 'COBONCST'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-ONC-COUNT  TO RUNH-READ-COUNT.
                MOVE WS-ONC-COUNT  TO RUNH-WRITE-COUNT.
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
