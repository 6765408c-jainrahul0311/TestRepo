      *-----------------------------------------------------------------
      *     COBABSCL - DEPARTMENT ABSENCE CALENDAR. FOR THE MONTH
      *                (YYYYMM) ON THE CONTROL CARD, PRINTS ONE GRID
      *                PER DEPARTMENT: A ROW PER EMPLOYEE AND A COLUMN
      *                PER WEEKDAY OF THE MONTH (DATED BY THE SHARED
      *                CPBDAYS CALENDAR ARITHMETIC). EACH CELL SHOWS
      *                THE LEAVE_REQUEST TYPE ON THAT DAY - THE LETTER
      *                ALONE FOR APPROVED LEAVE, THE LETTER AND '?'
      *                FOR A REQUEST STILL PENDING - AND A HOLCAL
      *                HOLIDAY OF THE EMPLOYEE'S WORK LOCATION (ELSE
      *                OF THE SUBSIDIARY) IS SHADED.
      *                UNDER EACH GRID AN ON-DUTY COUNT PER DAY
      *                (EMPLOYED, NOT ON HOLIDAY, NOT ON APPROVED
      *                LEAVE) IS FLAGGED WHERE IT FALLS BELOW THE
      *                HR_CONTROL 'COVERFLR' FLOOR THE APITPO25
      *                APPROVAL CHECK USES, AND WARNED WHERE THE
      *                PENDING REQUESTS WOULD TAKE IT BELOW - SO A
      *                MANAGER SEES WHO IS ALREADY OFF BEFORE SAYING
      *                YES. THE CARD SELECTS ONE DEPARTMENT ('D'),
      *                AN ADMINISTERING DEPARTMENT AND THE
      *                DEPARTMENTS REPORTING TO IT ON ADMRDEPT ('A'),
      *                OR EVERY DEPARTMENT (BLANK).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBABSCL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 10 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-MONTH          PIC X(6).
      *        ** 'D' = ONE DEPARTMENT, 'A' = ADMRDEPT FAMILY,
      *        ** SPACE = ALL DEPARTMENTS.
           05  CARDREC-SCOPE          PIC X(1).
           05  CARDREC-DEPTNO         PIC X(3).

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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       77  HOLIDAY-SWITCH         PIC X          VALUE  SPACES.
               88  IS-HOLIDAY                    VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-RPTMONTH            PIC X(6).
       01  WS-RPTMONTH-R REDEFINES WS-RPTMONTH.
           05 WS-RPT-YYYY         PIC 9(4).
           05 WS-RPT-MM           PIC 9(2).
       01  WS-SCOPE               PIC X(1).
               88  SCOPE-VALID                   VALUE 'D' 'A' ' '.
       01  WS-SCOPE-DEPTNO        PIC X(3).
       01  WS-MONTH-START         PIC X(10).
       01  WS-MONTH-END           PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).
       01  WS-DAY-NO              PIC 9(2).
       01  WS-DAY-DATE            PIC X(10).

      *    THE COVERFLR FLOOR - NO ROW MEANS NO FLOOR TO FLAG.
       01  WS-COVER-FLOOR-AMT     PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-COVER-FLOOR         PIC S9(4)      USAGE COMP  VALUE 0.

       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-DEPTNAME            PIC X(36).
       01  WS-CURRCODE            PIC X(3).
       01  WS-CALID               PIC X(6).
       01  WS-HIREDATE            PIC X(10).
       01  WS-SEPDATE             PIC X(10).
       01  WS-PREV-WORKDEPT       PIC X(3)      VALUE SPACES.

       01  WS-REQ-LTYPE           PIC X(1).
       01  WS-REQ-RSTATUS         PIC X(1).
       01  WS-REQ-FROMDATE        PIC X(10).
       01  WS-REQ-TODATE          PIC X(10).

       01  WS-EMP-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DEPT-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-SHORT-DAYS          PIC 9(5)      USAGE COMP  VALUE 0.

      *    THE MONTH'S WEEKDAYS - ONE CALENDAR COLUMN EACH - WITH THE
      *    DEPARTMENT'S DAILY COUNTS FOR THE ON-DUTY LINE.
       01  WS-COL-COUNT           PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-COL-SUB             PIC S9(4)      USAGE COMP.
       01  WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 23 TIMES.
              10 WS-COL-DATE      PIC X(10).
              10 WS-COL-DOW       PIC S9(4)      USAGE COMP.
              10 WS-COL-WORKING   PIC S9(4)      USAGE COMP.
              10 WS-COL-OFF       PIC S9(4)      USAGE COMP.
              10 WS-COL-PENDING   PIC S9(4)      USAGE COMP.
      *    ONE EMPLOYEE'S DAY STATES: 'W' = WORKING, 'N' = NOT
      *    EMPLOYED, 'H' = HOLIDAY, 'A' = APPROVED LEAVE,
      *    'P' = PENDING REQUEST.
       01  WS-EMP-DAYS.
           05 WS-EMP-DAY OCCURS 23 TIMES.
              10 WS-EMP-STATE     PIC X(1).
              10 WS-EMP-LTYPE     PIC X(1).
       01  WS-ON-DUTY             PIC S9(4)      USAGE COMP.

       01  WS-DOW-NAMES           PIC X(5)      VALUE 'MTWTF'.
       01  WS-DOW-NAMES-R REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME         PIC X(1)      OCCURS 5 TIMES.

      *    THE MONTH'S HOLCAL HOLIDAYS FOR EVERY SUBSIDIARY.
       01  WS-HOL-COUNT           PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-HOL-SUB             PIC S9(4)      USAGE COMP.
       01  WS-HOL-CURR            PIC X(3).
       01  WS-HOL-CALID           PIC X(6).
       01  WS-HOL-DATE            PIC X(10).
       01  WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 300 TIMES.
              10 WS-HOL-T-CURR    PIC X(3).
              10 WS-HOL-T-CALID   PIC X(6).
              10 WS-HOL-T-DATE    PIC X(10).

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(36).
           10 WS-TEXT             PIC X(42)
                VALUE 'DEPARTMENT ABSENCE CALENDAR'.
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

      *    THE TWO CALENDAR HEADING LINES - DAY OF THE MONTH AND
      *    WEEKDAY LETTER OVER EACH COLUMN.
       01  WS-RPT-DAY-NUMBERS.
           10 FILLER              PIC X(1).
           10 WS-DN-LABEL         PIC X(23).
           10 WS-DN-CELL OCCURS 23 TIMES.
              15 FILLER           PIC X(1).
              15 WS-DN-DD         PIC X(2).
              15 FILLER           PIC X(1).
           10 FILLER              PIC X(16).

       01  WS-RPT-DAY-NAMES.
           10 FILLER              PIC X(24).
           10 WS-DW-CELL OCCURS 23 TIMES.
              15 FILLER           PIC X(1).
              15 WS-DW-NAME       PIC X(2).
              15 FILLER           PIC X(1).
           10 FILLER              PIC X(16).

       01  WS-RPT-DEPT-LINE.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE 'DEPARTMENT '.
           10 WS-DPT-DEPTNO       PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DPT-DEPTNAME     PIC X(36).
           10 FILLER              PIC X(79)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(1).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(1).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(1).
           10 WS-DET-CELL OCCURS 23 TIMES.
              15 FILLER           PIC X(1).
              15 WS-DET-MARK      PIC X(2).
              15 FILLER           PIC X(1).
           10 FILLER              PIC X(16).

       01  WS-RPT-DUTY-LINE.
           10 FILLER              PIC X(1).
           10 WS-DTY-LABEL        PIC X(23).
           10 WS-DTY-CELL OCCURS 23 TIMES.
              15 WS-DTY-COUNT     PIC ZZ9.
              15 FILLER           PIC X(1).
           10 FILLER              PIC X(16).

       01  WS-RPT-FLAG-LINE.
           10 FILLER              PIC X(1).
           10 WS-FLG-LABEL        PIC X(13).
           10 WS-FLG-FLOOR        PIC ZZZ9.
           10 FILLER              PIC X(6).
           10 WS-FLG-CELL OCCURS 23 TIMES.
              15 FILLER           PIC X(1).
              15 WS-FLG-MARK      PIC X(2).
              15 FILLER           PIC X(1).
           10 FILLER              PIC X(16).

       01  WS-RPT-LEGEND.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'LEGEND: X  = APPROVED LEAVE OF TYPE X   '.
           10 FILLER              PIC X(40)  VALUE
                'X? = PENDING REQUEST    ## = HOLIDAY    '.
           10 FILLER              PIC X(43)  VALUE
                '-- = NOT EMPLOYED'.

       01  WS-RPT-LEGEND-2.
           10 FILLER              PIC X(17)  VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                '** = ON DUTY BELOW THE COVERFLR FLOOR   '.
           10 FILLER              PIC X(40)  VALUE
                '?? = BELOW THE FLOOR IF THE PENDING     '.
           10 FILLER              PIC X(35)  VALUE
                'REQUESTS ARE APPROVED'.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'DEPARTMENTS: '.
           10 WS-SUM-DEPTS        PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE
                'EMPLOYEES: '.
           10 WS-SUM-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(24)  VALUE
                'DEPARTMENT-DAYS SHORT:  '.
           10 WS-SUM-SHORT        PIC ZZZZ9.
           10 FILLER              PIC X(54)  VALUE SPACES.

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

                EXEC SQL INCLUDE DEPT
                END-EXEC.

                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE HOLCAL
                END-EXEC.

                EXEC SQL INCLUDE WORKLOC
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY EMPLOYEE ON THE BOOKS AT ANY POINT IN THE MONTH, IN
      *    THE CARD'S SCOPE, BY DEPARTMENT. A STILL-EMPLOYED ROW
      *    CARRIES A HIGH SEPARATION DATE SO THE DAY TEST IS ONE
      *    COMPARISON.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 E.EMPNO,
                 E.LASTNAME,
                 COALESCE(E.WORKDEPT, ' '),
                 COALESCE(D.DEPTNAME, ' '),
                 E.CURRCODE,
                 COALESCE(L.HOLCAL_ID, ' '),
                 E.HIREDATE,
                 COALESCE(E.SEPDATE, DATE('9999-12-31'))
             FROM EMP E
             LEFT JOIN DEPT D
                    ON D.DEPTNO = E.WORKDEPT
             LEFT JOIN WORKLOC L
                    ON L.LOC_CODE = COALESCE(E.LOC_CODE, D.LOC_CODE)
             WHERE E.HIREDATE <= :WS-MONTH-END
               AND (E.SEPDATE IS NULL
                    OR E.SEPDATE >= :WS-MONTH-START)
               AND (:WS-SCOPE = ' '
                    OR (:WS-SCOPE = 'D'
                        AND E.WORKDEPT = :WS-SCOPE-DEPTNO)
                    OR (:WS-SCOPE = 'A'
                        AND (D.DEPTNO   = :WS-SCOPE-DEPTNO
                             OR D.ADMRDEPT = :WS-SCOPE-DEPTNO)))
             ORDER BY 3, E.LASTNAME, E.EMPNO
           END-EXEC.

      *    ONE EMPLOYEE'S LIVE REQUESTS TOUCHING THE MONTH. AN
      *    ENCASHMENT (LVPOLICY CLASS 'E') IS NOT AN ABSENCE.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 R.LTYPE,
                 R.RSTATUS,
                 R.FROMDATE,
                 R.TODATE
             FROM LEAVE_REQUEST R
             WHERE R.EMPNO = :WS-EMPNO
               AND R.RSTATUS IN ('P', 'A', 'D')
               AND R.FROMDATE <= :WS-MONTH-END
               AND R.TODATE   >= :WS-MONTH-START
               AND NOT EXISTS
                   (SELECT 1
                      FROM EMP EX
                      INNER JOIN LVPOLICY PX
                              ON PX.CURRCODE = EX.CURRCODE
                     WHERE EX.EMPNO  = R.EMPNO
                       AND PX.LTYPE  = R.LTYPE
                       AND PX.LCLASS = 'E')
           END-EXEC.

      *    THE MONTH'S HOLIDAYS, EVERY SUBSIDIARY AND SITE CALENDAR.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 H.HOLCURR,
                 H.HOLCAL_ID,
                 H.HOLDATE
             FROM HOLCAL H
             WHERE H.HOLDATE BETWEEN :WS-MONTH-START
                                 AND :WS-MONTH-END
             ORDER BY H.HOLCURR, H.HOLCAL_ID, H.HOLDATE
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

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE MONTH AND SCOPE CARD,   *
      *                   LAY OUT THE MONTH'S WEEKDAY COLUMNS AND LOAD *
      *                   THE FLOOR AND THE HOLIDAYS.                  *
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

                MOVE CARDREC-MONTH  TO WS-RPTMONTH.
                MOVE CARDREC-SCOPE  TO WS-SCOPE.
                MOVE CARDREC-DEPTNO TO WS-SCOPE-DEPTNO.

                IF WS-RPTMONTH NOT NUMERIC
                   OR WS-RPT-MM < 01
                   OR WS-RPT-MM > 12
                   DISPLAY '++ COBABSCL - MISSING OR BAD MONTH CARD ++'
                   DISPLAY '++ COBABSCL - ABORTING, MONTH YYYYMM IS '
                           'REQUIRED FOR THE CALENDAR ++'
                   GOBACK
                END-IF.

                IF NOT SCOPE-VALID
                   OR (WS-SCOPE NOT = SPACE
                       AND WS-SCOPE-DEPTNO = SPACES)
                   DISPLAY '++ COBABSCL - BAD SCOPE ON CARD ++'
                   DISPLAY '++ COBABSCL - ABORTING, SCOPE IS D OR A '
                           'WITH A DEPTNO, OR BLANK FOR ALL ++'
                   GOBACK
                END-IF.

                PERFORM 1100-CALC-PERIOD
                THRU    1100-EXIT.

                MOVE SPACES TO WS-RPT-DAY-NUMBERS WS-RPT-DAY-NAMES.
                MOVE 'EMPNO  NAME' TO WS-DN-LABEL.
                PERFORM 1210-ADD-COLUMN
                THRU    1210-EXIT
                VARYING WS-DAY-NO FROM 1 BY 1
                UNTIL   WS-DAY-NO > WS-DAYS-IN-MONTH.

                PERFORM 1300-GET-FLOOR
                THRU    1300-EXIT.

                PERFORM 1400-LOAD-HOLIDAYS
                THRU    1400-EXIT.

                DISPLAY 'WS-RPTMONTH    = ' WS-RPTMONTH.
                DISPLAY 'WS-SCOPE       = ' WS-SCOPE ' '
                        WS-SCOPE-DEPTNO.
                DISPLAY 'WS-COVER-FLOOR = ' WS-COVER-FLOOR.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE MONTH START AND END DATES FROM    *
      *                    THE YYYYMM CARD, INCLUDING THE GREGORIAN    *
      *                    LEAP-YEAR RULE FOR FEBRUARY.                *
      ******************************************************************
       1100-CALC-PERIOD.
                EVALUATE WS-RPT-MM
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
                         DIVIDE WS-RPT-YYYY BY 4
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                         IF WS-LEAP-REM = 0
                            MOVE 29 TO WS-DAYS-IN-MONTH
                            DIVIDE WS-RPT-YYYY BY 100
                                   GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                               DIVIDE WS-RPT-YYYY BY 400
                                      GIVING WS-LEAP-QUOT
                                      REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM = 0
                                  MOVE 29 TO WS-DAYS-IN-MONTH
                               END-IF
                            END-IF
                         END-IF
                END-EVALUATE.

                MOVE SPACES TO WS-MONTH-START WS-MONTH-END.
                STRING WS-RPT-YYYY '-' WS-RPT-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-MONTH-START.
                STRING WS-RPT-YYYY '-' WS-RPT-MM '-'
                       WS-DAYS-IN-MONTH
                       DELIMITED BY SIZE
                  INTO WS-MONTH-END.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1210-ADD-COLUMN - ONE DAY OF THE MONTH. THE CPBDAYS SERIAL DAY *
      *                   NUMBER GIVES THE WEEKDAY (0 = MONDAY); A     *
      *                   WEEKDAY BECOMES A CALENDAR COLUMN AND IS     *
      *                   HEADED WITH ITS DATE AND DAY LETTER.         *
      ******************************************************************
       1210-ADD-COLUMN.
                MOVE SPACES TO WS-DAY-DATE.
                STRING WS-RPT-YYYY '-' WS-RPT-MM '-' WS-DAY-NO
                       DELIMITED BY SIZE
                  INTO WS-DAY-DATE.

                MOVE WS-DAY-DATE TO W-BDAY-WORK-DATE.
                PERFORM 8200-DATE-SERIAL
                THRU    8200-EXIT.
                COMPUTE W-BDAY-T1 = W-BDAY-SERIAL + 2.
                DIVIDE W-BDAY-T1 BY 7
                       GIVING W-BDAY-QUOT
                       REMAINDER W-BDAY-DOW.

                IF W-BDAY-DOW < 5
                   ADD 1 TO WS-COL-COUNT
                   MOVE WS-DAY-DATE TO WS-COL-DATE (WS-COL-COUNT)
                   MOVE W-BDAY-DOW  TO WS-COL-DOW  (WS-COL-COUNT)
                   MOVE WS-DAY-NO   TO WS-DN-DD    (WS-COL-COUNT)
                   MOVE WS-DOW-NAME (W-BDAY-DOW + 1)
                                    TO WS-DW-NAME  (WS-COL-COUNT)
                END-IF.
       1210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1300-GET-FLOOR - THE HR_CONTROL 'COVERFLR' FLOOR               *
      ******************************************************************
       1300-GET-FLOOR.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-COVER-FLOOR-AMT
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'COVERFLR'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-COVER-FLOOR-AMT TO WS-COVER-FLOOR
                    WHEN +100
                         MOVE 0 TO WS-COVER-FLOOR
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1400-LOAD-HOLIDAYS - THE MONTH'S HOLCAL ROWS INTO STORAGE      *
      ******************************************************************
       1400-LOAD-HOLIDAYS.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 1410-FETCH-C3
                THRU    1410-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1410-FETCH-C3                                                  *
      ******************************************************************
       1410-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-HOL-CURR,
                          :WS-HOL-CALID,
                          :WS-HOL-DATE
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
                   AND WS-HOL-COUNT < 300
                   ADD 1 TO WS-HOL-COUNT
                   MOVE WS-HOL-CURR TO WS-HOL-T-CURR (WS-HOL-COUNT)
                   MOVE WS-HOL-CALID TO WS-HOL-T-CALID (WS-HOL-COUNT)
                   MOVE WS-HOL-DATE TO WS-HOL-T-DATE (WS-HOL-COUNT)
                END-IF.
       1410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - ONE CALENDAR ROW PER EMPLOYEE, GRIDS BROKEN BY  *
      *                DEPARTMENT                                      *
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

                IF NOT FIRST-ROW
                   PERFORM 2500-END-DEPT
                   THRU    2500-EXIT
                END-IF.

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
      * 2200-FETCH-C1 - ONE EMPLOYEE. THE DEPARTMENT'S ON-DUTY LINE    *
      *                 PRINTS ON THE BREAK.                           *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-DEPTNAME,
                          :WS-CURRCODE,
                          :WS-CALID,
                          :WS-HIREDATE,
                          :WS-SEPDATE
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

                IF END-OF-C1
                   GO TO 2200-EXIT
                END-IF.

                IF FIRST-ROW
                   OR WS-WORKDEPT NOT = WS-PREV-WORKDEPT
                   IF NOT FIRST-ROW
                      PERFORM 2500-END-DEPT
                      THRU    2500-EXIT
                   END-IF
                   MOVE 'N'         TO FIRST-ROW-SWITCH
                   MOVE WS-WORKDEPT TO WS-PREV-WORKDEPT
                   PERFORM 2400-START-DEPT
                   THRU    2400-EXIT
                END-IF.

                PERFORM 2300-BUILD-ROW
                THRU    2300-EXIT.

                PERFORM 2350-PRINT-ROW
                THRU    2350-EXIT.

                ADD 1 TO WS-EMP-COUNT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-BUILD-ROW - SET EACH DAY'S STATE FOR THE EMPLOYEE: NOT    *
      *                  YET HIRED OR ALREADY GONE, A HOLIDAY OF THEIR *
      *                  SUBSIDIARY, OR A WORKING DAY - THEN LAY THEIR *
      *                  REQUESTS OVER THE WORKING DAYS.               *
      ******************************************************************
       2300-BUILD-ROW.
                PERFORM 2310-SET-DAY
                THRU    2310-EXIT
                VARYING WS-COL-SUB FROM 1 BY 1
                UNTIL   WS-COL-SUB > WS-COL-COUNT.

                MOVE SPACES TO END-OF-C2-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2320-FETCH-C2
                THRU    2320-EXIT
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
      * 2310-SET-DAY - ONE DAY'S STARTING STATE                        *
      ******************************************************************
       2310-SET-DAY.
                MOVE SPACE TO WS-EMP-LTYPE (WS-COL-SUB).

                IF WS-COL-DATE (WS-COL-SUB) < WS-HIREDATE
                   OR WS-COL-DATE (WS-COL-SUB) > WS-SEPDATE
                   MOVE 'N' TO WS-EMP-STATE (WS-COL-SUB)
                   GO TO 2310-EXIT
                END-IF.

                MOVE SPACES TO HOLIDAY-SWITCH.
                PERFORM 2315-MATCH-HOLIDAY
                THRU    2315-EXIT
                VARYING WS-HOL-SUB FROM 1 BY 1
                UNTIL   WS-HOL-SUB > WS-HOL-COUNT
                   OR   IS-HOLIDAY.

                IF IS-HOLIDAY
                   MOVE 'H' TO WS-EMP-STATE (WS-COL-SUB)
                ELSE
                   MOVE 'W' TO WS-EMP-STATE (WS-COL-SUB)
                   ADD 1    TO WS-COL-WORKING (WS-COL-SUB)
                END-IF.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2315-MATCH-HOLIDAY - THE SITE CALENDAR WHEN THE EMPLOYEE'S     *
      *                      WORK LOCATION HAS ONE, ELSE THE           *
      *                      SUBSIDIARY CALENDAR, AS CPBDAYS COUNTS    *
      ******************************************************************
       2315-MATCH-HOLIDAY.
                IF WS-HOL-T-DATE (WS-HOL-SUB)
                       NOT = WS-COL-DATE (WS-COL-SUB)
                   GO TO 2315-EXIT
                END-IF.

                IF WS-CALID NOT = SPACES
                   IF WS-HOL-T-CALID (WS-HOL-SUB) = WS-CALID
                      MOVE 'Y' TO HOLIDAY-SWITCH
                   END-IF
                ELSE
                   IF WS-HOL-T-CURR (WS-HOL-SUB) = WS-CURRCODE
                      AND WS-HOL-T-CALID (WS-HOL-SUB) = SPACES
                      MOVE 'Y' TO HOLIDAY-SWITCH
                   END-IF
                END-IF.
       2315-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-FETCH-C2 - ONE REQUEST, MARKED ON THE DAYS IT COVERS      *
      ******************************************************************
       2320-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-REQ-LTYPE,
                          :WS-REQ-RSTATUS,
                          :WS-REQ-FROMDATE,
                          :WS-REQ-TODATE
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
                   PERFORM 2330-MARK-DAY
                   THRU    2330-EXIT
                   VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL   WS-COL-SUB > WS-COL-COUNT
                END-IF.
       2320-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2330-MARK-DAY - A WORKING DAY INSIDE THE REQUEST TAKES ITS     *
      *                 TYPE. APPROVED LEAVE OUTRANKS A PENDING        *
      *                 REQUEST ON THE SAME DAY; A HOLIDAY OR A DAY    *
      *                 OUTSIDE EMPLOYMENT KEEPS ITS OWN MARK.         *
      ******************************************************************
       2330-MARK-DAY.
                IF WS-COL-DATE (WS-COL-SUB) < WS-REQ-FROMDATE
                   OR WS-COL-DATE (WS-COL-SUB) > WS-REQ-TODATE
                   GO TO 2330-EXIT
                END-IF.

                IF WS-REQ-RSTATUS = 'P'
                   IF WS-EMP-STATE (WS-COL-SUB) = 'W'
                      MOVE 'P'          TO WS-EMP-STATE (WS-COL-SUB)
                      MOVE WS-REQ-LTYPE TO WS-EMP-LTYPE (WS-COL-SUB)
                      ADD 1 TO WS-COL-PENDING (WS-COL-SUB)
                   END-IF
                   GO TO 2330-EXIT
                END-IF.

                EVALUATE WS-EMP-STATE (WS-COL-SUB)
                    WHEN 'W'
                         MOVE 'A'          TO WS-EMP-STATE (WS-COL-SUB)
                         MOVE WS-REQ-LTYPE TO WS-EMP-LTYPE (WS-COL-SUB)
                         ADD 1 TO WS-COL-OFF (WS-COL-SUB)
                    WHEN 'P'
                         MOVE 'A'          TO WS-EMP-STATE (WS-COL-SUB)
                         MOVE WS-REQ-LTYPE TO WS-EMP-LTYPE (WS-COL-SUB)
                         SUBTRACT 1 FROM WS-COL-PENDING (WS-COL-SUB)
                         ADD 1 TO WS-COL-OFF (WS-COL-SUB)
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.
       2330-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2350-PRINT-ROW - THE EMPLOYEE'S CALENDAR LINE                  *
      ******************************************************************
       2350-PRINT-ROW.
                MOVE SPACES      TO WS-RPT-DETAIL.
                MOVE WS-EMPNO    TO WS-DET-EMPNO.
                MOVE WS-LASTNAME TO WS-DET-NAME.

                PERFORM 2355-EDIT-CELL
                THRU    2355-EXIT
                VARYING WS-COL-SUB FROM 1 BY 1
                UNTIL   WS-COL-SUB > WS-COL-COUNT.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PERFORM 2410-PRINT-DEPT-LINE
                   THRU    2410-EXIT
                END-IF.
       2350-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2355-EDIT-CELL                                                 *
      ******************************************************************
       2355-EDIT-CELL.
                EVALUATE WS-EMP-STATE (WS-COL-SUB)
                    WHEN 'W'
                         MOVE ' .'  TO WS-DET-MARK (WS-COL-SUB)
                    WHEN 'N'
                         MOVE '--'  TO WS-DET-MARK (WS-COL-SUB)
                    WHEN 'H'
                         MOVE '##'  TO WS-DET-MARK (WS-COL-SUB)
                    WHEN 'A'
                         MOVE WS-EMP-LTYPE (WS-COL-SUB)
                           TO WS-DET-MARK (WS-COL-SUB) (1:1)
                    WHEN 'P'
                         MOVE WS-EMP-LTYPE (WS-COL-SUB)
                           TO WS-DET-MARK (WS-COL-SUB) (1:1)
                         MOVE '?'
                           TO WS-DET-MARK (WS-COL-SUB) (2:1)
                END-EVALUATE.
       2355-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-START-DEPT - ZERO THE DAILY COUNTS AND HEAD THE GRID      *
      ******************************************************************
       2400-START-DEPT.
                PERFORM 2405-CLEAR-COUNTS
                THRU    2405-EXIT
                VARYING WS-COL-SUB FROM 1 BY 1
                UNTIL   WS-COL-SUB > WS-COL-COUNT.

                ADD 1 TO WS-DEPT-COUNT.

                IF WS-LINE-CTR + 4 >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.

                PERFORM 2410-PRINT-DEPT-LINE
                THRU    2410-EXIT.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2405-CLEAR-COUNTS                                              *
      ******************************************************************
       2405-CLEAR-COUNTS.
                MOVE 0 TO WS-COL-WORKING (WS-COL-SUB)
                          WS-COL-OFF     (WS-COL-SUB)
                          WS-COL-PENDING (WS-COL-SUB).
       2405-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-PRINT-DEPT-LINE                                           *
      ******************************************************************
       2410-PRINT-DEPT-LINE.
                MOVE WS-PREV-WORKDEPT TO WS-DPT-DEPTNO.
                MOVE WS-DEPTNAME      TO WS-DPT-DEPTNAME.
                PRINT WS-RPT-DEPT-LINE.
                ADD 1 TO WS-LINE-CTR.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-END-DEPT - THE ON-DUTY COUNT UNDER EACH DAY AND THE FLOOR *
      *                 FLAGS: '**' WHERE APPROVED ABSENCE ALREADY     *
      *                 TAKES THE COUNT BELOW THE FLOOR, '??' WHERE    *
      *                 APPROVING THE PENDING REQUESTS WOULD. A DAY    *
      *                 NOBODY IN THE DEPARTMENT IS DUE TO WORK (A     *
      *                 SHARED HOLIDAY) IS NEVER FLAGGED.              *
      ******************************************************************
       2500-END-DEPT.
                MOVE SPACES          TO WS-RPT-DUTY-LINE
                                        WS-RPT-FLAG-LINE.
                MOVE 'ON DUTY'       TO WS-DTY-LABEL.
                MOVE 'BELOW FLOOR'   TO WS-FLG-LABEL.
                MOVE WS-COVER-FLOOR  TO WS-FLG-FLOOR.

                PERFORM 2510-DUTY-CELL
                THRU    2510-EXIT
                VARYING WS-COL-SUB FROM 1 BY 1
                UNTIL   WS-COL-SUB > WS-COL-COUNT.

                PRINT WS-RPT-DUTY-LINE.
                ADD 1 TO WS-LINE-CTR.
                IF WS-COVER-FLOOR > 0
                   PRINT WS-RPT-FLAG-LINE
                   ADD 1 TO WS-LINE-CTR
                END-IF.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-DUTY-CELL                                                 *
      ******************************************************************
       2510-DUTY-CELL.
                COMPUTE WS-ON-DUTY = WS-COL-WORKING (WS-COL-SUB)
                                   - WS-COL-OFF (WS-COL-SUB).
                MOVE WS-ON-DUTY TO WS-DTY-COUNT (WS-COL-SUB).

                IF WS-COVER-FLOOR = 0
                   OR WS-COL-WORKING (WS-COL-SUB) = 0
                   GO TO 2510-EXIT
                END-IF.

                IF WS-ON-DUTY < WS-COVER-FLOOR
                   MOVE '**' TO WS-FLG-MARK (WS-COL-SUB)
                   ADD 1 TO WS-SHORT-DAYS
                ELSE
                   IF WS-ON-DUTY - WS-COL-PENDING (WS-COL-SUB)
                      < WS-COVER-FLOOR
                      MOVE '??' TO WS-FLG-MARK (WS-COL-SUB)
                   END-IF
                END-IF.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING AND THE DAY     *
      *                      HEADINGS EVERY PAGE                       *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-RPTMONTH      TO WS-STAMP-PERIOD.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-DAY-NUMBERS.
                PRINT WS-RPT-DAY-NAMES.

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
      * 2170-PRINT-SUMMARY - LEGEND AND RUN COUNTS                     *
      ******************************************************************
       2170-PRINT-SUMMARY.
                PRINT WS-RPT-LEGEND.
                PRINT WS-RPT-LEGEND-2.

                MOVE WS-DEPT-COUNT  TO WS-SUM-DEPTS.
                MOVE WS-EMP-COUNT   TO WS-SUM-EMPS.
                MOVE WS-SHORT-DAYS  TO WS-SUM-SHORT.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
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
