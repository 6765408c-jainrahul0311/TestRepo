      *-----------------------------------------------------------------
      *     COBTSCHS - WEEKLY TIMESHEET CHASER. FOR THE WEEK-ENDING
      *                DATE ON THE CONTROL CARD, LISTS EVERY EMPLOYEE
      *                WITH AN OPEN EMP_PROJ_ACT ASSIGNMENT COVERING
      *                THAT DATE WHO HAS NO TIMESHEET ROW FOR THE WEEK
      *                - WITHOUT ONE COBTSPST POSTS NOTHING AND COBPRJCS
      *                FALLS BACK TO THE PLANNED EMPTIME - AND EVERY
      *                TIMESHEET STILL IN 'S' STATUS PAST THE APPROVAL
      *                DEADLINE (CARD DAYS AFTER ITS WEEK-ENDING DATE).
      *                BOTH LISTS ARE GROUPED BY THE DEPARTMENT MANAGER
      *                (DEPT.MGRNO) WHO HAS TO CHASE THEM.
      *                A WEEK WHOSE BUSINESS DAYS (CPBDAYS, ON THE
      *                EMPLOYEE'S SUBSIDIARY CALENDAR) ARE ALL COVERED
      *                BY APPROVED LEAVE IS EXCUSED. EACH MISSING
      *                EMPLOYEE SHOWS HOW MANY CONSECUTIVE WEEKS THEY
      *                HAVE BEEN MISSING, COUNTED BACK WHILE THEY WERE
      *                ASSIGNED; AT OR OVER THE CARD THRESHOLD THEY ARE
      *                ALSO WRITTEN TO EXCPFILE FOR THE COBEXHUB
      *                MORNING REPORT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBTSCHS.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

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
           05  CARDREC-WEEKEND        PIC X(10).
      *        ** DAYS AFTER THE WEEK-ENDING DATE A SUBMITTED
      *        ** TIMESHEET MUST BE ACCEPTED BY (BLANK = 3).
           05  CARDREC-DEADLINE       PIC X(2).
      *        ** CONSECUTIVE MISSING WEEKS THAT MAKE A REPEAT
      *        ** OFFENDER FOR EXCPFILE (BLANK = 3).
           05  CARDREC-THRESHOLD      PIC X(2).

       FD      EXCPFILE
               RECORD CONTAINS 79 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       77  EXCUSED-SWITCH         PIC X          VALUE  SPACES.
               88  WEEK-EXCUSED                  VALUE  'Y'.
       77  LOOKBACK-SWITCH        PIC X          VALUE  SPACES.
               88  LOOKBACK-DONE                 VALUE  'Y'.
      *    'M' = MISSING LIST, 'L' = LATE APPROVAL LIST - PICKS THE
      *    COLUMN HEADINGS REPEATED ON EACH PAGE.
       77  SECTION-SWITCH         PIC X          VALUE  'M'.
               88  MISSING-SECTION               VALUE  'M'.
               88  LATE-SECTION                  VALUE  'L'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-WEEKEND             PIC X(10).
       01  WS-WEEKEND-R REDEFINES WS-WEEKEND.
           05 WS-WK-YYYY          PIC X(4).
           05 WS-WK-SEP1          PIC X(1).
           05 WS-WK-MM            PIC X(2).
           05 WS-WK-SEP2          PIC X(1).
           05 WS-WK-DD            PIC X(2).
       01  WS-WEEK-START          PIC X(10).
       01  WS-DEADLINE-DAYS       PIC S9(4)      USAGE COMP  VALUE 3.
       01  WS-THRESHOLD           PIC S9(4)      USAGE COMP  VALUE 3.
      *    HOW FAR BACK THE CONSECUTIVE-WEEK COUNT LOOKS.
       01  WS-MAX-LOOKBACK        PIC S9(4)      USAGE COMP  VALUE 26.

      *    THE WEEK UNDER TEST - THE CARD WEEK, THEN EACH WEEK BEFORE
      *    IT WHILE COUNTING BACK. EMP_PROJ_ACT CARRIES ITS DATES AS
      *    YYMMDD NUMBERS.
       01  WS-CHK-WEEKEND         PIC X(10).
       01  WS-CHK-START           PIC X(10).
       01  WS-CHK-YMD-X           PIC X(6).
       01  WS-CHK-YMD REDEFINES WS-CHK-YMD-X
                                  PIC 9(6).
       01  WS-PRV-WEEKEND         PIC X(10).
       01  WS-PRV-START           PIC X(10).
       01  WS-ROW-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-WEEK-BDAYS          PIC S9(4)      USAGE COMP.
       01  WS-LEAVE-BDAYS         PIC S9(4)      USAGE COMP.
       01  WS-LOOKBACK-CTR        PIC S9(4)      USAGE COMP.
       01  WS-WEEKS-MISSING       PIC S9(4)      USAGE COMP.

       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-CURRCODE            PIC X(3).
       01  WS-MGRNO               PIC X(6).
       01  WS-MGRNAME             PIC X(15).
       01  WS-PREV-MGRNO          PIC X(6)      VALUE SPACES.
       01  WS-TS-WEEKEND          PIC X(10).
       01  WS-TS-HOURS            PIC S9(5)      USAGE COMP-3.
       01  WS-DAYS-LATE           PIC S9(9)      USAGE COMP.

       01  WS-REQ-FROMDATE        PIC X(10).
       01  WS-REQ-TODATE          PIC X(10).

       01  WS-CAND-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-MISSING-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-EXCUSED-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REPEAT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LATE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'MISSING AND LATE TIMESHEET CHASER'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(17)  VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'WEEK ENDING: '.
           10 WS-STAMP-WEEKEND    PIC X(10).
           10 FILLER              PIC X(4)   VALUE SPACES.
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

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-SEC-TEXT         PIC X(60).
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-MISS-COLUMNS.
           10 FILLER              PIC X(13).
           10 WS-MCOL1            PIC X(6)   VALUE 'DEPT'.
           10 WS-MCOL2            PIC X(8)   VALUE 'EMPNO'.
           10 WS-MCOL3            PIC X(17)  VALUE 'NAME'.
           10 WS-MCOL4            PIC X(15)  VALUE 'WEEKS MISSING'.
           10 WS-MCOL5            PIC X(20)  VALUE 'ACTION'.
           10 FILLER              PIC X(43).

       01  WS-RPT-LATE-COLUMNS.
           10 FILLER              PIC X(13).
           10 WS-LCOL1            PIC X(6)   VALUE 'DEPT'.
           10 WS-LCOL2            PIC X(8)   VALUE 'EMPNO'.
           10 WS-LCOL3            PIC X(17)  VALUE 'NAME'.
           10 WS-LCOL4            PIC X(13)  VALUE 'WEEK-ENDING'.
           10 WS-LCOL5            PIC X(8)   VALUE 'HOURS'.
           10 WS-LCOL6            PIC X(17)  VALUE 'DAYS SINCE WEEK'.
           10 FILLER              PIC X(40).

       01  WS-RPT-MGR-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE 'MANAGER: '.
           10 WS-MGR-MGRNO        PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-MGR-NAME         PIC X(15).
           10 FILLER              PIC X(81)  VALUE SPACES.

       01  WS-RPT-MISS-DETAIL.
           10 FILLER              PIC X(13).
           10 WS-MDET-DEPT        PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-MDET-EMPNO       PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-MDET-NAME        PIC X(15).
           10 FILLER              PIC X(6).
           10 WS-MDET-WEEKS       PIC ZZ9.
           10 FILLER              PIC X(8).
           10 WS-MDET-ACTION      PIC X(20).
           10 FILLER              PIC X(43).

       01  WS-RPT-LATE-DETAIL.
           10 FILLER              PIC X(13).
           10 WS-LDET-DEPT        PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-LDET-EMPNO       PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-LDET-NAME        PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-LDET-WEEKEND     PIC X(10).
           10 FILLER              PIC X(3).
           10 WS-LDET-HOURS       PIC ZZZZ9.
           10 FILLER              PIC X(7).
           10 WS-LDET-DAYS        PIC ZZZ9.
           10 FILLER              PIC X(49).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE 'MISSING: '.
           10 WS-SUM-MISSING      PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(17)  VALUE
                'REPEAT OFFENDERS:'.
           10 WS-SUM-REPEAT       PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'EXCUSED (LEAVE):'.
           10 WS-SUM-EXCUSED      PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE
                'LATE APPROVALS:   '.
           10 WS-SUM-LATE         PIC ZZZZ9.
           10 FILLER              PIC X(24)  VALUE SPACES.

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

                EXEC SQL INCLUDE EMPRJACT
                END-EXEC.

                EXEC SQL INCLUDE TIMESHT
                END-EXEC.

                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EMPLOYEES ON THE BOOKS FOR THE WEEK WITH AN OPEN ASSIGNMENT
      *    COVERING THE WEEK-ENDING DATE AND NO TIMESHEET ROW FOR IT,
      *    BY MANAGER. AN OPEN ASSIGNMENT HAS NO END DATE (0 OR NULL).
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 E.EMPNO,
                 E.LASTNAME,
                 COALESCE(E.WORKDEPT, ' '),
                 E.CURRCODE,
                 COALESCE(D.MGRNO, ' '),
                 COALESCE(M.LASTNAME, ' ')
             FROM EMP E
             LEFT JOIN DEPT D
                    ON D.DEPTNO = E.WORKDEPT
             LEFT JOIN EMP M
                    ON M.EMPNO = D.MGRNO
             WHERE E.HIREDATE <= :WS-WEEKEND
               AND (E.SEPDATE IS NULL
                    OR E.SEPDATE >= :WS-WEEK-START)
               AND EXISTS
                   (SELECT 1
                      FROM EMP_PROJ_ACT A
                     WHERE A.EMPNO       = E.EMPNO
                       AND A.ESTARTDATE <= :WS-CHK-YMD
                       AND (A.EENDDATE IS NULL
                            OR A.EENDDATE = 0
                            OR A.EENDDATE >= :WS-CHK-YMD))
               AND NOT EXISTS
                   (SELECT 1
                      FROM TIMESHEET T
                     WHERE T.EMPNO   = E.EMPNO
                       AND T.WEEKEND = :WS-WEEKEND)
             ORDER BY 5, 3, E.LASTNAME, E.EMPNO
           END-EXEC.

      *    SUBMITTED TIMESHEETS NOT YET ACCEPTED BY THE DEADLINE, ONE
      *    LINE PER EMPLOYEE AND WEEK, BY MANAGER.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 COALESCE(D.MGRNO, ' '),
                 COALESCE(M.LASTNAME, ' '),
                 COALESCE(E.WORKDEPT, ' '),
                 T.EMPNO,
                 E.LASTNAME,
                 T.WEEKEND,
                 SUM(T.TSHOURS),
                 DAYS(DATE(:WS-WEEKEND)) - DAYS(T.WEEKEND)
             FROM TIMESHEET T
             INNER JOIN EMP E
                    ON E.EMPNO = T.EMPNO
             LEFT JOIN DEPT D
                    ON D.DEPTNO = E.WORKDEPT
             LEFT JOIN EMP M
                    ON M.EMPNO = D.MGRNO
             WHERE T.TSTATUS = 'S'
               AND T.WEEKEND <= DATE(:WS-WEEKEND)
                              - :WS-DEADLINE-DAYS DAYS
             GROUP BY COALESCE(D.MGRNO, ' '),
                      COALESCE(M.LASTNAME, ' '),
                      COALESCE(E.WORKDEPT, ' '),
                      T.EMPNO,
                      E.LASTNAME,
                      T.WEEKEND
             ORDER BY 1, 3, 5, 4, 6
           END-EXEC.

      *    ONE EMPLOYEE'S APPROVED LEAVE TOUCHING THE WEEK UNDER TEST.
      *    AN ENCASHMENT (LVPOLICY CLASS 'E') EXCUSES NO WEEK.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 R.FROMDATE,
                 R.TODATE
             FROM LEAVE_REQUEST R
             WHERE R.EMPNO    = :WS-EMPNO
               AND R.RSTATUS IN ('A', 'D')
               AND R.FROMDATE <= :WS-CHK-WEEKEND
               AND R.TODATE   >= :WS-CHK-START
               AND NOT EXISTS
                   (SELECT 1
                      FROM EMP EX
                      INNER JOIN LVPOLICY PX
                              ON PX.CURRCODE = EX.CURRCODE
                     WHERE EX.EMPNO  = R.EMPNO
                       AND PX.LTYPE  = R.LTYPE
                       AND PX.LCLASS = 'E')
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

             PERFORM 2000-PROCESS-MISSING
             THRU    2000-EXIT.

             PERFORM 3000-PROCESS-LATE
             THRU    3000-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE EXCPFILE.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE WEEK-ENDING CARD AND    *
      *                   WORK OUT THE FIRST DAY OF THE WEEK.          *
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

                MOVE CARDREC-WEEKEND TO WS-WEEKEND.

                IF WS-WK-YYYY NOT NUMERIC
                   OR WS-WK-MM NOT NUMERIC
                   OR WS-WK-DD NOT NUMERIC
                   OR WS-WK-SEP1 NOT = '-'
                   OR WS-WK-SEP2 NOT = '-'
                   DISPLAY '++ COBTSCHS - MISSING OR BAD WEEK CARD ++'
                   DISPLAY '++ COBTSCHS - ABORTING, WEEK-ENDING DATE '
                           'YYYY-MM-DD IS REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                IF CARDREC-DEADLINE NUMERIC
                   MOVE CARDREC-DEADLINE  TO WS-DEADLINE-DAYS
                END-IF.
                IF CARDREC-THRESHOLD NUMERIC
                   AND CARDREC-THRESHOLD > '00'
                   MOVE CARDREC-THRESHOLD TO WS-THRESHOLD
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-WEEKEND) - 6 DAYS, ISO)
                    INTO
                        :WS-WEEK-START
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBTSCHS - WEEK-ENDING DATE '
                                 WS-WEEKEND ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-WEEKEND TO WS-CHK-WEEKEND.
                PERFORM 2510-SET-CHK-YMD
                THRU    2510-EXIT.

                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-WEEKEND       = ' WS-WEEKEND.
                DISPLAY 'WS-WEEK-START    = ' WS-WEEK-START.
                DISPLAY 'WS-DEADLINE-DAYS = ' WS-DEADLINE-DAYS.
                DISPLAY 'WS-THRESHOLD     = ' WS-THRESHOLD.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS-MISSING - THE ASSIGNED EMPLOYEES WITH NO          *
      *                        TIMESHEET FOR THE WEEK                  *
      ******************************************************************
       2000-PROCESS-MISSING.

                MOVE 'MISSING TIMESHEETS - ASSIGNED, NOTHING ENTERED'
                                          TO WS-SEC-TEXT.
                PRINT WS-RPT-SECTION.
                ADD 1 TO WS-LINE-CTR.

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
      * 2200-FETCH-C1 - ONE EMPLOYEE WITHOUT A TIMESHEET. A WEEK OF    *
      *                 APPROVED LEAVE IS EXCUSED; OTHERWISE COUNT     *
      *                 THE RUN OF MISSING WEEKS AND LIST THEM UNDER   *
      *                 THEIR MANAGER.                                 *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-CURRCODE,
                          :WS-MGRNO,
                          :WS-MGRNAME
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

                ADD 1 TO WS-CAND-COUNT.

                MOVE WS-WEEKEND    TO WS-CHK-WEEKEND.
                MOVE WS-WEEK-START TO WS-CHK-START.
                PERFORM 2530-CHECK-LEAVE
                THRU    2530-EXIT.

                IF WEEK-EXCUSED
                   ADD 1 TO WS-EXCUSED-COUNT
                   GO TO 2200-EXIT
                END-IF.

                MOVE 1      TO WS-WEEKS-MISSING.
                MOVE 0      TO WS-LOOKBACK-CTR.
                MOVE SPACES TO LOOKBACK-SWITCH.
                PERFORM 2600-PRIOR-WEEK
                THRU    2600-EXIT
                UNTIL   LOOKBACK-DONE.

                IF FIRST-ROW
                   OR WS-MGRNO NOT = WS-PREV-MGRNO
                   MOVE 'N'      TO FIRST-ROW-SWITCH
                   MOVE WS-MGRNO TO WS-PREV-MGRNO
                   PERFORM 2400-PRINT-MANAGER
                   THRU    2400-EXIT
                END-IF.

                MOVE SPACES           TO WS-RPT-MISS-DETAIL.
                MOVE WS-WORKDEPT      TO WS-MDET-DEPT.
                MOVE WS-EMPNO         TO WS-MDET-EMPNO.
                MOVE WS-LASTNAME      TO WS-MDET-NAME.
                MOVE WS-WEEKS-MISSING TO WS-MDET-WEEKS.
                IF WS-WEEKS-MISSING NOT < WS-THRESHOLD
                   MOVE 'REPEAT OFFENDER'  TO WS-MDET-ACTION
                   ADD 1 TO WS-REPEAT-COUNT
                   PERFORM 2900-WRITE-EXCEPTION
                   THRU    2900-EXIT
                ELSE
                   MOVE 'CHASE'            TO WS-MDET-ACTION
                END-IF.

                PERFORM 2450-PRINT-LINE-CHECK
                THRU    2450-EXIT.
                PRINT WS-RPT-MISS-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                ADD 1 TO WS-MISSING-COUNT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-MANAGER - MANAGER BREAK LINE FOR EITHER LIST        *
      ******************************************************************
       2400-PRINT-MANAGER.
                PERFORM 2450-PRINT-LINE-CHECK
                THRU    2450-EXIT.

                IF WS-MGRNO = SPACES
                   MOVE '------'           TO WS-MGR-MGRNO
                   MOVE 'NO MANAGER'       TO WS-MGR-NAME
                ELSE
                   MOVE WS-MGRNO           TO WS-MGR-MGRNO
                   MOVE WS-MGRNAME         TO WS-MGR-NAME
                END-IF.

                PRINT WS-RPT-MGR-LINE.
                ADD 1 TO WS-LINE-CTR.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PRINT-LINE-CHECK - NEW PAGE WHEN THIS ONE IS FULL         *
      ******************************************************************
       2450-PRINT-LINE-CHECK.
                IF WS-LINE-CTR NOT < WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-SET-CHK-YMD - THE WEEK UNDER TEST'S ENDING DATE AS THE    *
      *                    YYMMDD NUMBER EMP_PROJ_ACT CARRIES          *
      ******************************************************************
       2510-SET-CHK-YMD.
                MOVE SPACES TO WS-CHK-YMD-X.
                STRING WS-CHK-WEEKEND (3:2)
                       WS-CHK-WEEKEND (6:2)
                       WS-CHK-WEEKEND (9:2)
                       DELIMITED BY SIZE
                  INTO WS-CHK-YMD-X.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2530-CHECK-LEAVE - IS THE WEEK UNDER TEST EXCUSED? IT IS WHEN  *
      *                    IT HAS NO BUSINESS DAYS ON THE EMPLOYEE'S   *
      *                    SUBSIDIARY CALENDAR, OR WHEN APPROVED LEAVE *
      *                    COVERS ALL OF THEM.                         *
      ******************************************************************
       2530-CHECK-LEAVE.
                MOVE SPACES         TO EXCUSED-SWITCH.
                MOVE 0              TO WS-LEAVE-BDAYS.

                MOVE WS-CHK-START   TO W-BDAY-FROM-DATE.
                MOVE WS-CHK-WEEKEND TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE    TO W-BDAY-CURR.
                MOVE WS-EMPNO       TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
                MOVE W-BDAY-COUNT   TO WS-WEEK-BDAYS.

                IF WS-WEEK-BDAYS NOT > 0
                   MOVE 'Y' TO EXCUSED-SWITCH
                   GO TO 2530-EXIT
                END-IF.

                MOVE SPACES TO END-OF-C3-SWITCH.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2540-FETCH-C3
                THRU    2540-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-LEAVE-BDAYS NOT < WS-WEEK-BDAYS
                   MOVE 'Y' TO EXCUSED-SWITCH
                END-IF.
       2530-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2540-FETCH-C3 - ONE APPROVED REQUEST; COUNT THE BUSINESS DAYS  *
      *                 IT COVERS INSIDE THE WEEK.                     *
      ******************************************************************
       2540-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-REQ-FROMDATE,
                          :WS-REQ-TODATE
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

                IF END-OF-C3
                   GO TO 2540-EXIT
                END-IF.

                IF WS-REQ-FROMDATE < WS-CHK-START
                   MOVE WS-CHK-START    TO W-BDAY-FROM-DATE
                ELSE
                   MOVE WS-REQ-FROMDATE TO W-BDAY-FROM-DATE
                END-IF.
                IF WS-REQ-TODATE > WS-CHK-WEEKEND
                   MOVE WS-CHK-WEEKEND  TO W-BDAY-TO-DATE
                ELSE
                   MOVE WS-REQ-TODATE   TO W-BDAY-TO-DATE
                END-IF.
                MOVE WS-CURRCODE        TO W-BDAY-CURR.
                MOVE WS-EMPNO           TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
                ADD W-BDAY-COUNT TO WS-LEAVE-BDAYS.
       2540-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRIOR-WEEK - STEP BACK ONE WEEK FOR THE CONSECUTIVE       *
      *                   COUNT. THE RUN ENDS AT A WEEK THE EMPLOYEE   *
      *                   WAS NOT ASSIGNED OR DID ENTER A TIMESHEET    *
      *                   FOR; A WEEK OF APPROVED LEAVE NEITHER COUNTS *
      *                   NOR BREAKS IT.                               *
      ******************************************************************
       2600-PRIOR-WEEK.
                ADD 1 TO WS-LOOKBACK-CTR.
                IF WS-LOOKBACK-CTR > WS-MAX-LOOKBACK
                   MOVE 'Y' TO LOOKBACK-SWITCH
                   GO TO 2600-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-CHK-WEEKEND) - 7 DAYS, ISO),
                        CHAR(DATE(:WS-CHK-WEEKEND) - 13 DAYS, ISO)
                    INTO
                        :WS-PRV-WEEKEND,
                        :WS-PRV-START
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE WS-PRV-WEEKEND TO WS-CHK-WEEKEND.
                MOVE WS-PRV-START   TO WS-CHK-START.
                PERFORM 2510-SET-CHK-YMD
                THRU    2510-EXIT.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-ROW-COUNT
                    FROM EMP_PROJ_ACT A
                    WHERE A.EMPNO       = :WS-EMPNO
                      AND A.ESTARTDATE <= :WS-CHK-YMD
                      AND (A.EENDDATE IS NULL
                           OR A.EENDDATE = 0
                           OR A.EENDDATE >= :WS-CHK-YMD)
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-ROW-COUNT = 0
                   MOVE 'Y' TO LOOKBACK-SWITCH
                   GO TO 2600-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-ROW-COUNT
                    FROM TIMESHEET T
                    WHERE T.EMPNO   = :WS-EMPNO
                      AND T.WEEKEND = :WS-CHK-WEEKEND
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-ROW-COUNT > 0
                   MOVE 'Y' TO LOOKBACK-SWITCH
                   GO TO 2600-EXIT
                END-IF.

                PERFORM 2530-CHECK-LEAVE
                THRU    2530-EXIT.

                IF NOT WEEK-EXCUSED
                   ADD 1 TO WS-WEEKS-MISSING
                END-IF.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-EXCEPTION - APPEND THE REPEAT OFFENDER JUST PRINTED *
      *                        TO THE SHARED EXCPFILE FOR THE COBEXHUB *
      *                        CONSOLIDATED DAILY REPORT. THE AMOUNT   *
      *                        IS THE CONSECUTIVE WEEKS MISSING.       *
      ******************************************************************
       2900-WRITE-EXCEPTION.
                MOVE 'COBTSCHS'          TO EXCP-PROGRAM-ID.
                MOVE 'TIMESHEET MISSING' TO EXCP-TYPE.
                MOVE SPACES              TO EXCP-KEY.
                STRING WS-EMPNO ' ' WS-WEEKEND
                       DELIMITED BY SIZE
                  INTO EXCP-KEY.
                MOVE WS-WEEKS-MISSING    TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE         TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME         TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE WITH *
      *                      THE COLUMNS OF THE LIST BEING PRINTED     *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-WEEKEND       TO WS-STAMP-WEEKEND.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                IF LATE-SECTION
                   PRINT WS-RPT-LATE-COLUMNS
                ELSE
                   PRINT WS-RPT-MISS-COLUMNS
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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE RUN                        *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-MISSING-COUNT TO WS-SUM-MISSING.
                MOVE WS-REPEAT-COUNT  TO WS-SUM-REPEAT.
                MOVE WS-EXCUSED-COUNT TO WS-SUM-EXCUSED.
                MOVE WS-LATE-COUNT    TO WS-SUM-LATE.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PROCESS-LATE - SUBMITTED TIMESHEETS STILL WAITING FOR     *
      *                     ACCEPTANCE PAST THE DEADLINE, ON A NEW     *
      *                     PAGE                                       *
      ******************************************************************
       3000-PROCESS-LATE.

                MOVE 'L' TO SECTION-SWITCH.
                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.
                PERFORM 2150-PRINT-HEADERS
                THRU    2150-EXIT.

                MOVE 'SUBMITTED TIMESHEETS NOT ACCEPTED BY THE DEADLINE'
                                          TO WS-SEC-TEXT.
                PRINT WS-RPT-SECTION.
                ADD 1 TO WS-LINE-CTR.

                MOVE 'Y'    TO FIRST-ROW-SWITCH.
                MOVE SPACES TO WS-PREV-MGRNO.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 3200-FETCH-C2
                THRU    3200-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-C2 - ONE EMPLOYEE-WEEK AWAITING ACCEPTANCE          *
      ******************************************************************
       3200-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-MGRNO,
                          :WS-MGRNAME,
                          :WS-WORKDEPT,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-TS-WEEKEND,
                          :WS-TS-HOURS,
                          :WS-DAYS-LATE
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
                   GO TO 3200-EXIT
                END-IF.

                IF FIRST-ROW
                   OR WS-MGRNO NOT = WS-PREV-MGRNO
                   MOVE 'N'      TO FIRST-ROW-SWITCH
                   MOVE WS-MGRNO TO WS-PREV-MGRNO
                   PERFORM 2400-PRINT-MANAGER
                   THRU    2400-EXIT
                END-IF.

                MOVE SPACES           TO WS-RPT-LATE-DETAIL.
                MOVE WS-WORKDEPT      TO WS-LDET-DEPT.
                MOVE WS-EMPNO         TO WS-LDET-EMPNO.
                MOVE WS-LASTNAME      TO WS-LDET-NAME.
                MOVE WS-TS-WEEKEND    TO WS-LDET-WEEKEND.
                MOVE WS-TS-HOURS      TO WS-LDET-HOURS.
                MOVE WS-DAYS-LATE     TO WS-LDET-DAYS.

                PERFORM 2450-PRINT-LINE-CHECK
                THRU    2450-EXIT.
                PRINT WS-RPT-LATE-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                ADD 1 TO WS-LATE-COUNT.
       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) FOR THE COBRUNRP           *
      *                      OPERATIONS REPORT.                        *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBTSCHS'       TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE      TO RUNH-START-DATE.
                MOVE WS-RUN-TIME      TO RUNH-START-TIME.
                MOVE WS-END-DATE      TO RUNH-END-DATE.
                MOVE WS-END-TIME      TO RUNH-END-TIME.
                MOVE WS-CAND-COUNT    TO RUNH-READ-COUNT.
                MOVE WS-REPEAT-COUNT  TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE      TO RUNH-RETURN-CODE.
                MOVE 'C'              TO RUNH-STATUS.
                MOVE SPACES           TO RUNH-PERIOD.

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
