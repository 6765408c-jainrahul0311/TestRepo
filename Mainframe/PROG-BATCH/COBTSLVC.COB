      *-----------------------------------------------------------------
      *     COBTSLVC - TIMESHEET AGAINST APPROVED LEAVE RECONCILIATION.
      *                FOR EACH WEEK-ENDING DATE IN THE CARD RANGE,
      *                SETS EACH EMPLOYEE'S ACCEPTED AND POSTED
      *                TIMESHEET HOURS AGAINST THE BUSINESS DAYS OF THE
      *                WEEK (CPBDAYS, ON THE EMPLOYEE'S SUBSIDIARY
      *                CALENDAR) COVERED BY APPROVED LEAVE_REQUEST
      *                ROWS. A WEEK WHERE THE HOURS WORKED PLUS THE
      *                LEAVE HOURS EXCEED THE WEEK'S CAPACITY - ITS
      *                BUSINESS DAYS AT THE HR_CONTROL 'DAYHOURS' DAY -
      *                MEANS A PROJECT WAS CHARGED FOR TIME THE
      *                EMPLOYEE WAS ALSO PAID LEAVE FOR. EACH SUCH WEEK
      *                IS PRINTED AND WRITTEN TO EXCPFILE FOR THE
      *                COBEXHUB MORNING REPORT WITH THE EXCESS HOURS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBTSLVC.
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
               RECORD CONTAINS 20 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
      *        ** FIRST AND LAST WEEK-ENDING DATES (YYYY-MM-DD) TO
      *        ** RECONCILE. A BLANK LAST DATE MEANS THE ONE WEEK.
           05  CARDREC-FROM-WEEK      PIC X(10).
           05  CARDREC-TO-WEEK        PIC X(10).

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
       01  WS-SQLCODE             PIC 9(9).

       01  WS-FROM-WEEK           PIC X(10).
       01  WS-TO-WEEK             PIC X(10).
       01  WS-CARD-DATE           PIC X(10).
       01  WS-CARD-DATE-R REDEFINES WS-CARD-DATE.
           05 WS-CD-YYYY          PIC X(4).
           05 WS-CD-SEP1          PIC X(1).
           05 WS-CD-MM            PIC X(2).
           05 WS-CD-SEP2          PIC X(1).
           05 WS-CD-DD            PIC X(2).
       01  WS-DAY-HOURS-AMT       PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DAY-HOURS           PIC S9(3)      USAGE COMP-3
                                                 VALUE 8.

       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-CURRCODE            PIC X(3).
       01  WS-WEEKEND             PIC X(10).
       01  WS-WEEK-START          PIC X(10).
       01  WS-TS-HOURS            PIC S9(5)      USAGE COMP-3.

       01  WS-REQ-FROMDATE        PIC X(10).
       01  WS-REQ-TODATE          PIC X(10).

       01  WS-WEEK-BDAYS          PIC S9(4)      USAGE COMP.
       01  WS-LEAVE-BDAYS         PIC S9(4)      USAGE COMP.
       01  WS-CAPACITY-HRS        PIC S9(5)      USAGE COMP-3.
       01  WS-LEAVE-HRS           PIC S9(5)      USAGE COMP-3.
       01  WS-EXCESS-HRS          PIC S9(5)      USAGE COMP-3.

       01  WS-WEEK-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-CONFLICT-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-EXCESS-TOTAL        PIC S9(7)     USAGE COMP-3
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
                VALUE 'TIMESHEET AGAINST APPROVED LEAVE CONFLICTS'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'WEEKS: '.
           10 WS-STAMP-FROM       PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-STAMP-TO         PIC X(10).
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

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(12)  VALUE 'WEEK-ENDING'.
           10 WS-COL2             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL3             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL4             PIC X(17)  VALUE 'NAME'.
           10 WS-COL5             PIC X(7)   VALUE 'BDAYS'.
           10 WS-COL6             PIC X(7)   VALUE 'LEAVE'.
           10 WS-COL7             PIC X(10)  VALUE 'CAPACITY'.
           10 WS-COL8             PIC X(8)   VALUE 'WORKED'.
           10 WS-COL9             PIC X(10)  VALUE 'LEAVE HRS'.
           10 WS-COL10            PIC X(8)   VALUE 'EXCESS'.
           10 FILLER              PIC X(20).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-WEEKEND      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(3).
           10 WS-DET-BDAYS        PIC 9.
           10 FILLER              PIC X(6).
           10 WS-DET-LVDAYS       PIC 9.
           10 FILLER              PIC X(5).
           10 WS-DET-CAPACITY     PIC ZZZ9.
           10 FILLER              PIC X(4).
           10 WS-DET-WORKED       PIC ZZZ9.
           10 FILLER              PIC X(6).
           10 WS-DET-LVHRS        PIC ZZZ9.
           10 FILLER              PIC X(4).
           10 WS-DET-EXCESS       PIC ZZZ9.
           10 FILLER              PIC X(24).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(30)  VALUE
                'EMPLOYEE-WEEKS WITH LEAVE:    '.
           10 WS-SUM-WEEKS        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE
                'CONFLICTS:  '.
           10 WS-SUM-CONFLICTS    PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'EXCESS HOURS:  '.
           10 WS-SUM-EXCESS       PIC ZZZZZZ9.
           10 FILLER              PIC X(32)  VALUE SPACES.

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

                EXEC SQL INCLUDE TIMESHT
                END-EXEC.

                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE LVPOLICY
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EACH EMPLOYEE-WEEK IN THE RANGE WITH ACCEPTED OR POSTED
      *    HOURS AND AT LEAST ONE APPROVED REQUEST TOUCHING THE WEEK.
      *    A SUBMITTED ENTRY IS NOT YET CHARGED AND IS LEFT OUT.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 T.EMPNO,
                 E.LASTNAME,
                 COALESCE(E.WORKDEPT, ' '),
                 E.CURRCODE,
                 T.WEEKEND,
                 CHAR(T.WEEKEND - 6 DAYS, ISO),
                 SUM(T.TSHOURS)
             FROM TIMESHEET T
             INNER JOIN EMP E
                    ON E.EMPNO = T.EMPNO
             WHERE T.TSTATUS IN ('A', 'P')
               AND T.WEEKEND BETWEEN :WS-FROM-WEEK
                                 AND :WS-TO-WEEK
               AND EXISTS
                   (SELECT 1
                      FROM LEAVE_REQUEST R
                     WHERE R.EMPNO    = T.EMPNO
                       AND R.RSTATUS IN ('A', 'D')
                       AND R.FROMDATE <= T.WEEKEND
                       AND R.TODATE   >= T.WEEKEND - 6 DAYS
                       AND NOT EXISTS
                           (SELECT 1
                              FROM LVPOLICY PX
                             WHERE PX.CURRCODE = E.CURRCODE
                               AND PX.LTYPE    = R.LTYPE
                               AND PX.LCLASS   = 'E'))
             GROUP BY T.WEEKEND,
                      COALESCE(E.WORKDEPT, ' '),
                      T.EMPNO,
                      E.LASTNAME,
                      E.CURRCODE
             ORDER BY 5, 3, 1
           END-EXEC.

      *    ONE EMPLOYEE'S APPROVED LEAVE TOUCHING THE WEEK. AN
      *    ENCASHMENT (LVPOLICY CLASS 'E') IS NOT TIME OFF.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 R.FROMDATE,
                 R.TODATE
             FROM LEAVE_REQUEST R
             WHERE R.EMPNO    = :WS-EMPNO
               AND R.RSTATUS IN ('A', 'D')
               AND R.FROMDATE <= :WS-WEEKEND
               AND R.TODATE   >= :WS-WEEK-START
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

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

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
      * 1000-INITIALIZE - GET AND VALIDATE THE WEEK RANGE CARD AND THE *
      *                   LENGTH OF THE WORKING DAY.                   *
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

                MOVE CARDREC-FROM-WEEK TO WS-FROM-WEEK.
                IF CARDREC-TO-WEEK = SPACES
                   MOVE CARDREC-FROM-WEEK TO WS-TO-WEEK
                ELSE
                   MOVE CARDREC-TO-WEEK   TO WS-TO-WEEK
                END-IF.

                MOVE WS-FROM-WEEK TO WS-CARD-DATE.
                PERFORM 1050-CHECK-CARD-DATE
                THRU    1050-EXIT.
                MOVE WS-TO-WEEK   TO WS-CARD-DATE.
                PERFORM 1050-CHECK-CARD-DATE
                THRU    1050-EXIT.

                IF WS-TO-WEEK < WS-FROM-WEEK
                   DISPLAY '++ COBTSLVC - LAST WEEK IS BEFORE THE '
                           'FIRST ON THE CARD ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                PERFORM 1100-GET-DAY-HOURS
                THRU    1100-EXIT.

                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-FROM-WEEK   = ' WS-FROM-WEEK.
                DISPLAY 'WS-TO-WEEK     = ' WS-TO-WEEK.
                DISPLAY 'WS-DAY-HOURS   = ' WS-DAY-HOURS.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1050-CHECK-CARD-DATE - ONE CARD DATE MUST BE YYYY-MM-DD        *
      ******************************************************************
       1050-CHECK-CARD-DATE.
                IF WS-CD-YYYY NOT NUMERIC
                   OR WS-CD-MM NOT NUMERIC
                   OR WS-CD-DD NOT NUMERIC
                   OR WS-CD-SEP1 NOT = '-'
                   OR WS-CD-SEP2 NOT = '-'
                   DISPLAY '++ COBTSLVC - MISSING OR BAD WEEK CARD ++'
                   DISPLAY '++ COBTSLVC - ABORTING, WEEK-ENDING DATES '
                           'YYYY-MM-DD ARE REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.
       1050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-GET-DAY-HOURS - THE HR_CONTROL 'DAYHOURS' WORKING DAY     *
      ******************************************************************
       1100-GET-DAY-HOURS.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-DAY-HOURS-AMT
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'DAYHOURS'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-DAY-HOURS-AMT TO WS-DAY-HOURS
                    WHEN +100
                         MOVE 8 TO WS-DAY-HOURS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - ONE EMPLOYEE-WEEK AT A TIME                     *
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
      * 2200-FETCH-C1 - ONE EMPLOYEE-WEEK: THE WEEK'S BUSINESS DAYS,   *
      *                 THE DAYS OF IT ON APPROVED LEAVE, AND THE      *
      *                 HOURS BOOKED BESIDES.                          *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-CURRCODE,
                          :WS-WEEKEND,
                          :WS-WEEK-START,
                          :WS-TS-HOURS
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

                ADD 1 TO WS-WEEK-COUNT.

                MOVE WS-WEEK-START  TO W-BDAY-FROM-DATE.
                MOVE WS-WEEKEND     TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE    TO W-BDAY-CURR.
                MOVE WS-EMPNO       TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
                MOVE W-BDAY-COUNT   TO WS-WEEK-BDAYS.

                MOVE 0      TO WS-LEAVE-BDAYS.
                MOVE SPACES TO END-OF-C2-SWITCH.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2300-FETCH-C2
                THRU    2300-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-LEAVE-BDAYS > WS-WEEK-BDAYS
                   MOVE WS-WEEK-BDAYS TO WS-LEAVE-BDAYS
                END-IF.

                COMPUTE WS-CAPACITY-HRS = WS-WEEK-BDAYS  * WS-DAY-HOURS.
                COMPUTE WS-LEAVE-HRS    = WS-LEAVE-BDAYS * WS-DAY-HOURS.
                COMPUTE WS-EXCESS-HRS   = WS-TS-HOURS + WS-LEAVE-HRS
                                        - WS-CAPACITY-HRS.

                IF WS-EXCESS-HRS > 0
                   PERFORM 2400-PRINT-CONFLICT
                   THRU    2400-EXIT
                   PERFORM 2900-WRITE-EXCEPTION
                   THRU    2900-EXIT
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-FETCH-C2 - ONE APPROVED REQUEST; COUNT THE BUSINESS DAYS  *
      *                 IT COVERS INSIDE THE WEEK.                     *
      ******************************************************************
       2300-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-REQ-FROMDATE,
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

                IF END-OF-C2
                   GO TO 2300-EXIT
                END-IF.

                IF WS-REQ-FROMDATE < WS-WEEK-START
                   MOVE WS-WEEK-START   TO W-BDAY-FROM-DATE
                ELSE
                   MOVE WS-REQ-FROMDATE TO W-BDAY-FROM-DATE
                END-IF.
                IF WS-REQ-TODATE > WS-WEEKEND
                   MOVE WS-WEEKEND      TO W-BDAY-TO-DATE
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
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-CONFLICT - ONE OVER-BOOKED WEEK ON THE REPORT       *
      ******************************************************************
       2400-PRINT-CONFLICT.
                IF WS-LINE-CTR NOT < WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.

                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE WS-WEEKEND      TO WS-DET-WEEKEND.
                MOVE WS-WORKDEPT     TO WS-DET-DEPT.
                MOVE WS-EMPNO        TO WS-DET-EMPNO.
                MOVE WS-LASTNAME     TO WS-DET-NAME.
                MOVE WS-WEEK-BDAYS   TO WS-DET-BDAYS.
                MOVE WS-LEAVE-BDAYS  TO WS-DET-LVDAYS.
                MOVE WS-CAPACITY-HRS TO WS-DET-CAPACITY.
                MOVE WS-TS-HOURS     TO WS-DET-WORKED.
                MOVE WS-LEAVE-HRS    TO WS-DET-LVHRS.
                MOVE WS-EXCESS-HRS   TO WS-DET-EXCESS.
                PRINT WS-RPT-DETAIL.

                ADD 1 TO WS-LINE-CTR.
                ADD 1 TO WS-CONFLICT-COUNT.
                ADD WS-EXCESS-HRS TO WS-EXCESS-TOTAL.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-EXCEPTION - APPEND THE CONFLICT JUST PRINTED TO THE *
      *                        SHARED EXCPFILE FOR THE COBEXHUB        *
      *                        CONSOLIDATED DAILY REPORT. THE AMOUNT   *
      *                        IS THE EXCESS HOURS.                    *
      ******************************************************************
       2900-WRITE-EXCEPTION.
                MOVE 'COBTSLVC'          TO EXCP-PROGRAM-ID.
                MOVE 'TIMESHEET LEAVE CONFLICT'
                                         TO EXCP-TYPE.
                MOVE SPACES              TO EXCP-KEY.
                STRING WS-EMPNO ' ' WS-WEEKEND
                       DELIMITED BY SIZE
                  INTO EXCP-KEY.
                MOVE WS-EXCESS-HRS       TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE         TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME         TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-FROM-WEEK     TO WS-STAMP-FROM.
                MOVE WS-TO-WEEK       TO WS-STAMP-TO.

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
                MOVE WS-WEEK-COUNT     TO WS-SUM-WEEKS.
                MOVE WS-CONFLICT-COUNT TO WS-SUM-CONFLICTS.
                MOVE WS-EXCESS-TOTAL   TO WS-SUM-EXCESS.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
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

                MOVE 'COBTSLVC'        TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE       TO RUNH-START-DATE.
                MOVE WS-RUN-TIME       TO RUNH-START-TIME.
                MOVE WS-END-DATE       TO RUNH-END-DATE.
                MOVE WS-END-TIME       TO RUNH-END-TIME.
                MOVE WS-WEEK-COUNT     TO RUNH-READ-COUNT.
                MOVE WS-CONFLICT-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE       TO RUNH-RETURN-CODE.
                MOVE 'C'               TO RUNH-STATUS.
                MOVE SPACES            TO RUNH-PERIOD.

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
