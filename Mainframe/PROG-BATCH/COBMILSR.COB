      *-----------------------------------------------------------------
      *     COBMILSR - MONTHLY PROJECT MILESTONE SLIPPAGE REPORT. AS
      *                AT THE END OF THE MONTH (YYYYMM) ON THE CONTROL
      *                CARD, LISTS EVERY PROJMILE MILESTONE THAT IS
      *                OVERDUE (OPEN, FORECAST DATE PASSED), HAS BEEN
      *                RE-FORECAST AWAY FROM ITS BASELINE, OR WAS
      *                COMPLETED IN THE MONTH LATER THAN BASELINE,
      *                WITH ITS SLIP IN DAYS AGAINST BASELINE - FOR AN
      *                OVERDUE MILESTONE THE SLIP RUNS TO THE MONTH
      *                END, SO IT GROWS EVERY MONTH IT STAYS OPEN. AN
      *                OPEN MILESTONE FORECAST PAST ITS PROJECT'S
      *                PROJ_ENDDATE IS LISTED AND FLAGGED WHATEVER ELSE
      *                IS TRUE OF IT, SO A PROJECT RUNNING LATE SHOWS
      *                UP BEFORE COBPRCLS CLOSES IT ON THE ORIGINAL END
      *                DATE. MILESTONES ARE ROLLED UP UNDER THEIR
      *                CTRLPROJ MASTER THE WAY COBCTLRP GROUPS ITS
      *                FAMILIES - A PROJECT WITH NO MASTER (OR ONE NOT
      *                ON FILE) IS ITS OWN FAMILY - AND A FAMILY WHOSE
      *                LATEST FORECAST RUNS PAST THE MASTER'S END DATE
      *                IS FLAGGED ON ITS TOTAL LINE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMILSR.
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
       77  PROJ-PAST-END-SWITCH   PIC X          VALUE  SPACES.
               88  PROJ-PAST-END                 VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).

      *    ONE MILESTONE FROM C1
       01  WS-FAMILY              PIC X(6).
       01  WS-FAM-NAME            PIC X(24).
       01  WS-FAM-MST-END         PIC X(10).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-PROJ-END            PIC X(10).
       01  WS-MILE-NO             PIC S9(4)      USAGE COMP.
       01  WS-MILE-NAME           PIC X(30).
       01  WS-OWNER               PIC X(6).
       01  WS-BASE-DATE           PIC X(10).
       01  WS-FCST-DATE           PIC X(10).
       01  WS-ACT-DATE            PIC X(10).
       01  WS-FCST-COUNT          PIC S9(4)      USAGE COMP.
       01  WS-SLIP-DAYS           PIC S9(9)      USAGE COMP.
       01  WS-DUE-DATE            PIC X(10).

      *    THE FAMILY BEING ROLLED UP
       01  WS-PREV-FAMILY         PIC X(6)      VALUE SPACES.
       01  WS-PREV-PROJ-NO        PIC X(6)      VALUE SPACES.
       01  WS-CUR-MST-END         PIC X(10).
       01  WS-FAM-MILES           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FAM-OVERDUE         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FAM-REFCST          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FAM-WORST           PIC S9(9)      USAGE COMP  VALUE 0.
       01  WS-FAM-LATEST          PIC X(10)     VALUE LOW-VALUES.

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-FAMILY-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-OVERDUE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REFCST-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LATE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-PAST-END-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FAM-PAST-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'PROJECT MILESTONE SLIPPAGE REPORT'.
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
           10 FILLER              PIC X(6).
           10 WS-COL1             PIC X(8)   VALUE 'PROJECT'.
           10 WS-COL2             PIC X(5)   VALUE 'NO'.
           10 WS-COL3             PIC X(32)  VALUE 'MILESTONE'.
           10 WS-COL4             PIC X(8)   VALUE 'OWNER'.
           10 WS-COL5             PIC X(12)  VALUE 'BASELINE'.
           10 WS-COL6             PIC X(12)  VALUE 'FCST/ACTUAL'.
           10 WS-COL7             PIC X(7)   VALUE 'SLIP'.
           10 WS-COL8             PIC X(4)   VALUE 'RF'.
           10 WS-COL9             PIC X(16)  VALUE 'STATUS'.
           10 WS-COL10            PIC X(16)  VALUE 'PROJECT END'.
           10 FILLER              PIC X(6).

       01  WS-RPT-FAMILY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE 'MASTER PROJECT: '.
           10 WS-FAM-PROJ         PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-FAM-PROJ-NAME    PIC X(24).
           10 FILLER              PIC X(7)   VALUE '  ENDS '.
           10 WS-FAM-END          PIC X(10).
           10 FILLER              PIC X(64)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(6).
           10 WS-DET-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-MILE-NO      PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-MILE-NAME    PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-DET-OWNER        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-BASE         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-DUE          PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-SLIP         PIC ZZZZ9-.
           10 FILLER              PIC X(1).
           10 WS-DET-FCST-COUNT   PIC ZZ9.
           10 FILLER              PIC X(1).
           10 WS-DET-STATUS       PIC X(15).
           10 FILLER              PIC X(1).
           10 WS-DET-END-FLAG     PIC X(16).
           10 FILLER              PIC X(5).

       01  WS-RPT-FAM-TOTAL.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE 'MILESTONES: '.
           10 WS-FT-MILES         PIC ZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  OVERDUE: '.
           10 WS-FT-OVERDUE       PIC ZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  RE-FORECAST: '.
           10 WS-FT-REFCST        PIC ZZZZ9.
           10 FILLER              PIC X(14)  VALUE '  WORST SLIP: '.
           10 WS-FT-WORST         PIC ZZZZ9-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-FT-FLAG          PIC X(32).
           10 FILLER              PIC X(19)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'FAMILIES: '.
           10 WS-SUM-FAMILIES     PIC ZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  OVERDUE: '.
           10 WS-SUM-OVERDUE      PIC ZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  RE-FORECAST: '.
           10 WS-SUM-REFCST       PIC ZZZZ9.
           10 FILLER              PIC X(18)  VALUE
                '  COMPLETED LATE: '.
           10 WS-SUM-LATE         PIC ZZZZ9.
           10 FILLER              PIC X(23)  VALUE
                '  PROJECTS PAST END:   '.
           10 WS-SUM-PAST-END     PIC ZZZZ9.
           10 FILLER              PIC X(23)  VALUE
                '  FAMILIES PAST END:   '.
           10 WS-SUM-FAM-PAST     PIC ZZZZ9.
           10 FILLER              PIC X(4)   VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'NO OVERDUE, RE-FORECAST OR LATE MILESTONES'.
           10 FILLER              PIC X(76)  VALUE SPACES.

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

                EXEC SQL INCLUDE PROJECT
                END-EXEC.

                EXEC SQL INCLUDE PROJMILE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE MILESTONES TO REPORT, EACH UNDER ITS FAMILY: THE
      *    CTRLPROJ MASTER WHERE ONE IS ON FILE, ELSE THE PROJECT
      *    ITSELF. THE SLIP IS COUNTED FROM BASELINE TO THE ACTUAL
      *    DATE, OR TO THE FORECAST - NEVER EARLIER THAN THE MONTH
      *    END FOR A MILESTONE STILL OPEN.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 CASE WHEN C.PROJ_NO IS NULL
                        OR C.PROJ_NO = P.PROJ_NO
                      THEN P.PROJ_NO ELSE C.PROJ_NO END,
                 CASE WHEN C.PROJ_NO IS NULL
                        OR C.PROJ_NO = P.PROJ_NO
                      THEN P.PROJ_NAME ELSE C.PROJ_NAME END,
                 COALESCE(CHAR(CASE WHEN C.PROJ_NO IS NULL
                                      OR C.PROJ_NO = P.PROJ_NO
                                    THEN P.PROJ_ENDDATE
                                    ELSE C.PROJ_ENDDATE END, ISO),
                          ' '),
                 M.PROJ_NO,
                 COALESCE(CHAR(P.PROJ_ENDDATE, ISO), ' '),
                 M.MILE_NO,
                 M.MILE_NAME,
                 M.OWNER,
                 CHAR(M.BASE_DATE, ISO),
                 CHAR(M.FCST_DATE, ISO),
                 COALESCE(CHAR(M.ACT_DATE, ISO), ' '),
                 M.FCST_COUNT,
                 DAYS(COALESCE(M.ACT_DATE,
                        CASE WHEN M.FCST_DATE < DATE(:WS-PERIOD-END)
                             THEN DATE(:WS-PERIOD-END)
                             ELSE M.FCST_DATE END))
                   - DAYS(M.BASE_DATE)
             FROM PROJMILE M
             INNER JOIN PROJECT P
                     ON P.PROJ_NO = M.PROJ_NO
             LEFT JOIN PROJECT C
                    ON C.PROJ_NO = P.CTRLPROJ
             WHERE (M.ACT_DATE IS NULL
                    AND (M.FCST_DATE <= :WS-PERIOD-END
                         OR M.FCST_DATE <> M.BASE_DATE
                         OR M.FCST_DATE > P.PROJ_ENDDATE))
                OR (M.ACT_DATE BETWEEN :WS-PERIOD-START
                                   AND :WS-PERIOD-END
                    AND M.ACT_DATE > M.BASE_DATE)
             ORDER BY 1, M.PROJ_NO, M.MILE_NO
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

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE MONTH CARD              *
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
                   OR WS-PERIOD-MM > 12
                   DISPLAY '++ COBMILSR - MISSING OR BAD MONTH CARD ++'
                   DISPLAY '++ COBMILSR - ABORTING, CALENDAR MONTH '
                           'YYYYMM IS REQUIRED ++'
                   GOBACK
                END-IF.

                PERFORM 1100-CALC-PERIOD
                THRU    1100-EXIT.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE MONTH START AND END DATES FROM    *
      *                    THE YYYYMM CARD, INCLUDING THE GREGORIAN    *
      *                    LEAP-YEAR RULE FOR FEBRUARY, SO THE MONTH   *
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
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

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

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                IF NOT FIRST-ROW
                   PERFORM 2400-FAMILY-TOTAL
                   THRU    2400-EXIT
                ELSE
                   PRINT WS-RPT-NOTHING
                   ADD 1 TO WS-LINE-CTR
                END-IF.

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

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE MILESTONE UNDER ITS FAMILY                 *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-FAMILY,
                          :WS-FAM-NAME,
                          :WS-FAM-MST-END,
                          :WS-PROJ-NO,
                          :WS-PROJ-END,
                          :WS-MILE-NO,
                          :WS-MILE-NAME,
                          :WS-OWNER,
                          :WS-BASE-DATE,
                          :WS-FCST-DATE,
                          :WS-ACT-DATE,
                          :WS-FCST-COUNT,
                          :WS-SLIP-DAYS
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-FAMILY NOT = WS-PREV-FAMILY
                   IF NOT FIRST-ROW
                      PERFORM 2400-FAMILY-TOTAL
                      THRU    2400-EXIT
                   END-IF
                   MOVE 'N' TO FIRST-ROW-SWITCH
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE 0            TO WS-FAM-MILES
                   MOVE 0            TO WS-FAM-OVERDUE
                   MOVE 0            TO WS-FAM-REFCST
                   MOVE 0            TO WS-FAM-WORST
                   MOVE LOW-VALUES   TO WS-FAM-LATEST
                   MOVE WS-FAMILY    TO WS-PREV-FAMILY
                   MOVE WS-FAM-MST-END TO WS-CUR-MST-END
                   MOVE WS-FAMILY    TO WS-FAM-PROJ
                   MOVE WS-FAM-NAME  TO WS-FAM-PROJ-NAME
                   MOVE WS-FAM-MST-END TO WS-FAM-END
                   PRINT WS-RPT-FAMILY
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                IF WS-PROJ-NO NOT = WS-PREV-PROJ-NO
                   MOVE WS-PROJ-NO TO WS-PREV-PROJ-NO
                   MOVE SPACES     TO PROJ-PAST-END-SWITCH
                END-IF.

                PERFORM 2300-PRINT-MILESTONE
                THRU    2300-EXIT.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-PRINT-MILESTONE - CLASSIFY, FLAG AND PRINT ONE MILESTONE. *
      *                        A PROJECT IS COUNTED PAST ITS END ONCE, *
      *                        ON ITS FIRST MILESTONE THAT RUNS PAST.  *
      ******************************************************************
       2300-PRINT-MILESTONE.
                ADD 1 TO WS-FAM-MILES.

                IF WS-ACT-DATE NOT = SPACES
                   MOVE WS-ACT-DATE  TO WS-DUE-DATE
                ELSE
                   MOVE WS-FCST-DATE TO WS-DUE-DATE
                END-IF.

                EVALUATE TRUE
                    WHEN WS-ACT-DATE NOT = SPACES
                         MOVE 'COMPLETED LATE' TO WS-DET-STATUS
                         ADD 1 TO WS-LATE-COUNT
                    WHEN WS-FCST-DATE <= WS-PERIOD-END
                         MOVE 'OVERDUE'        TO WS-DET-STATUS
                         ADD 1 TO WS-FAM-OVERDUE
                         ADD 1 TO WS-OVERDUE-COUNT
                    WHEN WS-FCST-DATE NOT = WS-BASE-DATE
                         MOVE 'RE-FORECAST'    TO WS-DET-STATUS
                         ADD 1 TO WS-FAM-REFCST
                         ADD 1 TO WS-REFCST-COUNT
                    WHEN OTHER
                         MOVE 'ON BASELINE'    TO WS-DET-STATUS
                END-EVALUATE.

                MOVE SPACES TO WS-DET-END-FLAG.
                IF WS-ACT-DATE = SPACES
                   AND WS-PROJ-END NOT = SPACES
                   AND WS-FCST-DATE > WS-PROJ-END
                   MOVE 'PAST PROJECT END' TO WS-DET-END-FLAG
                   IF NOT PROJ-PAST-END
                      MOVE 'Y' TO PROJ-PAST-END-SWITCH
                      ADD 1 TO WS-PAST-END-COUNT
                   END-IF
                END-IF.

                IF WS-SLIP-DAYS > WS-FAM-WORST
                   MOVE WS-SLIP-DAYS TO WS-FAM-WORST
                END-IF.
                IF WS-ACT-DATE = SPACES
                   AND WS-FCST-DATE > WS-FAM-LATEST
                   MOVE WS-FCST-DATE TO WS-FAM-LATEST
                END-IF.

                MOVE WS-PROJ-NO      TO WS-DET-PROJ.
                MOVE WS-MILE-NO      TO WS-DET-MILE-NO.
                MOVE WS-MILE-NAME    TO WS-DET-MILE-NAME.
                MOVE WS-OWNER        TO WS-DET-OWNER.
                MOVE WS-BASE-DATE    TO WS-DET-BASE.
                MOVE WS-DUE-DATE     TO WS-DET-DUE.
                MOVE WS-SLIP-DAYS    TO WS-DET-SLIP.
                MOVE WS-FCST-COUNT   TO WS-DET-FCST-COUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-FAMILY-TOTAL - COUNTS AND WORST SLIP FOR THE FAMILY, AND  *
      *                     THE FLAG WHEN ITS LATEST OPEN FORECAST     *
      *                     RUNS PAST THE MASTER'S END DATE            *
      ******************************************************************
       2400-FAMILY-TOTAL.
                MOVE WS-FAM-MILES    TO WS-FT-MILES.
                MOVE WS-FAM-OVERDUE  TO WS-FT-OVERDUE.
                MOVE WS-FAM-REFCST   TO WS-FT-REFCST.
                MOVE WS-FAM-WORST    TO WS-FT-WORST.
                MOVE SPACES          TO WS-FT-FLAG.
                IF WS-FAM-LATEST NOT = LOW-VALUES
                   AND WS-CUR-MST-END NOT = SPACES
                   AND WS-FAM-LATEST > WS-CUR-MST-END
                   MOVE 'FAMILY FORECAST PAST MASTER END' TO WS-FT-FLAG
                   ADD 1 TO WS-FAM-PAST-COUNT
                END-IF.
                PRINT WS-RPT-FAM-TOTAL.
                ADD 1 TO WS-LINE-CTR.
       2400-EXIT.
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
                MOVE WS-FAMILY-COUNT   TO WS-SUM-FAMILIES.
                MOVE WS-OVERDUE-COUNT  TO WS-SUM-OVERDUE.
                MOVE WS-REFCST-COUNT   TO WS-SUM-REFCST.
                MOVE WS-LATE-COUNT     TO WS-SUM-LATE.
                MOVE WS-PAST-END-COUNT TO WS-SUM-PAST-END.
                MOVE WS-FAM-PAST-COUNT TO WS-SUM-FAM-PAST.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
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

                MOVE 'COBMILSR'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-READ-COUNT TO RUNH-READ-COUNT.
                MOVE 0             TO RUNH-WRITE-COUNT.
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
