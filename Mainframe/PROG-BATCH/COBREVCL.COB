      *-----------------------------------------------------------------
      *     COBREVCL - PERFORMANCE REVIEW CALIBRATION REPORT. RUN FOR
      *                THE REVIEW_CYCLE YEAR ON THE CONTROL CARD
      *                (YYYY). THE FIRST SECTION GIVES EACH
      *                DEPARTMENT'S DISTRIBUTION OF SUBMITTED AND
      *                CALIBRATED RATINGS (THE CALIBRATED RATING WHERE
      *                HR HAS SET ONE, OTHERWISE THE REVIEWER'S) AS A
      *                PERCENTAGE AT EACH RATING 1-5, WITH ITS VARIANCE
      *                FROM THE CYCLE'S COMPANY TARGET CURVE, AND FLAGS
      *                A DEPARTMENT MORE THAN 10 POINTS OFF THE CURVE AT
      *                ANY RATING FOR THE CALIBRATION MEETING. DRAFTS
      *                ARE NOT COUNTED. THE SECOND SECTION LISTS EVERY
      *                REVIEW MISSING OR LATE: EMPLOYEES ON THE BOOKS
      *                AND HIRED BY THE CYCLE OPEN DATE WITH NO RATING
      *                SUBMITTED, AND RATINGS SUBMITTED AFTER THE CYCLE
      *                DUE DATE, WITH THE DAYS PAST DUE AND THE
      *                DEPARTMENT MANAGER WHO OWES OR OWED THE REVIEW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBREVCL.
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
               RECORD CONTAINS 4 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(4).

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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       77  SECTION-SWITCH         PIC X          VALUE  'D'.
               88  DISTRIBUTION-SECTION          VALUE  'D'.
               88  EXCEPTION-SECTION             VALUE  'E'.
       77  OFF-CURVE-SWITCH       PIC X          VALUE  SPACES.
               88  OFF-CURVE                     VALUE  'Y'.
       77  COMPANY-LINE-SWITCH    PIC X          VALUE  SPACES.
               88  COMPANY-LINE                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-REV-YEAR-X          PIC X(4).
       01  WS-REV-YEAR-N REDEFINES WS-REV-YEAR-X
                                  PIC 9(4).
       01  WS-REV-YEAR            PIC S9(4)      USAGE COMP.
       01  WS-CYCLE-OPEN          PIC X(10).
       01  WS-CYCLE-DUE           PIC X(10).

      *    THE COMPANY TARGET CURVE, PERCENT AT EACH RATING 1-5, AND
      *    HOW FAR A DEPARTMENT MAY STRAY FROM IT BEFORE IT IS FLAGGED.
       01  WS-TARGET-PCTS.
           05 WS-TARGET-PCT1      PIC S9(4)      USAGE COMP.
           05 WS-TARGET-PCT2      PIC S9(4)      USAGE COMP.
           05 WS-TARGET-PCT3      PIC S9(4)      USAGE COMP.
           05 WS-TARGET-PCT4      PIC S9(4)      USAGE COMP.
           05 WS-TARGET-PCT5      PIC S9(4)      USAGE COMP.
       01  WS-TARGET-PCTS-R REDEFINES WS-TARGET-PCTS.
           05 WS-TARGET-PCT       PIC S9(4)      USAGE COMP
                                  OCCURS 5 TIMES.
       01  WS-CURVE-TOLERANCE     PIC S9(4)      USAGE COMP VALUE 10.

       01  WS-WORKDEPT            PIC X(3).
       01  WS-RATING              PIC S9(4)      USAGE COMP.
       01  WS-ROW-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-ROW-CALIB           PIC S9(9)      USAGE COMP.
       01  WS-PREV-WORKDEPT       PIC X(3)      VALUE SPACES.

      *    RATING COUNTS FOR THE DEPARTMENT IN HAND AND FOR THE
      *    COMPANY, SUBSCRIPTED BY RATING.
       01  WS-DEPT-COUNTS.
           05 WS-DC-TOTAL         PIC 9(7).
           05 WS-DC-CALIB         PIC 9(7).
           05 WS-DC-RATING        PIC 9(7)      OCCURS 5 TIMES.
       01  WS-CO-COUNTS.
           05 WS-CC-TOTAL         PIC 9(7).
           05 WS-CC-CALIB         PIC 9(7).
           05 WS-CC-RATING        PIC 9(7)      OCCURS 5 TIMES.
       01  WS-RATE-SUB            PIC S9(4)      USAGE COMP.
       01  WS-ACT-PCT             PIC S9(4)      USAGE COMP.
       01  WS-VAR-PCT             PIC S9(4)      USAGE COMP.

       01  WS-MGRNO               PIC X(6).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-REV-STATUS          PIC X(1).
       01  WS-REVIEW-DATE         PIC X(10).
       01  WS-DAYS-PAST-DUE       PIC S9(9)      USAGE COMP.

       01  WS-DEPT-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-OFF-CURVE-COUNT     PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-MISSING-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-DRAFT-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LATE-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-OVERDUE-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'PERFORMANCE REVIEW CALIBRATION REPORT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(10)  VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'REVIEW YEAR: '.
           10 WS-STAMP-YEAR       PIC X(4).
           10 FILLER              PIC X(7)   VALUE '  DUE: '.
           10 WS-STAMP-DUE        PIC X(10).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(21)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-DIST-COLUMNS.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(5)   VALUE 'DEPT'.
           10 FILLER              PIC X(7)   VALUE 'RATED'.
           10 FILLER              PIC X(7)   VALUE 'CALIB'.
           10 FILLER              PIC X(11)  VALUE '  RT1   VAR'.
           10 FILLER              PIC X(11)  VALUE '  RT2   VAR'.
           10 FILLER              PIC X(11)  VALUE '  RT3   VAR'.
           10 FILLER              PIC X(11)  VALUE '  RT4   VAR'.
           10 FILLER              PIC X(11)  VALUE '  RT5   VAR'.
           10 FILLER              PIC X(45)  VALUE SPACES.

       01  WS-RPT-TARGET.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-TGT-LABEL        PIC X(19).
           10 WS-TGT-GROUP        OCCURS 5 TIMES.
              15 FILLER           PIC X(2).
              15 WS-TGT-PCT       PIC ZZ9.
              15 FILLER           PIC X(6).
           10 FILLER              PIC X(45)  VALUE SPACES.

       01  WS-RPT-DIST-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DD-DEPT          PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-DD-RATED         PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DD-CALIB         PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DD-GROUP         OCCURS 5 TIMES.
              15 FILLER           PIC X(2).
              15 WS-DD-ACT        PIC ZZ9.
              15 FILLER           PIC X(2).
              15 WS-DD-VAR        PIC +ZZ9.
           10 FILLER              PIC X(2).
           10 WS-DD-FLAG          PIC X(10).
           10 FILLER              PIC X(33).

       01  WS-RPT-EXC-COLUMNS.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'DEPT'.
           10 FILLER              PIC X(8)   VALUE 'MGR'.
           10 FILLER              PIC X(8)   VALUE 'EMPNO'.
           10 FILLER              PIC X(17)  VALUE 'NAME'.
           10 FILLER              PIC X(10)  VALUE 'STATUS'.
           10 FILLER              PIC X(12)  VALUE 'SUBMITTED'.
           10 FILLER              PIC X(13)  VALUE 'DAYS PAST DUE'.
           10 FILLER              PIC X(45)  VALUE SPACES.

       01  WS-RPT-EXC-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-EX-DEPT          PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-EX-MGRNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-EX-EMPNO         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-EX-NAME          PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-EX-STATUS        PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-EX-SUBMITTED     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-EX-DAYS          PIC ----9.
           10 FILLER              PIC X(53).

       01  WS-RPT-SECTION-LINE.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-SECTION-TEXT     PIC X(60).
           10 FILLER              PIC X(59)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'DEPARTMENTS: '.
           10 WS-SUM-DEPTS        PIC ZZZZ9.
           10 FILLER              PIC X(13)  VALUE '  OFF CURVE: '.
           10 WS-SUM-OFF-CURVE    PIC ZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  MISSING: '.
           10 WS-SUM-MISSING      PIC ZZZZZ9.
           10 FILLER              PIC X(9)   VALUE '  DRAFT: '.
           10 WS-SUM-DRAFT        PIC ZZZZZ9.
           10 FILLER              PIC X(8)   VALUE '  LATE: '.
           10 WS-SUM-LATE         PIC ZZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  OVERDUE: '.
           10 WS-SUM-OVERDUE      PIC ZZZZZ9.
           10 FILLER              PIC X(20)  VALUE SPACES.

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

                EXEC SQL INCLUDE REVCYCLE
                END-EXEC.

                EXEC SQL INCLUDE EMPREVW
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    SUBMITTED AND CALIBRATED RATINGS FOR THE YEAR, COUNTED BY
      *    THE EMPLOYEE'S CURRENT DEPARTMENT AND THE RATING THAT
      *    STANDS, IN DEPARTMENT ORDER.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(E.WORKDEPT, ' '),
                 CASE WHEN R.REV_STATUS = 'C'
                      THEN R.CALIB_RATING
                      ELSE R.RATING END,
                 COUNT(*),
                 SUM(CASE WHEN R.REV_STATUS = 'C'
                          THEN 1 ELSE 0 END)
             FROM EMP_REVIEW R
             JOIN EMP E
               ON E.EMPNO = R.EMPNO
             WHERE R.REV_YEAR = :WS-REV-YEAR
               AND R.REV_STATUS IN ('S', 'C')
             GROUP BY COALESCE(E.WORKDEPT, ' '),
                      CASE WHEN R.REV_STATUS = 'C'
                           THEN R.CALIB_RATING
                           ELSE R.RATING END
             ORDER BY 1, 2
           END-EXEC.

      *    EMPLOYEES DUE A REVIEW THIS CYCLE WHOSE RATING IS NOT IN
      *    (NO ROW OR STILL DRAFT), OR WENT IN AFTER THE DUE DATE.
      *    DAYS PAST DUE IS TO THE SUBMISSION FOR A LATE RATING AND
      *    TO TODAY FOR ONE NOT IN - NEGATIVE WHILE STILL IN TIME.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 COALESCE(E.WORKDEPT, ' '),
                 COALESCE(D.MGRNO, ' '),
                 E.EMPNO,
                 E.LASTNAME,
                 COALESCE(R.REV_STATUS, ' '),
                 COALESCE(CHAR(R.REVIEW_DATE, ISO), ' '),
                 CASE WHEN R.REVIEW_DATE IS NOT NULL
                      THEN DAYS(R.REVIEW_DATE) - DAYS(C.CYCLE_DUE)
                      ELSE DAYS(CURRENT DATE) - DAYS(C.CYCLE_DUE) END
             FROM EMP E
             JOIN REVIEW_CYCLE C
               ON C.REV_YEAR = :WS-REV-YEAR
             LEFT JOIN EMP_REVIEW R
                    ON R.EMPNO    = E.EMPNO
                   AND R.REV_YEAR = C.REV_YEAR
             LEFT JOIN DEPT D
                    ON D.DEPTNO = E.WORKDEPT
             WHERE E.SEPDATE IS NULL
               AND E.HIREDATE <= C.CYCLE_OPEN
               AND (R.EMPNO IS NULL
                 OR R.REV_STATUS = 'D'
                 OR R.REVIEW_DATE > C.CYCLE_DUE)
             ORDER BY COALESCE(E.WORKDEPT, ' '), E.EMPNO
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

             PERFORM 3000-PROCESS-EXCEPTIONS
             THRU    3000-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET THE REVIEW YEAR CARD AND ITS CYCLE       *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-REV-YEAR-X
                   AT END
                        MOVE SPACES TO WS-REV-YEAR-X
                END-READ.
                CLOSE CARDIN.

                IF WS-REV-YEAR-X NOT NUMERIC
                   DISPLAY '++ COBREVCL - MISSING OR BAD YEAR CARD ++'
                   DISPLAY '++ COBREVCL - ABORTING, REVIEW YEAR YYYY '
                           'IS REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.
                MOVE WS-REV-YEAR-N TO WS-REV-YEAR.

                EXEC SQL
                    SELECT
                        CHAR(CYCLE_OPEN, ISO),
                        CHAR(CYCLE_DUE, ISO),
                        TARGET_PCT1,
                        TARGET_PCT2,
                        TARGET_PCT3,
                        TARGET_PCT4,
                        TARGET_PCT5
                    INTO
                        :WS-CYCLE-OPEN,
                        :WS-CYCLE-DUE,
                        :WS-TARGET-PCT1,
                        :WS-TARGET-PCT2,
                        :WS-TARGET-PCT3,
                        :WS-TARGET-PCT4,
                        :WS-TARGET-PCT5
                    FROM REVIEW_CYCLE
                    WHERE REV_YEAR = :WS-REV-YEAR
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBREVCL - NO REVIEW CYCLE FOR '
                                 WS-REV-YEAR-X ' ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-REV-YEAR-X TO WS-STAMP-YEAR.
                MOVE WS-CYCLE-DUE  TO WS-STAMP-DUE.
                MOVE ZEROS         TO WS-DEPT-COUNTS.
                MOVE ZEROS         TO WS-CO-COUNTS.

                DISPLAY 'WS-REV-YEAR-X = ' WS-REV-YEAR-X.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - RATING DISTRIBUTION BY DEPARTMENT AGAINST THE   *
      *                TARGET CURVE                                    *
      ******************************************************************
       2000-PROCESS.
                PERFORM 2050-PRINT-TARGET
                THRU    2050-EXIT.

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
                   PERFORM 2250-PRINT-DEPT-LINE
                   THRU    2250-EXIT
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

      *         ** THE COMPANY AS A WHOLE, SET AGAINST THE SAME CURVE.
                MOVE WS-CO-COUNTS TO WS-DEPT-COUNTS.
                MOVE 'ALL'        TO WS-PREV-WORKDEPT.
                MOVE 'Y'          TO COMPANY-LINE-SWITCH.
                PERFORM 2250-PRINT-DEPT-LINE
                THRU    2250-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2050-PRINT-TARGET - THE CYCLE'S TARGET CURVE HEADS THE SECTION *
      ******************************************************************
       2050-PRINT-TARGET.
                MOVE SPACES         TO WS-RPT-TARGET.
                MOVE 'TARGET CURVE' TO WS-TGT-LABEL.
                PERFORM 2060-EDIT-TARGET
                THRU    2060-EXIT
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > 5.
                PRINT WS-RPT-TARGET.
                ADD 1 TO WS-LINE-CTR.
       2050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2060-EDIT-TARGET - LOOP BODY FOR 2050                          *
      ******************************************************************
       2060-EDIT-TARGET.
                MOVE WS-TARGET-PCT (WS-RATE-SUB)
                                  TO WS-TGT-PCT (WS-RATE-SUB).
       2060-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE DEPARTMENT/RATING COUNT. A NEW DEPARTMENT  *
      *                 PRINTS THE ONE BEFORE IT                       *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-WORKDEPT,
                          :WS-RATING,
                          :WS-ROW-COUNT,
                          :WS-ROW-CALIB
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-WORKDEPT NOT = WS-PREV-WORKDEPT
                   OR FIRST-ROW
                   IF NOT FIRST-ROW
                      PERFORM 2250-PRINT-DEPT-LINE
                      THRU    2250-EXIT
                   END-IF
                   MOVE 'N'         TO FIRST-ROW-SWITCH
                   MOVE ZEROS       TO WS-DEPT-COUNTS
                   MOVE WS-WORKDEPT TO WS-PREV-WORKDEPT
                END-IF.

                ADD 1 TO WS-READ-COUNT.
                IF WS-RATING < 1 OR WS-RATING > 5
                   DISPLAY 'COBREVCL - RATING ' WS-RATING
                           ' OUT OF RANGE IN DEPT ' WS-WORKDEPT
                           ', NOT COUNTED'
                   GO TO 2200-EXIT
                END-IF.

                ADD WS-ROW-COUNT TO WS-DC-TOTAL
                                    WS-CC-TOTAL
                                    WS-DC-RATING (WS-RATING)
                                    WS-CC-RATING (WS-RATING).
                ADD WS-ROW-CALIB TO WS-DC-CALIB
                                    WS-CC-CALIB.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-PRINT-DEPT-LINE - ONE DEPARTMENT'S PERCENTAGE AT EACH     *
      *                        RATING AND ITS VARIANCE FROM THE CURVE  *
      ******************************************************************
       2250-PRINT-DEPT-LINE.
                MOVE SPACES TO OFF-CURVE-SWITCH.
                MOVE SPACES TO WS-RPT-DIST-DETAIL.

                PERFORM 2260-EDIT-RATING
                THRU    2260-EXIT
                VARYING WS-RATE-SUB FROM 1 BY 1
                UNTIL WS-RATE-SUB > 5.

                IF NOT COMPANY-LINE
                   ADD 1 TO WS-DEPT-COUNT
                   IF OFF-CURVE
                      ADD 1 TO WS-OFF-CURVE-COUNT
                   END-IF
                END-IF.
                IF OFF-CURVE
                   MOVE 'OFF CURVE' TO WS-DD-FLAG
                END-IF.

                MOVE WS-PREV-WORKDEPT TO WS-DD-DEPT.
                MOVE WS-DC-TOTAL      TO WS-DD-RATED.
                MOVE WS-DC-CALIB      TO WS-DD-CALIB.

                PRINT WS-RPT-DIST-DETAIL.
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
      * 2260-EDIT-RATING - PERCENTAGE AND VARIANCE FOR ONE RATING      *
      ******************************************************************
       2260-EDIT-RATING.
                IF WS-DC-TOTAL = 0
                   MOVE 0 TO WS-ACT-PCT
                ELSE
                   COMPUTE WS-ACT-PCT ROUNDED =
                       WS-DC-RATING (WS-RATE-SUB) * 100 / WS-DC-TOTAL
                END-IF.
                COMPUTE WS-VAR-PCT =
                    WS-ACT-PCT - WS-TARGET-PCT (WS-RATE-SUB).

                IF WS-VAR-PCT > WS-CURVE-TOLERANCE
                   OR WS-VAR-PCT < 0 - WS-CURVE-TOLERANCE
                   MOVE 'Y' TO OFF-CURVE-SWITCH
                END-IF.

                MOVE WS-ACT-PCT TO WS-DD-ACT (WS-RATE-SUB).
                MOVE WS-VAR-PCT TO WS-DD-VAR (WS-RATE-SUB).
       2260-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PROCESS-EXCEPTIONS - REVIEWS MISSING OR LATE              *
      ******************************************************************
       3000-PROCESS-EXCEPTIONS.
                MOVE 'E' TO SECTION-SWITCH.
                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.
                PERFORM 2150-PRINT-HEADERS
                THRU    2150-EXIT.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-FETCH-C2
                THRU    3200-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-C2 - ONE REVIEW MISSING, STILL IN DRAFT, OR LATE    *
      ******************************************************************
       3200-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-WORKDEPT,
                          :WS-MGRNO,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-REV-STATUS,
                          :WS-REVIEW-DATE,
                          :WS-DAYS-PAST-DUE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-READ-COUNT.
                EVALUATE WS-REV-STATUS
                    WHEN SPACE
                         ADD 1 TO WS-MISSING-COUNT
                         MOVE 'MISSING' TO WS-EX-STATUS
                    WHEN 'D'
                         ADD 1 TO WS-DRAFT-COUNT
                         MOVE 'DRAFT'   TO WS-EX-STATUS
                    WHEN OTHER
                         ADD 1 TO WS-LATE-COUNT
                         MOVE 'LATE'    TO WS-EX-STATUS
                END-EVALUATE.
                IF WS-REVIEW-DATE = SPACES
                   AND WS-DAYS-PAST-DUE > 0
                   ADD 1 TO WS-OVERDUE-COUNT
                END-IF.

                MOVE WS-WORKDEPT      TO WS-EX-DEPT.
                MOVE WS-MGRNO         TO WS-EX-MGRNO.
                MOVE WS-EMPNO         TO WS-EX-EMPNO.
                MOVE WS-LASTNAME      TO WS-EX-NAME.
                MOVE WS-REVIEW-DATE   TO WS-EX-SUBMITTED.
                MOVE WS-DAYS-PAST-DUE TO WS-EX-DAYS.

                PRINT WS-RPT-EXC-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE,     *
      *                      WITH THE COLUMNS OF THE SECTION IN HAND   *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                IF DISTRIBUTION-SECTION
                   MOVE 'RATING DISTRIBUTION BY DEPARTMENT (PERCENT)'
                                      TO WS-SECTION-TEXT
                   PRINT WS-RPT-SECTION-LINE
                   PRINT WS-RPT-DIST-COLUMNS
                ELSE
                   MOVE 'REVIEWS MISSING OR LATE'
                                      TO WS-SECTION-TEXT
                   PRINT WS-RPT-SECTION-LINE
                   PRINT WS-RPT-EXC-COLUMNS
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
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-DEPT-COUNT      TO WS-SUM-DEPTS.
                MOVE WS-OFF-CURVE-COUNT TO WS-SUM-OFF-CURVE.
                MOVE WS-MISSING-COUNT   TO WS-SUM-MISSING.
                MOVE WS-DRAFT-COUNT     TO WS-SUM-DRAFT.
                MOVE WS-LATE-COUNT      TO WS-SUM-LATE.
                MOVE WS-OVERDUE-COUNT   TO WS-SUM-OVERDUE.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) SO COBRUNRP CAN TREND IT.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBREVCL'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-READ-COUNT  TO RUNH-READ-COUNT.
                MOVE 0              TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE    TO RUNH-RETURN-CODE.
                MOVE 'C'            TO RUNH-STATUS.
                MOVE SPACES         TO RUNH-PERIOD.

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
