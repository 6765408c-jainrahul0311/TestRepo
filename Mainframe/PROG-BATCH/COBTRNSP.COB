      *-----------------------------------------------------------------
      *     COBTRNSP - MONTHLY TRAINING SPEND BY DEPARTMENT AGAINST
      *                BUDGET. FOR THE YYYYMM ON THE PERIOD CARD,
      *                TOTALS THE TRAIN_ENROL COURSE COSTS CHARGED TO
      *                EACH DEPARTMENT - THE PLACES AND SPEND FOR
      *                SITTINGS STARTING IN THE MONTH AND THE SPEND
      *                YEAR TO DATE - AND SETS THE YEAR TO DATE
      *                AGAINST THE YEAR'S DEPT_BUDGET.BUD_TRAINING
      *                WITH THE AMOUNT REMAINING AND PERCENT USED.
      *                A CANCELLED SITTING COSTS NOTHING; A FAILED ONE
      *                IS STILL PAID FOR. A DEPARTMENT OVER ITS BUDGET,
      *                OR SPENDING WITH NO BUDGET LOADED, IS FLAGGED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBTRNSP.
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
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC X(4).
           05 WS-PERIOD-MM        PIC X(2).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-YEAR-START          PIC X(10).

       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPTNAME            PIC X(36).
       01  WS-MTH-PLACES          PIC S9(9)      USAGE COMP.
       01  WS-MTH-SPEND           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-YTD-SPEND           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BUD-TRAINING        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-REMAINING           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-PCT-USED            PIC S9(4)V9(1) USAGE COMP-3.

       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-DEPT-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-OVER-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-TOT-PLACES          PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-TOT-MTH-SPEND       PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-TOT-YTD-SPEND       PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-TOT-BUDGET          PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.

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
                VALUE 'TRAINING SPEND AGAINST BUDGET'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(26)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
           10 WS-STAMP-PERIOD     PIC X(6).
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(34)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(3).
           10 WS-COL1             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(32)  VALUE 'DEPARTMENT NAME'.
           10 WS-COL3             PIC X(6)   VALUE 'PLCS'.
           10 WS-COL4             PIC X(16)  VALUE '  MONTH SPEND'.
           10 WS-COL5             PIC X(16)  VALUE '  YTD SPEND'.
           10 WS-COL6             PIC X(16)  VALUE '  YEAR BUDGET'.
           10 WS-COL7             PIC X(16)  VALUE '  REMAINING'.
           10 WS-COL8             PIC X(8)   VALUE '% USED'.
           10 WS-COL9             PIC X(13)  VALUE 'FLAG'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-DEPTNO       PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-DEPTNAME     PIC X(30).
           10 FILLER              PIC X(2).
           10 WS-DET-PLACES       PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-MTH-SPEND    PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(3).
           10 WS-DET-YTD-SPEND    PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(3).
           10 WS-DET-BUDGET       PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(3).
           10 WS-DET-REMAINING    PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-PCT-USED     PIC ZZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-DET-FLAG         PIC X(10).
           10 FILLER              PIC X(3).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(25)  VALUE
                'DEPARTMENTS REPORTED:    '.
           10 WS-SUM-DEPTS        PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(25)  VALUE
                'OVER OR WITHOUT BUDGET:  '.
           10 WS-SUM-OVER         PIC ZZZZ9.
           10 FILLER              PIC X(66)  VALUE SPACES.

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

                EXEC SQL INCLUDE DEPT
                END-EXEC.

                EXEC SQL INCLUDE DEPTBUD
                END-EXEC.

                EXEC SQL INCLUDE TRNENRL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY DEPARTMENT WITH ITS CHARGED SITTINGS FROM THE START
      *    OF THE YEAR TO THE END OF THE PERIOD MONTH, SPLIT OUT FOR
      *    THE MONTH ITSELF, AND THE YEAR'S TRAINING BUDGET.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 D.DEPTNO,
                 D.DEPTNAME,
                 COALESCE(S.MTH_PLACES, 0),
                 COALESCE(S.MTH_SPEND, 0),
                 COALESCE(S.YTD_SPEND, 0),
                 COALESCE(B.BUD_TRAINING, 0)
             FROM DEPT D
             LEFT JOIN
                 (SELECT T.CHARGE_DEPT,
                         SUM(CASE WHEN T.START_DATE >=
                                       DATE(:WS-PERIOD-START)
                                  THEN 1 ELSE 0 END) AS MTH_PLACES,
                         SUM(CASE WHEN T.START_DATE >=
                                       DATE(:WS-PERIOD-START)
                                  THEN T.COURSE_COST
                                  ELSE 0 END)        AS MTH_SPEND,
                         SUM(T.COURSE_COST)          AS YTD_SPEND
                    FROM TRAIN_ENROL T
                   WHERE T.ENROL_STATUS <> 'X'
                     AND T.START_DATE >= DATE(:WS-YEAR-START)
                     AND T.START_DATE <  DATE(:WS-PERIOD-START)
                                         + 1 MONTH
                   GROUP BY T.CHARGE_DEPT) S
                    ON S.CHARGE_DEPT = D.DEPTNO
             LEFT JOIN DEPT_BUDGET B
                    ON B.DEPTNO = D.DEPTNO
                   AND B.BYEAR  = :WS-PERIOD-YYYY
             ORDER BY D.DEPTNO
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

             PERFORM 2600-PRINT-TOTAL
             THRU    2600-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET THE PERIOD CARD                          *
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
                   OR WS-PERIOD-MM < '01'
                   OR WS-PERIOD-MM > '12'
                   DISPLAY '++ COBTRNSP - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBTRNSP - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-START.
                STRING WS-PERIOD-YYYY '-01-01'
                       DELIMITED BY SIZE
                  INTO WS-YEAR-START.

                MOVE WS-PYEARMONTH TO WS-STAMP-PERIOD.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
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
      * 2200-FETCH-C1 - ONE DEPARTMENT. ONE WITH NO BUDGET AND NO      *
      *                 SPEND THIS YEAR IS LEFT OFF THE REPORT.        *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-DEPTNAME,
                          :WS-MTH-PLACES,
                          :WS-MTH-SPEND,
                          :WS-YTD-SPEND,
                          :WS-BUD-TRAINING
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

                IF WS-YTD-SPEND = 0
                   AND WS-BUD-TRAINING = 0
                   GO TO 2200-EXIT
                END-IF.

                ADD 1               TO WS-DEPT-COUNT.
                ADD WS-MTH-PLACES   TO WS-TOT-PLACES.
                ADD WS-MTH-SPEND    TO WS-TOT-MTH-SPEND.
                ADD WS-YTD-SPEND    TO WS-TOT-YTD-SPEND.
                ADD WS-BUD-TRAINING TO WS-TOT-BUDGET.

                MOVE WS-DEPTNO      TO WS-DET-DEPTNO.
                MOVE WS-DEPTNAME    TO WS-DET-DEPTNAME.
                PERFORM 2500-PRINT-LINE
                THRU    2500-EXIT.
                IF WS-DET-FLAG NOT = SPACES
                   ADD 1 TO WS-OVER-COUNT
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PRINT-LINE - REMAINING, PERCENT USED, THE FLAG AND THE    *
      *                   LINE (DEPARTMENT SET BY CALLER)              *
      ******************************************************************
       2500-PRINT-LINE.
                COMPUTE WS-REMAINING = WS-BUD-TRAINING - WS-YTD-SPEND.
                MOVE SPACES TO WS-DET-FLAG.
                IF WS-BUD-TRAINING > 0
                   COMPUTE WS-PCT-USED ROUNDED =
                           WS-YTD-SPEND * 100 / WS-BUD-TRAINING
                      ON SIZE ERROR
                           MOVE 9999.9 TO WS-PCT-USED
                   END-COMPUTE
                   IF WS-YTD-SPEND > WS-BUD-TRAINING
                      MOVE '*OVER*'    TO WS-DET-FLAG
                   END-IF
                ELSE
                   MOVE ZERO TO WS-PCT-USED
                   IF WS-YTD-SPEND > 0
                      MOVE 'NO BUDGET' TO WS-DET-FLAG
                   END-IF
                END-IF.

                MOVE WS-MTH-PLACES   TO WS-DET-PLACES.
                MOVE WS-MTH-SPEND    TO WS-DET-MTH-SPEND.
                MOVE WS-YTD-SPEND    TO WS-DET-YTD-SPEND.
                MOVE WS-BUD-TRAINING TO WS-DET-BUDGET.
                MOVE WS-REMAINING    TO WS-DET-REMAINING.
                MOVE WS-PCT-USED     TO WS-DET-PCT-USED.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRINT-TOTAL - THE COMPANY AS ONE LINE                     *
      ******************************************************************
       2600-PRINT-TOTAL.
                MOVE WS-TOT-PLACES    TO WS-MTH-PLACES.
                MOVE WS-TOT-MTH-SPEND TO WS-MTH-SPEND.
                MOVE WS-TOT-YTD-SPEND TO WS-YTD-SPEND.
                MOVE WS-TOT-BUDGET    TO WS-BUD-TRAINING.
                MOVE '***'            TO WS-DET-DEPTNO.
                MOVE 'COMPANY'        TO WS-DET-DEPTNAME.
                PERFORM 2500-PRINT-LINE
                THRU    2500-EXIT.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

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
                MOVE WS-DEPT-COUNT TO WS-SUM-DEPTS.
                MOVE WS-OVER-COUNT TO WS-SUM-OVER.
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

                MOVE 'COBTRNSP'    TO RUNH-PROGRAM-ID.
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
