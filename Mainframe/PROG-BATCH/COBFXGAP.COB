      *-----------------------------------------------------------------
      *     COBFXGAP - MORNING EXCHANGE-RATE GAP REPORT. RUNS AFTER
      *                COBFXLD AND LISTS EVERY CURRENCY PAIR THE PAY
      *                AND SETTLEMENT JOBS CONVERT THROUGH THAT HAS NO
      *                EXCHRATE RATE EFFECTIVE TODAY. THOSE JOBS
      *                (COBFXCON, COBBNKEX, COBICSET) CONVERT EACH
      *                EMPLOYEE'S PAYING CURRENCY TO BASE CURRENCY USD
      *                AT THE LATEST RATE NOT AFTER THEIR DATE, SO A
      *                MISSED DAY NEVER FAILS - IT QUIETLY USES A STALE
      *                RATE. THE REPORT SHOWS THE LATEST RATE ON FILE,
      *                HOW MANY DAYS OLD IT IS, HOW MANY EMPLOYEES ARE
      *                PAID IN THE CURRENCY, AND WHETHER TODAY'S RATE
      *                IS SITTING ON EXCHRATE_HOLD WAITING FOR A
      *                TREASURY CONFIRMATION, SO THE GAP IS FOUND THE
      *                SAME MORNING RATHER THAN AT MONTH-END. THE RUN
      *                ENDS RC 4 WHEN ANY PAIR IS LISTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBFXGAP.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
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

      *    THE BASE CURRENCY EVERY PAY AND SETTLEMENT JOB CONVERTS TO
       01  WS-BASE-CURR           PIC X(3)       VALUE 'USD'.

      *    ONE PAIR WITHOUT TODAY'S RATE FROM C1
       01  WS-CURRCODE            PIC X(3).
       01  WS-EMP-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-HELD-TODAY          PIC X(1).
       01  WS-LAST-EFFDATE        PIC X(10).
       01  WS-LAST-RATE           PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-DAYS-OLD            PIC S9(9)      USAGE COMP.

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-HELD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-NEVER-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(41).
           10 WS-TEXT             PIC X(40)
                VALUE 'EXCHANGE RATES MISSING FOR TODAY'.
           10 FILLER              PIC X(41).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(42)  VALUE SPACES.
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
           10 WS-COL1             PIC X(6)   VALUE 'FROM'.
           10 WS-COL2             PIC X(6)   VALUE 'TO'.
           10 WS-COL3             PIC X(11)  VALUE ' EMPLOYEES'.
           10 FILLER              PIC X(3).
           10 WS-COL4             PIC X(12)  VALUE 'LATEST RATE'.
           10 WS-COL5             PIC X(14)  VALUE '     RATE'.
           10 WS-COL6             PIC X(10)  VALUE 'DAYS OLD'.
           10 WS-COL7             PIC X(30)  VALUE 'NOTE'.
           10 FILLER              PIC X(31).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-FROM         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-TO           PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-EMPS         PIC ZZZZZZ9.
           10 FILLER              PIC X(7).
           10 WS-DET-EFFDATE      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-RATE         PIC ZZZZ9.999999.
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ZZZZ9.
           10 FILLER              PIC X(5).
           10 WS-DET-NOTE         PIC X(30).
           10 FILLER              PIC X(31).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(30)  VALUE
                'PAIRS WITHOUT A RATE TODAY:   '.
           10 WS-SUM-PAIRS        PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(26)  VALUE
                'TODAY''S RATE HELD:        '.
           10 WS-SUM-HELD         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(20)  VALUE
                'NEVER HAD A RATE:   '.
           10 WS-SUM-NEVER        PIC ZZZZ9.
           10 FILLER              PIC X(26)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'EVERY CURRENCY PAIR IN USE HAS A RATE FOR TODAY'.
           10 FILLER              PIC X(73)  VALUE SPACES.

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

                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE FXHOLD
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY PAYING CURRENCY OTHER THAN BASE WITH NO RATE TO BASE
      *    EFFECTIVE TODAY, WITH ITS HEADCOUNT AND WHETHER TODAY'S
      *    RATE IS WAITING ON A TREASURY CONFIRMATION.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 E.CURRCODE,
                 COUNT(*),
                 CASE WHEN EXISTS
                        (SELECT 1 FROM EXCHRATE_HOLD H
                          WHERE H.FROMCURR = E.CURRCODE
                            AND H.TOCURR   = :WS-BASE-CURR
                            AND H.EFFDATE  = CURRENT DATE
                            AND H.HSTATUS  = 'P')
                      THEN 'Y' ELSE 'N' END
             FROM EMP E
             WHERE E.CURRCODE <> :WS-BASE-CURR
               AND NOT EXISTS
                   (SELECT 1 FROM EXCHRATE X
                     WHERE X.FROMCURR = E.CURRCODE
                       AND X.TOCURR   = :WS-BASE-CURR
                       AND X.EFFDATE  = CURRENT DATE)
             GROUP BY E.CURRCODE
             ORDER BY E.CURRCODE
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             ACCEPT WS-RUN-DATE FROM DATE.
             ACCEPT WS-RUN-TIME FROM TIME.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             IF WS-READ-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
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

                IF WS-READ-COUNT = 0
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
      * 2200-FETCH-C1 - ONE PAIR WITHOUT TODAY'S RATE                  *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CURRCODE,
                          :WS-EMP-COUNT,
                          :WS-HELD-TODAY
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

                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE WS-CURRCODE     TO WS-DET-FROM.
                MOVE WS-BASE-CURR    TO WS-DET-TO.
                MOVE WS-EMP-COUNT    TO WS-DET-EMPS.

                PERFORM 2300-GET-LATEST-RATE
                THRU    2300-EXIT.

                IF WS-HELD-TODAY = 'Y'
                   MOVE 'TODAY''S RATE HELD FOR TREASURY' TO WS-DET-NOTE
                   ADD 1 TO WS-HELD-COUNT
                END-IF.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-GET-LATEST-RATE - THE STALE RATE THE JOBS WOULD USE TODAY *
      ******************************************************************
       2300-GET-LATEST-RATE.
                EXEC SQL
                    SELECT
                        CHAR(EFFDATE, ISO)
                      , EXRATE
                      , DAYS(CURRENT DATE) - DAYS(EFFDATE)
                    INTO
                        :WS-LAST-EFFDATE
                      , :WS-LAST-RATE
                      , :WS-DAYS-OLD
                    FROM EXCHRATE
                    WHERE FROMCURR = :WS-CURRCODE
                      AND TOCURR   = :WS-BASE-CURR
                      AND EFFDATE <= CURRENT DATE
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-LAST-EFFDATE TO WS-DET-EFFDATE
                         MOVE WS-LAST-RATE    TO WS-DET-RATE
                         MOVE WS-DAYS-OLD     TO WS-DET-DAYS
                    WHEN +100
                         MOVE 'NO RATE EVER - CANNOT CONVERT'
                           TO WS-DET-NOTE
                         ADD 1 TO WS-NEVER-COUNT
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
                MOVE WS-READ-COUNT    TO WS-SUM-PAIRS.
                MOVE WS-HELD-COUNT    TO WS-SUM-HELD.
                MOVE WS-NEVER-COUNT   TO WS-SUM-NEVER.
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

                MOVE 'COBFXGAP'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-READ-COUNT TO RUNH-READ-COUNT.
                MOVE 0             TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE SPACES        TO RUNH-PERIOD.

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
