      *-----------------------------------------------------------------
      *     COBMKTLD - MARKET PAY SURVEY LOADER. READS THE SURVEY FILE
      *                COMPENSATION EXPORTS FROM THE SURVEY SPREADSHEET
      *                (MKTSREC), ONE RECORD PER BENCHMARK JOB, AND
      *                LOADS IT INTO MKT_SURVEY THE WAY COBPBDLD LOADS
      *                PROJBUD: AN EXISTING ROW FOR THE SAME SURVEY,
      *                YEAR AND JOB IS REPLACED, EARLIER SURVEY YEARS
      *                ARE LEFT IN PLACE FOR TRENDING, AND EVERY
      *                RECORD IS ECHOED WITH ITS RESULT SO THE RUN IS
      *                ITS OWN AUDIT TRAIL. A RECORD IS REJECTED WHEN
      *                THE SURVEY NAME OR CURRENCY IS MISSING, THE
      *                FIGURES ARE NOT NUMERIC, THE PERCENTILES ARE
      *                OUT OF ORDER, OR THE JOB IT IS MATCHED TO IS
      *                NOT ON THE JOBCODE MASTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMKTLD.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MKTSIN
                  ASSIGN TO DA-S-MKTSIN.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      MKTSIN
               RECORD CONTAINS 90 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY MKTSREC.

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
       77  INPUT-SWITCH           PIC X          VALUE  SPACES.
               88  NOMORE-INPUT                  VALUE  'N'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-SURVEY-NAME         PIC X(20).
       01  WS-SYEAR               PIC X(4).
       01  WS-JOB                 PIC X(8).
       01  WS-BENCH-JOB           PIC X(20).
       01  WS-CURRCODE            PIC X(3).
       01  WS-P25                 PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P50                 PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-P75                 PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-JOB-ACTIVE          PIC X(1).

       01  WS-READ-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ADD-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REPLACE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LOAD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'MARKET PAY SURVEY LOAD'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(34)  VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(38)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(22)  VALUE 'SURVEY'.
           10 WS-COL2             PIC X(6)   VALUE 'YEAR'.
           10 WS-COL3             PIC X(10)  VALUE 'JOB'.
           10 WS-COL4             PIC X(22)  VALUE 'BENCHMARK JOB'.
           10 WS-COL5             PIC X(5)   VALUE 'CURR'.
           10 WS-COL6             PIC X(30)  VALUE 'RESULT'.
           10 FILLER              PIC X(18).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-SURVEY       PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-DET-YEAR         PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-DET-JOB          PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-BENCH        PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-DET-CURR         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-DET-RESULT       PIC X(30).
           10 FILLER              PIC X(18).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'ROWS ADDED:   '.
           10 WS-SUM-ADD          PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'ROWS REPLACED: '.
           10 WS-SUM-REPLACE      PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE
                'RECORDS REJECTED: '.
           10 WS-SUM-REJECT       PIC ZZZZ9.
           10 FILLER              PIC X(45)  VALUE SPACES.

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

                EXEC SQL INCLUDE JOBCODE
                END-EXEC.

                EXEC SQL INCLUDE MKTSURV
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

             PERFORM 1100-READ-SURVEY
             THRU    1100-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT
             UNTIL NOMORE-INPUT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE MKTSIN.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT MKTSIN.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-READ-SURVEY                                               *
      ******************************************************************
       1100-READ-SURVEY.
                READ MKTSIN
                   AT END MOVE 'N' TO INPUT-SWITCH.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - ONE SURVEY RECORD                               *
      ******************************************************************
       2000-PROCESS.
                ADD 1 TO WS-READ-COUNT.
                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE MS-SURVEY-NAME  TO WS-DET-SURVEY.
                MOVE MS-SYEAR        TO WS-DET-YEAR.
                MOVE MS-JOB          TO WS-DET-JOB.
                MOVE MS-BENCH-JOB    TO WS-DET-BENCH.
                MOVE MS-CURRCODE     TO WS-DET-CURR.

                PERFORM 2100-LOAD-SURVEY
                THRU    2100-EXIT.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.

                PERFORM 1100-READ-SURVEY
                THRU    1100-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-LOAD-SURVEY - EDIT, THEN INSERT-OR-REPLACE                *
      ******************************************************************
       2100-LOAD-SURVEY.
                IF MS-SURVEY-NAME = SPACES
                   OR MS-CURRCODE = SPACES
                   MOVE 'SURVEY OR CURRENCY MISSING' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

                IF MS-SYEAR NOT NUMERIC
                   OR MS-P25 NOT NUMERIC
                   OR MS-P50 NOT NUMERIC
                   OR MS-P75 NOT NUMERIC
                   MOVE 'RECORD NOT NUMERIC' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

                IF MS-P50 = 0
                   OR MS-P25 > MS-P50
                   OR MS-P50 > MS-P75
                   MOVE 'PERCENTILES OUT OF ORDER' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

                MOVE MS-SURVEY-NAME  TO WS-SURVEY-NAME.
                MOVE MS-SYEAR        TO WS-SYEAR.
                MOVE MS-JOB          TO WS-JOB.
                MOVE MS-BENCH-JOB    TO WS-BENCH-JOB.
                MOVE MS-CURRCODE     TO WS-CURRCODE.
                MOVE MS-P25          TO WS-P25.
                MOVE MS-P50          TO WS-P50.
                MOVE MS-P75          TO WS-P75.

      *         A RETIRED JOB CODE MAY STILL BE MATCHED - PEOPLE CAN
      *         HOLD IT - BUT THE CODE MUST EXIST.
                EXEC SQL
                    SELECT
                        ACTIVE
                    INTO
                        :WS-JOB-ACTIVE
                    FROM JOBCODE
                    WHERE JOB = :WS-JOB
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'JOB NOT ON JOBCODE MASTER'
                           TO WS-DET-RESULT
                         ADD 1 TO WS-REJECT-COUNT
                         GO TO 2100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO MKT_SURVEY
                        (
                            SURVEY_NAME
                          , SYEAR
                          , JOB
                          , BENCH_JOB
                          , CURRCODE
                          , MKT_P25
                          , MKT_P50
                          , MKT_P75
                          , LOAD_DATE
                        )
                    VALUES
                        (
                            :WS-SURVEY-NAME
                          , :WS-SYEAR
                          , :WS-JOB
                          , :WS-BENCH-JOB
                          , :WS-CURRCODE
                          , :WS-P25
                          , :WS-P50
                          , :WS-P75
                          , CURRENT DATE
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'ADDED' TO WS-DET-RESULT
                         ADD 1 TO WS-ADD-COUNT
                    WHEN -803
                         PERFORM 2200-REPLACE-ROW
                         THRU    2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-REPLACE-ROW                                               *
      ******************************************************************
       2200-REPLACE-ROW.

                EXEC SQL
                    UPDATE MKT_SURVEY
                       SET BENCH_JOB   = :WS-BENCH-JOB
                         , CURRCODE    = :WS-CURRCODE
                         , MKT_P25     = :WS-P25
                         , MKT_P50     = :WS-P50
                         , MKT_P75     = :WS-P75
                         , LOAD_DATE   = CURRENT DATE
                     WHERE SURVEY_NAME = :WS-SURVEY-NAME
                       AND SYEAR       = :WS-SYEAR
                       AND JOB         = :WS-JOB
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'REPLACED' TO WS-DET-RESULT
                         ADD 1 TO WS-REPLACE-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2200-EXIT.
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
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-ADD-COUNT     TO WS-SUM-ADD.
                MOVE WS-REPLACE-COUNT TO WS-SUM-REPLACE.
                MOVE WS-REJECT-COUNT  TO WS-SUM-REJECT.
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

                COMPUTE WS-LOAD-COUNT = WS-ADD-COUNT + WS-REPLACE-COUNT.

                MOVE 'COBMKTLD'      TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE     TO RUNH-START-DATE.
                MOVE WS-RUN-TIME     TO RUNH-START-TIME.
                MOVE WS-END-DATE     TO RUNH-END-DATE.
                MOVE WS-END-TIME     TO RUNH-END-TIME.
                MOVE WS-READ-COUNT   TO RUNH-READ-COUNT.
                MOVE WS-LOAD-COUNT   TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE     TO RUNH-RETURN-CODE.
                MOVE 'C'             TO RUNH-STATUS.
                MOVE SPACES          TO RUNH-PERIOD.

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
