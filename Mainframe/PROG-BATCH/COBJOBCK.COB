      *-----------------------------------------------------------------
      *     COBJOBCK - JOB CODES WITH NO JOBCODE MASTER ROW. LISTS
      *                EVERY JOB VALUE HELD ON EMP, POSREQ OR SALBAND
      *                THAT IS NOT ON THE JOBCODE MASTER, WITH THE
      *                TABLE IT WAS FOUND ON AND HOW MANY ROWS CARRY
      *                IT, SO THE FREE-TEXT CODES OF THE PAST CAN BE
      *                CLEANED UP - EITHER CORRECTED ON THE ROWS OR
      *                ADDED TO THE MASTER THROUGH APITPO44 - BEFORE
      *                COBCIO26, COBHIRLD, APITPO33, APITPO30,
      *                APITPO32 AND COBMERIT START REFUSING THEM. A
      *                CLEAN RUN PRINTS NOTHING BUT THE SUMMARY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBJOBCK.
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

      *    ONE ORPHAN JOB VALUE FROM C1
       01  WS-JOB                 PIC X(8).
       01  WS-SOURCE              PIC X(8).
       01  WS-ROW-COUNT           PIC S9(9)      USAGE COMP.

      *    RUN TOTALS
       01  WS-PREV-JOB            PIC X(8)      VALUE LOW-VALUES.
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-ORPHAN-JOBS         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-EMP-ROWS            PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-POSREQ-ROWS         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-SALBAND-ROWS        PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'JOB CODES NOT ON THE JOBCODE MASTER'.
           10 FILLER              PIC X(44).

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
           10 FILLER              PIC X(6).
           10 WS-COL1             PIC X(10)  VALUE 'JOB'.
           10 WS-COL2             PIC X(10)  VALUE 'TABLE'.
           10 WS-COL3             PIC X(10)  VALUE 'ROWS'.
           10 FILLER              PIC X(96).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(6).
           10 WS-DET-JOB          PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-SOURCE       PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-ROWS         PIC ZZZZZZ9.
           10 FILLER              PIC X(99).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'ORPHAN CODES: '.
           10 WS-SUM-JOBS         PIC ZZZZ9.
           10 FILLER              PIC X(12)  VALUE '  EMP ROWS: '.
           10 WS-SUM-EMP          PIC ZZZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  POSREQ ROWS: '.
           10 WS-SUM-POSREQ       PIC ZZZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  SALBAND ROWS: '.
           10 WS-SUM-SALBAND      PIC ZZZZZZ9.
           10 FILLER              PIC X(45)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'EVERY JOB CODE IN USE IS ON THE JOBCODE MASTER'.
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

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE POSREQ
                END-EXEC.

                EXEC SQL INCLUDE SALBAND
                END-EXEC.

                EXEC SQL INCLUDE JOBCODE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY JOB VALUE ON EMP, POSREQ AND SALBAND WITH NO JOBCODE
      *    ROW, COUNTED PER TABLE. A NULL JOB IS REPORTED AS BLANK.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(E.JOB, ' '), 'EMP', COUNT(*)
             FROM EMP E
             WHERE NOT EXISTS
                   (SELECT 1 FROM JOBCODE J
                     WHERE J.JOB = E.JOB)
             GROUP BY COALESCE(E.JOB, ' ')
             UNION ALL
             SELECT
                 R.JOB, 'POSREQ', COUNT(*)
             FROM POSREQ R
             WHERE NOT EXISTS
                   (SELECT 1 FROM JOBCODE J
                     WHERE J.JOB = R.JOB)
             GROUP BY R.JOB
             UNION ALL
             SELECT
                 B.JOB, 'SALBAND', COUNT(*)
             FROM SALBAND B
             WHERE NOT EXISTS
                   (SELECT 1 FROM JOBCODE J
                     WHERE J.JOB = B.JOB)
             GROUP BY B.JOB
             ORDER BY 1, 2
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
      * 2200-FETCH-C1 - ONE ORPHAN JOB VALUE ON ONE TABLE              *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-JOB,
                          :WS-SOURCE,
                          :WS-ROW-COUNT
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

                IF WS-JOB NOT = WS-PREV-JOB
                   ADD 1 TO WS-ORPHAN-JOBS
                   MOVE WS-JOB TO WS-PREV-JOB
                END-IF.

                EVALUATE WS-SOURCE
                    WHEN 'EMP'
                         ADD WS-ROW-COUNT TO WS-EMP-ROWS
                    WHEN 'POSREQ'
                         ADD WS-ROW-COUNT TO WS-POSREQ-ROWS
                    WHEN OTHER
                         ADD WS-ROW-COUNT TO WS-SALBAND-ROWS
                END-EVALUATE.

                MOVE WS-JOB       TO WS-DET-JOB.
                MOVE WS-SOURCE    TO WS-DET-SOURCE.
                MOVE WS-ROW-COUNT TO WS-DET-ROWS.
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
                MOVE WS-ORPHAN-JOBS    TO WS-SUM-JOBS.
                MOVE WS-EMP-ROWS       TO WS-SUM-EMP.
                MOVE WS-POSREQ-ROWS    TO WS-SUM-POSREQ.
                MOVE WS-SALBAND-ROWS   TO WS-SUM-SALBAND.
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

                MOVE 'COBJOBCK'    TO RUNH-PROGRAM-ID.
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
