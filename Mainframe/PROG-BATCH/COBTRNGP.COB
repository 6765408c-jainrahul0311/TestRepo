      *-----------------------------------------------------------------
      *     COBTRNGP - CERTIFICATION RENEWAL GAP REPORT. MONTHLY LIST,
      *                GROUPED BY DEPARTMENT, OF EVERY CERTIFICATION
      *                ON THE COBCERTX LAPSE LIST (EXPIRING WITHIN THE
      *                NEXT 90 DAYS) WHOSE HOLDER HAS NO RENEWAL
      *                BOOKED - NO OPEN TRAIN_ENROL SITTING ON A
      *                CERTIFYING COURSE FOR THAT SKILL. EACH LINE
      *                NAMES AN OPEN CERTIFYING COURSE ON THE CATALOG
      *                THAT WOULD RENEW IT, OR SAYS THERE IS NONE, SO
      *                THE BOOKING CAN BE MADE BEFORE THE SKILL LAPSES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBTRNGP.
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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-WORKDEPT            PIC X(3).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-HARDWARE-ID         PIC X(10).
       01  WS-SKILL-LEVEL         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CERTEXP             PIC X(10).
       01  WS-DAYS-LEFT           PIC S9(9)      USAGE COMP.
       01  WS-COURSE-CODE         PIC X(8).

       01  WS-PREV-WORKDEPT       PIC X(3)      VALUE SPACES.
       01  WS-DEPT-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-TOTAL-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-NO-COURSE-COUNT     PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'LAPSING CERTIFICATIONS - NO RENEWAL BOOKED'.
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
           10 FILLER              PIC X(5).
           10 WS-COL1             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL3             PIC X(17)  VALUE 'NAME'.
           10 WS-COL4             PIC X(12)  VALUE 'HARDWARE'.
           10 WS-COL5             PIC X(12)  VALUE 'LEVEL'.
           10 WS-COL6             PIC X(12)  VALUE 'EXPIRES'.
           10 WS-COL7             PIC X(6)   VALUE 'DAYS'.
           10 WS-COL8             PIC X(14)  VALUE 'COURSE TO BOOK'.
           10 FILLER              PIC X(40).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(5).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-HARDWARE     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-LEVEL        PIC ZZZZZZ9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-EXPIRES      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-COURSE       PIC X(14).
           10 FILLER              PIC X(50).

       01  WS-RPT-DEPT-LINE.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE 'DEPARTMENT '.
           10 WS-DPT-DEPTNO       PIC X(3).
           10 FILLER              PIC X(20)  VALUE
                '   NOT BOOKED:  '.
           10 WS-DPT-COUNT        PIC ZZZZ9.
           10 FILLER              PIC X(87)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(29)  VALUE
                'LAPSING WITH NO RENEWAL:     '.
           10 WS-SUM-COUNT        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(29)  VALUE
                'NO RENEWAL COURSE ON FILE:   '.
           10 WS-SUM-NO-COURSE    PIC ZZZZ9.
           10 FILLER              PIC X(55)  VALUE SPACES.

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

                EXEC SQL INCLUDE DEVELOPER
                END-EXEC.

                EXEC SQL INCLUDE TRNCRS
                END-EXEC.

                EXEC SQL INCLUDE TRNENRL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE COBCERTX 90-DAY LAPSE LIST, LESS EVERY SKILL WHOSE
      *    HOLDER IS BOOKED ('E') ON A CERTIFYING COURSE FOR IT, WITH
      *    THE FIRST OPEN CERTIFYING COURSE THAT WOULD RENEW IT.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(E.WORKDEPT, ' '),
                 D.DEVELOPER_ID,
                 COALESCE(E.LASTNAME, ' '),
                 D.HARDWARE_ID,
                 D.SKILL_LEVEL,
                 CHAR(D.CERTEXP, ISO),
                 DAYS(D.CERTEXP) - DAYS(CURRENT DATE),
                 COALESCE(
                     (SELECT MIN(C.COURSE_CODE)
                        FROM TRAIN_COURSE C
                       WHERE C.HARDWARE_ID   = D.HARDWARE_ID
                         AND C.CERT_MONTHS   > 0
                         AND C.COURSE_STATUS = 'A'), ' ')
             FROM DEVELOPER D
             LEFT JOIN EMP E
                    ON E.EMPNO = D.DEVELOPER_ID
             WHERE D.CERTEXP IS NOT NULL
               AND D.CERTEXP BETWEEN CURRENT DATE
                                 AND CURRENT DATE + 90 DAYS
               AND NOT EXISTS
                   (SELECT 1
                      FROM TRAIN_ENROL T
                      JOIN TRAIN_COURSE C
                        ON C.COURSE_CODE = T.COURSE_CODE
                     WHERE T.EMPNO        = D.DEVELOPER_ID
                       AND T.ENROL_STATUS = 'E'
                       AND C.HARDWARE_ID  = D.HARDWARE_ID
                       AND C.CERT_MONTHS  > 0)
             ORDER BY COALESCE(E.WORKDEPT, ' '), D.CERTEXP,
                      D.DEVELOPER_ID
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
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.
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

                IF NOT FIRST-ROW
                   PERFORM 2260-PRINT-DEPT-LINE
                   THRU    2260-EXIT
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
      * 2200-FETCH-C1 - ONE LAPSING CERTIFICATION WITH NO RENEWAL      *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-WORKDEPT,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-HARDWARE-ID,
                          :WS-SKILL-LEVEL,
                          :WS-CERTEXP,
                          :WS-DAYS-LEFT,
                          :WS-COURSE-CODE
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
                   IF NOT FIRST-ROW
                      PERFORM 2260-PRINT-DEPT-LINE
                      THRU    2260-EXIT
                   END-IF
                   MOVE 'N' TO FIRST-ROW-SWITCH
                   MOVE 0   TO WS-DEPT-COUNT
                   MOVE WS-WORKDEPT TO WS-PREV-WORKDEPT
                END-IF.

                ADD 1 TO WS-DEPT-COUNT.
                ADD 1 TO WS-TOTAL-COUNT.
                MOVE WS-WORKDEPT    TO WS-DET-DEPT.
                MOVE WS-EMPNO       TO WS-DET-EMPNO.
                MOVE WS-LASTNAME    TO WS-DET-NAME.
                MOVE WS-HARDWARE-ID TO WS-DET-HARDWARE.
                MOVE WS-SKILL-LEVEL TO WS-DET-LEVEL.
                MOVE WS-CERTEXP     TO WS-DET-EXPIRES.
                MOVE WS-DAYS-LEFT   TO WS-DET-DAYS.
                IF WS-COURSE-CODE = SPACES
                   MOVE 'NONE ON FILE' TO WS-DET-COURSE
                   ADD 1 TO WS-NO-COURSE-COUNT
                ELSE
                   MOVE WS-COURSE-CODE TO WS-DET-COURSE
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
      * 2260-PRINT-DEPT-LINE                                           *
      ******************************************************************
       2260-PRINT-DEPT-LINE.
                MOVE WS-PREV-WORKDEPT TO WS-DPT-DEPTNO.
                MOVE WS-DEPT-COUNT    TO WS-DPT-COUNT.
                PRINT WS-RPT-DEPT-LINE.
                ADD 1 TO WS-LINE-CTR.
       2260-EXIT.
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
                MOVE WS-TOTAL-COUNT     TO WS-SUM-COUNT.
                MOVE WS-NO-COURSE-COUNT TO WS-SUM-NO-COURSE.
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

                MOVE 'COBTRNGP'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-TOTAL-COUNT TO RUNH-READ-COUNT.
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
