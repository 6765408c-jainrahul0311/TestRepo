      *-----------------------------------------------------------------
      *     COBLOCRP - DEPARTMENTS AND ACTIVE HEADCOUNT BY WORK
      *                LOCATION. FOR EACH SITE ON THE WORKLOC MASTER
      *                PRINTS ITS NAME, REGION, COUNTRY AND THE HOLCAL
      *                CALENDAR CPBDAYS COUNTS BUSINESS DAYS ON THERE,
      *                THEN EVERY DEPARTMENT HOMED AT THE SITE OR WITH
      *                ACTIVE STAFF WORKING THERE, WITH ITS HEADCOUNT.
      *                AN EMPLOYEE COUNTS AT THE SITE ON EMP.LOC_CODE
      *                WHEN ONE IS SET, OTHERWISE AT THE DEPARTMENT'S
      *                DEPT.LOC_CODE. STAFF WORKING AWAY FROM THE
      *                DEPARTMENT'S HOME SITE ARE FLAGGED. STAFF AND
      *                DEPARTMENTS WITH NO SITE AT ALL ARE GROUPED
      *                UNDER UNASSIGNED, SINCE THEY FALL BACK TO THE
      *                SUBSIDIARY CALENDAR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLOCRP.
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
       77  FIRST-SITE-SWITCH      PIC X          VALUE  'Y'.
               88  FIRST-SITE                    VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    ONE SITE/DEPARTMENT ROW FROM C1
       01  WS-LOC-CODE            PIC X(6).
       01  WS-LOC-NAME            PIC X(30).
       01  WS-REGION              PIC X(10).
       01  WS-COUNTRY             PIC X(3).
       01  WS-HOLCAL-ID           PIC X(6).
       01  WS-DEPTNO              PIC X(3).
       01  WS-HOME-LOC            PIC X(6).
       01  WS-HEADS               PIC S9(9)      USAGE COMP.

      *    RUN TOTALS
       01  WS-PREV-LOC            PIC X(6)      VALUE LOW-VALUES.
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-SITE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-SITE-DEPTS          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-SITE-HEADS          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-TOTAL-HEADS         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-AWAY-HEADS          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-UNASSIGNED-HEADS    PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'DEPARTMENTS AND HEADCOUNT BY LOCATION'.
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
           10 FILLER              PIC X(10).
           10 WS-COL1             PIC X(8)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(10)  VALUE 'HEADCOUNT'.
           10 WS-COL3             PIC X(12)  VALUE 'HOME SITE'.
           10 FILLER              PIC X(92).

       01  WS-RPT-SITE.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'SITE: '.
           10 WS-SITE-CODE        PIC X(6).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-SITE-NAME        PIC X(30).
           10 FILLER              PIC X(9)   VALUE ' REGION: '.
           10 WS-SITE-REGION      PIC X(10).
           10 FILLER              PIC X(10)  VALUE ' COUNTRY: '.
           10 WS-SITE-COUNTRY     PIC X(3).
           10 FILLER              PIC X(11)  VALUE ' CALENDAR: '.
           10 WS-SITE-CALENDAR    PIC X(10).
           10 FILLER              PIC X(23)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(10).
           10 WS-DET-DEPTNO       PIC X(3).
           10 FILLER              PIC X(5).
           10 WS-DET-HEADS        PIC ZZZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-DET-HOME         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-FLAG         PIC X(20).
           10 FILLER              PIC X(76).

       01  WS-RPT-SITE-TOTAL.
           10 FILLER              PIC X(10)  VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'SITE TOTAL - '.
           10 WS-TOT-DEPTS        PIC ZZZZ9.
           10 FILLER              PIC X(14)  VALUE ' DEPARTMENTS, '.
           10 WS-TOT-HEADS        PIC ZZZZZZ9.
           10 FILLER              PIC X(8)   VALUE ' ACTIVE'.
           10 FILLER              PIC X(75)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'SITES: '.
           10 WS-SUM-SITES        PIC ZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  ACTIVE STAFF: '.
           10 WS-SUM-HEADS        PIC ZZZZZZ9.
           10 FILLER              PIC X(19)  VALUE '  AWAY FROM DEPT: '.
           10 WS-SUM-AWAY         PIC ZZZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  UNASSIGNED: '.
           10 WS-SUM-UNASSIGNED   PIC ZZZZZZ9.
           10 FILLER              PIC X(45)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'NO DEPARTMENTS OR ACTIVE STAFF FOUND'.
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

                EXEC SQL INCLUDE WORKLOC
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    ONE ROW PER SITE AND DEPARTMENT. EVERY DEPARTMENT WITH A
      *    HOME SITE CONTRIBUTES A ZERO ROW SO IT IS LISTED EVEN WITH
      *    NO ACTIVE STAFF; EVERY ACTIVE EMPLOYEE CONTRIBUTES ONE HEAD
      *    AT THE EMPLOYEE'S SITE OR, FAILING THAT, THE DEPARTMENT'S.
      *    NO SITE AT ALL COMES BACK AS BLANK AND SORTS FIRST.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(S.LOC_CODE, ' '),
                 COALESCE(L.LOC_NAME, ' '),
                 COALESCE(L.REGION, ' '),
                 COALESCE(L.COUNTRY, ' '),
                 COALESCE(L.HOLCAL_ID, ' '),
                 S.DEPTNO,
                 COALESCE(D.LOC_CODE, ' '),
                 SUM(S.HEADS)
             FROM
                 (SELECT D0.LOC_CODE, D0.DEPTNO, 0
                    FROM DEPT D0
                   WHERE D0.LOC_CODE IS NOT NULL
                  UNION ALL
                  SELECT COALESCE(E.LOC_CODE, D1.LOC_CODE),
                         COALESCE(E.WORKDEPT, ' '), 1
                    FROM EMP E
                    LEFT OUTER JOIN DEPT D1
                      ON D1.DEPTNO = E.WORKDEPT
                   WHERE E.SEPDATE IS NULL)
                 AS S (LOC_CODE, DEPTNO, HEADS)
             LEFT OUTER JOIN WORKLOC L
               ON L.LOC_CODE = S.LOC_CODE
             LEFT OUTER JOIN DEPT D
               ON D.DEPTNO = S.DEPTNO
             GROUP BY COALESCE(S.LOC_CODE, ' '),
                      COALESCE(L.LOC_NAME, ' '),
                      COALESCE(L.REGION, ' '),
                      COALESCE(L.COUNTRY, ' '),
                      COALESCE(L.HOLCAL_ID, ' '),
                      S.DEPTNO,
                      COALESCE(D.LOC_CODE, ' ')
             ORDER BY 1, 6
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
                ELSE
                   PERFORM 2320-PRINT-SITE-TOTAL
                   THRU    2320-EXIT
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
      * 2200-FETCH-C1 - ONE DEPARTMENT AT ONE SITE                     *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-LOC-CODE,
                          :WS-LOC-NAME,
                          :WS-REGION,
                          :WS-COUNTRY,
                          :WS-HOLCAL-ID,
                          :WS-DEPTNO,
                          :WS-HOME-LOC,
                          :WS-HEADS
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

                IF WS-LOC-CODE NOT = WS-PREV-LOC
                   IF NOT FIRST-SITE
                      PERFORM 2320-PRINT-SITE-TOTAL
                      THRU    2320-EXIT
                   END-IF
                   PERFORM 2310-PRINT-SITE
                   THRU    2310-EXIT
                END-IF.

                ADD 1        TO WS-SITE-DEPTS.
                ADD WS-HEADS TO WS-SITE-HEADS.
                ADD WS-HEADS TO WS-TOTAL-HEADS.

                MOVE SPACES       TO WS-DET-FLAG.
                EVALUATE TRUE
                    WHEN WS-LOC-CODE = SPACES
                         ADD WS-HEADS TO WS-UNASSIGNED-HEADS
                    WHEN WS-HOME-LOC = SPACES
                         MOVE 'DEPT HAS NO SITE' TO WS-DET-FLAG
                    WHEN WS-HOME-LOC NOT = WS-LOC-CODE
                         ADD WS-HEADS TO WS-AWAY-HEADS
                         MOVE 'AWAY FROM HOME SITE' TO WS-DET-FLAG
                END-EVALUATE.

                MOVE WS-DEPTNO    TO WS-DET-DEPTNO.
                MOVE WS-HEADS     TO WS-DET-HEADS.
                MOVE WS-HOME-LOC  TO WS-DET-HOME.
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
      * 2310-PRINT-SITE - HEADING LINE FOR A NEW SITE                  *
      ******************************************************************
       2310-PRINT-SITE.
                MOVE WS-LOC-CODE   TO WS-PREV-LOC.
                MOVE SPACES        TO FIRST-SITE-SWITCH.
                MOVE 0             TO WS-SITE-DEPTS.
                MOVE 0             TO WS-SITE-HEADS.

                IF WS-LOC-CODE = SPACES
                   MOVE SPACES        TO WS-SITE-CODE
                   MOVE 'UNASSIGNED'  TO WS-SITE-NAME
                ELSE
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-LOC-CODE   TO WS-SITE-CODE
                   MOVE WS-LOC-NAME   TO WS-SITE-NAME
                END-IF.
                MOVE WS-REGION     TO WS-SITE-REGION.
                MOVE WS-COUNTRY    TO WS-SITE-COUNTRY.
                IF WS-HOLCAL-ID = SPACES
                   MOVE 'CURRENCY'    TO WS-SITE-CALENDAR
                ELSE
                   MOVE WS-HOLCAL-ID  TO WS-SITE-CALENDAR
                END-IF.

                PRINT WS-RPT-SITE.
                ADD 1 TO WS-LINE-CTR.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-PRINT-SITE-TOTAL - DEPARTMENTS AND HEADS AT THE SITE      *
      ******************************************************************
       2320-PRINT-SITE-TOTAL.
                MOVE WS-SITE-DEPTS TO WS-TOT-DEPTS.
                MOVE WS-SITE-HEADS TO WS-TOT-HEADS.
                PRINT WS-RPT-SITE-TOTAL.
                ADD 1 TO WS-LINE-CTR.
       2320-EXIT.
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
                MOVE WS-SITE-COUNT       TO WS-SUM-SITES.
                MOVE WS-TOTAL-HEADS      TO WS-SUM-HEADS.
                MOVE WS-AWAY-HEADS       TO WS-SUM-AWAY.
                MOVE WS-UNASSIGNED-HEADS TO WS-SUM-UNASSIGNED.
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

                MOVE 'COBLOCRP'    TO RUNH-PROGRAM-ID.
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
