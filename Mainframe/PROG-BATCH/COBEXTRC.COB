      *-----------------------------------------------------------------
      *     COBEXTRC - TELEPHONE EXTENSION RECONCILIATION. COMPARES
      *                EMP.PHONENO WITH THE EXTENSION POOL (EXT_RANGE
      *                AND PHONE_EXT) AND LISTS, IN FOUR SECTIONS:
      *                  1 EXTENSIONS SHARED BY TWO OR MORE ACTIVE
      *                    EMPLOYEES
      *                  2 EXTENSIONS STILL HELD BY SEPARATED
      *                    EMPLOYEES - A LEAVER KEEPS THE NUMBER ON
      *                    RECORD ONLY WHILE THE POOL HAS IT IN
      *                    QUARANTINE FROM THEM
      *                  3 ACTIVE EMPLOYEES' EXTENSIONS OUTSIDE EVERY
      *                    DEFINED RANGE
      *                  4 ACTIVE EMPLOYEES' EXTENSIONS INSIDE A RANGE
      *                    THAT THE POOL DOES NOT SHOW AS THEIRS
      *                    (ASSIGNED, OR IN QUARANTINE FROM A
      *                    SEPARATION DATED AHEAD)
      *                EACH LINE CARRIES THE POOL'S OWN VIEW OF THE
      *                NUMBER (STATUS AND HOLDER) SO IT CAN BE PUT
      *                RIGHT WITH APITPO33 OR APITPO45. ENDS RC 4 WHEN
      *                ANYTHING IS LISTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBEXTRC.
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

      *    ONE FINDING FROM C1
       01  WS-SECTION             PIC X(1).
       01  WS-PHONENO             PIC X(4).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-SEPDATE             PIC X(10).
       01  WS-POOL-STATUS         PIC X(1).
       01  WS-POOL-HOLDER         PIC X(6).

      *    RUN TOTALS, ONE PER SECTION
       01  WS-PREV-SECTION        PIC X(1)      VALUE LOW-VALUES.
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-SECT-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-DUP-COUNT           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LEAVER-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-OUTSIDE-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-UNPOOLED-COUNT      PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'TELEPHONE EXTENSION RECONCILIATION'.
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
           10 WS-COL1             PIC X(7)   VALUE 'EXTN'.
           10 WS-COL2             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL3             PIC X(17)  VALUE 'LAST NAME'.
           10 WS-COL4             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL5             PIC X(12)  VALUE 'SEPDATE'.
           10 WS-COL6             PIC X(13)  VALUE 'POOL STATUS'.
           10 WS-COL7             PIC X(11)  VALUE 'POOL HOLDER'.
           10 FILLER              PIC X(52).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-SECT-TITLE       PIC X(60).
           10 FILLER              PIC X(69)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(6).
           10 WS-DET-PHONENO      PIC X(4).
           10 FILLER              PIC X(3).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-LASTNAME     PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-WORKDEPT     PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-SEPDATE      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-POOL-STATUS  PIC X(11).
           10 FILLER              PIC X(2).
           10 WS-DET-POOL-HOLDER  PIC X(6).
           10 FILLER              PIC X(57).

       01  WS-RPT-SECT-TOTAL.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE 'SECTION TOTAL - '.
           10 WS-TOT-SECT         PIC ZZZZZZ9.
           10 FILLER              PIC X(103) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE 'DUPLICATES: '.
           10 WS-SUM-DUP          PIC ZZZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  HELD BY LEFT: '.
           10 WS-SUM-LEAVER       PIC ZZZZZZ9.
           10 FILLER              PIC X(17)  VALUE '  OUTSIDE RANGE: '.
           10 WS-SUM-OUTSIDE      PIC ZZZZZZ9.
           10 FILLER              PIC X(21)  VALUE
                '  NOT SHOWN IN POOL: '.
           10 WS-SUM-UNPOOLED     PIC ZZZZZZ9.
           10 FILLER              PIC X(35)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'EVERY EXTENSION AGREES WITH THE POOL'.
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

                EXEC SQL INCLUDE EXTRANGE
                END-EXEC.

                EXEC SQL INCLUDE PHONEEXT
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY FINDING, SECTION BY SECTION, WITH THE POOL ROW FOR
      *    THE NUMBER WHERE THERE IS ONE. AN EMPLOYEE IS ACTIVE UNTIL
      *    SEPDATE HAS ARRIVED.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 F.SECT,
                 F.PHONENO,
                 F.EMPNO,
                 F.LASTNAME,
                 F.WORKDEPT,
                 F.SEPDATE,
                 COALESCE(P.EXT_STATUS, ' '),
                 COALESCE(P.EMPNO, ' ')
             FROM
                 (SELECT '1', E1.PHONENO, E1.EMPNO, E1.LASTNAME,
                         COALESCE(E1.WORKDEPT, ' '), ' '
                    FROM EMP E1
                   WHERE (E1.SEPDATE IS NULL
                          OR E1.SEPDATE > CURRENT DATE)
                     AND COALESCE(E1.PHONENO, ' ') <> ' '
                     AND E1.PHONENO IN
                         (SELECT E0.PHONENO
                            FROM EMP E0
                           WHERE (E0.SEPDATE IS NULL
                                  OR E0.SEPDATE > CURRENT DATE)
                             AND COALESCE(E0.PHONENO, ' ') <> ' '
                           GROUP BY E0.PHONENO
                          HAVING COUNT(*) > 1)
                  UNION ALL
                  SELECT '2', E2.PHONENO, E2.EMPNO, E2.LASTNAME,
                         COALESCE(E2.WORKDEPT, ' '),
                         CHAR(E2.SEPDATE, ISO)
                    FROM EMP E2
                   WHERE E2.SEPDATE <= CURRENT DATE
                     AND COALESCE(E2.PHONENO, ' ') <> ' '
                     AND NOT EXISTS
                         (SELECT 1
                            FROM PHONE_EXT Q
                           WHERE Q.EXTENSION  = E2.PHONENO
                             AND Q.EMPNO      = E2.EMPNO
                             AND Q.EXT_STATUS = 'Q')
                  UNION ALL
                  SELECT '3', E3.PHONENO, E3.EMPNO, E3.LASTNAME,
                         COALESCE(E3.WORKDEPT, ' '), ' '
                    FROM EMP E3
                   WHERE (E3.SEPDATE IS NULL
                          OR E3.SEPDATE > CURRENT DATE)
                     AND COALESCE(E3.PHONENO, ' ') <> ' '
                     AND NOT EXISTS
                         (SELECT 1
                            FROM EXT_RANGE R3
                           WHERE E3.PHONENO BETWEEN R3.RANGE_FROM
                                                AND R3.RANGE_TO)
                  UNION ALL
                  SELECT '4', E4.PHONENO, E4.EMPNO, E4.LASTNAME,
                         COALESCE(E4.WORKDEPT, ' '), ' '
                    FROM EMP E4
                   WHERE (E4.SEPDATE IS NULL
                          OR E4.SEPDATE > CURRENT DATE)
                     AND COALESCE(E4.PHONENO, ' ') <> ' '
                     AND EXISTS
                         (SELECT 1
                            FROM EXT_RANGE R4
                           WHERE E4.PHONENO BETWEEN R4.RANGE_FROM
                                                AND R4.RANGE_TO)
                     AND NOT EXISTS
                         (SELECT 1
                            FROM PHONE_EXT A4
                           WHERE A4.EXTENSION  = E4.PHONENO
                             AND A4.EMPNO      = E4.EMPNO
                             AND A4.EXT_STATUS IN ('A', 'Q')))
                 AS F (SECT, PHONENO, EMPNO, LASTNAME, WORKDEPT,
                       SEPDATE)
             LEFT OUTER JOIN PHONE_EXT P
               ON P.EXTENSION = F.PHONENO
             ORDER BY 1, 2, 3
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
                ELSE
                   PERFORM 2320-PRINT-SECT-TOTAL
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
      * 2200-FETCH-C1 - ONE FINDING                                    *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-SECTION,
                          :WS-PHONENO,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-SEPDATE,
                          :WS-POOL-STATUS,
                          :WS-POOL-HOLDER
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

                IF WS-SECTION NOT = WS-PREV-SECTION
                   IF WS-PREV-SECTION NOT = LOW-VALUES
                      PERFORM 2320-PRINT-SECT-TOTAL
                      THRU    2320-EXIT
                   END-IF
                   PERFORM 2310-PRINT-SECTION
                   THRU    2310-EXIT
                END-IF.

                ADD 1 TO WS-SECT-COUNT.
                EVALUATE WS-SECTION
                    WHEN '1'
                         ADD 1 TO WS-DUP-COUNT
                    WHEN '2'
                         ADD 1 TO WS-LEAVER-COUNT
                    WHEN '3'
                         ADD 1 TO WS-OUTSIDE-COUNT
                    WHEN OTHER
                         ADD 1 TO WS-UNPOOLED-COUNT
                END-EVALUATE.

                EVALUATE WS-POOL-STATUS
                    WHEN 'F'
                         MOVE 'FREE'        TO WS-DET-POOL-STATUS
                    WHEN 'A'
                         MOVE 'ASSIGNED'    TO WS-DET-POOL-STATUS
                    WHEN 'Q'
                         MOVE 'QUARANTINED' TO WS-DET-POOL-STATUS
                    WHEN 'R'
                         MOVE 'RESERVED'    TO WS-DET-POOL-STATUS
                    WHEN OTHER
                         MOVE 'NOT IN POOL' TO WS-DET-POOL-STATUS
                END-EVALUATE.

                MOVE WS-PHONENO     TO WS-DET-PHONENO.
                MOVE WS-EMPNO       TO WS-DET-EMPNO.
                MOVE WS-LASTNAME    TO WS-DET-LASTNAME.
                MOVE WS-WORKDEPT    TO WS-DET-WORKDEPT.
                MOVE WS-SEPDATE     TO WS-DET-SEPDATE.
                MOVE WS-POOL-HOLDER TO WS-DET-POOL-HOLDER.
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
      * 2310-PRINT-SECTION - HEADING LINE FOR A NEW SECTION            *
      ******************************************************************
       2310-PRINT-SECTION.
                MOVE WS-SECTION    TO WS-PREV-SECTION.
                MOVE 0             TO WS-SECT-COUNT.

                EVALUATE WS-SECTION
                    WHEN '1'
                         MOVE 'EXTENSIONS SHARED BY ACTIVE EMPLOYEES'
                           TO WS-SECT-TITLE
                    WHEN '2'
                         MOVE 'EXTENSIONS STILL HELD BY LEAVERS'
                           TO WS-SECT-TITLE
                    WHEN '3'
                         MOVE 'EXTENSIONS OUTSIDE EVERY DEFINED RANGE'
                           TO WS-SECT-TITLE
                    WHEN OTHER
                         MOVE 'EXTENSIONS NOT THE HOLDER''S IN THE POOL'
                           TO WS-SECT-TITLE
                END-EVALUATE.

                PRINT WS-RPT-SECTION.
                ADD 1 TO WS-LINE-CTR.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-PRINT-SECT-TOTAL - LINES IN THE SECTION JUST ENDED        *
      ******************************************************************
       2320-PRINT-SECT-TOTAL.
                MOVE WS-SECT-COUNT TO WS-TOT-SECT.
                PRINT WS-RPT-SECT-TOTAL.
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
                MOVE WS-DUP-COUNT      TO WS-SUM-DUP.
                MOVE WS-LEAVER-COUNT   TO WS-SUM-LEAVER.
                MOVE WS-OUTSIDE-COUNT  TO WS-SUM-OUTSIDE.
                MOVE WS-UNPOOLED-COUNT TO WS-SUM-UNPOOLED.
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

                MOVE 'COBEXTRC'    TO RUNH-PROGRAM-ID.
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
