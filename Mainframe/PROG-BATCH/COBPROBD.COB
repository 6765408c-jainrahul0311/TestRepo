      *-----------------------------------------------------------------
      *     COBPROBD - PROBATION REVIEW-DUE REPORT. WEEKLY LIST,
      *                GROUPED BY DEPARTMENT MANAGER (DEPT.MGRNO OF
      *                THE EMPLOYEE'S WORKDEPT), OF EVERY OPEN
      *                EMP_PROBATION ENDING IN THE NEXT 30 DAYS AND
      *                EVERY ONE ALREADY PAST ITS END DATE WITH NO
      *                OUTCOME RECORDED ON APITPO47, SO NO ONE SLIPS
      *                INTO PERMANENT STATUS BY DEFAULT. SEPARATED
      *                EMPLOYEES AND REHIRES BRIDGED BY REHIRE_LINK ARE
      *                LEFT OUT. EACH MANAGER'S GROUP ENDS WITH A
      *                DUE/OVERDUE COUNT LINE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPROBD.
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

       01  WS-MGRNO               PIC X(6).
       01  WS-MGR-NAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-JOB                 PIC X(8).
       01  WS-PROB-END-DATE       PIC X(10).
       01  WS-DAYS-LEFT           PIC S9(9)      USAGE COMP.
       01  WS-EXTEND-COUNT        PIC S9(4)      USAGE COMP.

       01  WS-PREV-MGRNO          PIC X(6)      VALUE SPACES.
       01  WS-PREV-MGR-NAME       PIC X(15)     VALUE SPACES.
       01  WS-MGR-DUE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-MGR-OVER-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DUE-COUNT           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-OVER-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
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
                VALUE 'PROBATION REVIEWS DUE AND OVERDUE'.
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
           10 FILLER              PIC X(3).
           10 WS-COL1             PIC X(8)   VALUE 'MGR'.
           10 WS-COL2             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL3             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL4             PIC X(17)  VALUE 'NAME'.
           10 WS-COL5             PIC X(10)  VALUE 'JOB'.
           10 WS-COL6             PIC X(12)  VALUE 'ENDS'.
           10 WS-COL7             PIC X(7)   VALUE 'DAYS'.
           10 WS-COL8             PIC X(5)   VALUE 'EXT'.
           10 WS-COL9             PIC X(8)   VALUE 'STATUS'.
           10 FILLER              PIC X(48).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-MGRNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-JOB          PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-ENDS         PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ----9.
           10 FILLER              PIC X(2).
           10 WS-DET-EXTENDED     PIC ZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-STATUS       PIC X(8).
           10 FILLER              PIC X(48).

       01  WS-RPT-MGR-LINE.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'MANAGER '.
           10 WS-MGL-MGRNO        PIC X(6).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-MGL-NAME         PIC X(15).
           10 FILLER              PIC X(7)   VALUE '  DUE: '.
           10 WS-MGL-DUE          PIC ZZZ9.
           10 FILLER              PIC X(11)  VALUE '  OVERDUE: '.
           10 WS-MGL-OVER         PIC ZZZ9.
           10 FILLER              PIC X(73)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(29)  VALUE
                'DUE IN THE NEXT 30 DAYS:     '.
           10 WS-SUM-DUE          PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(29)  VALUE
                'OVERDUE, NO OUTCOME:         '.
           10 WS-SUM-OVER         PIC ZZZZZ9.
           10 FILLER              PIC X(54)  VALUE SPACES.

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

                EXEC SQL INCLUDE PROBATN
                END-EXEC.

                EXEC SQL INCLUDE REHLINK
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    OPEN PROBATIONS ENDING WITHIN 30 DAYS OR ALREADY PAST THEIR
      *    END DATE, FOR EMPLOYEES STILL ON THE BOOKS AND NOT BRIDGED
      *    REHIRES, IN MANAGER ORDER.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(D.MGRNO, ' '),
                 COALESCE(M.LASTNAME, ' '),
                 COALESCE(E.WORKDEPT, ' '),
                 P.EMPNO,
                 COALESCE(E.LASTNAME, ' '),
                 COALESCE(E.JOB, ' '),
                 CHAR(P.PROB_END_DATE, ISO),
                 DAYS(P.PROB_END_DATE) - DAYS(CURRENT DATE),
                 P.EXTEND_COUNT
             FROM EMP_PROBATION P
             JOIN EMP E
               ON E.EMPNO = P.EMPNO
             LEFT JOIN DEPT D
                    ON D.DEPTNO = E.WORKDEPT
             LEFT JOIN EMP M
                    ON M.EMPNO = D.MGRNO
             WHERE P.PROB_STATUS = 'O'
               AND E.SEPDATE IS NULL
               AND P.PROB_END_DATE <= CURRENT DATE + 30 DAYS
               AND NOT EXISTS
                   (SELECT 1
                      FROM REHIRE_LINK L
                     WHERE L.NEW_EMPNO = P.EMPNO)
             ORDER BY COALESCE(D.MGRNO, ' '), E.WORKDEPT,
                      P.PROB_END_DATE, P.EMPNO
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
                   PERFORM 2260-PRINT-MGR-LINE
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
      * 2200-FETCH-C1 - ONE PROBATION DUE OR OVERDUE                   *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-MGRNO,
                          :WS-MGR-NAME,
                          :WS-WORKDEPT,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-JOB,
                          :WS-PROB-END-DATE,
                          :WS-DAYS-LEFT,
                          :WS-EXTEND-COUNT
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

                IF WS-MGRNO NOT = WS-PREV-MGRNO
                   OR FIRST-ROW
                   IF NOT FIRST-ROW
                      PERFORM 2260-PRINT-MGR-LINE
                      THRU    2260-EXIT
                   END-IF
                   MOVE 'N' TO FIRST-ROW-SWITCH
                   MOVE 0   TO WS-MGR-DUE-COUNT
                   MOVE 0   TO WS-MGR-OVER-COUNT
                   MOVE WS-MGRNO    TO WS-PREV-MGRNO
                   MOVE WS-MGR-NAME TO WS-PREV-MGR-NAME
                END-IF.

                ADD 1 TO WS-READ-COUNT.
                IF WS-DAYS-LEFT < 0
                   ADD 1 TO WS-MGR-OVER-COUNT
                   ADD 1 TO WS-OVER-COUNT
                   MOVE 'OVERDUE' TO WS-DET-STATUS
                ELSE
                   ADD 1 TO WS-MGR-DUE-COUNT
                   ADD 1 TO WS-DUE-COUNT
                   MOVE 'DUE'     TO WS-DET-STATUS
                END-IF.

                MOVE WS-MGRNO         TO WS-DET-MGRNO.
                MOVE WS-WORKDEPT      TO WS-DET-DEPT.
                MOVE WS-EMPNO         TO WS-DET-EMPNO.
                MOVE WS-LASTNAME      TO WS-DET-NAME.
                MOVE WS-JOB           TO WS-DET-JOB.
                MOVE WS-PROB-END-DATE TO WS-DET-ENDS.
                MOVE WS-DAYS-LEFT     TO WS-DET-DAYS.
                MOVE WS-EXTEND-COUNT  TO WS-DET-EXTENDED.

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
      * 2260-PRINT-MGR-LINE - DUE/OVERDUE COUNTS FOR ONE MANAGER. A    *
      *                       DEPARTMENT WITH NO MANAGER PRINTS AS     *
      *                       '(NONE)' SO ITS GROUP STILL GETS READ.   *
      ******************************************************************
       2260-PRINT-MGR-LINE.
                MOVE WS-PREV-MGRNO     TO WS-MGL-MGRNO.
                IF WS-PREV-MGRNO = SPACES
                   MOVE '(NONE)'       TO WS-MGL-NAME
                ELSE
                   MOVE WS-PREV-MGR-NAME TO WS-MGL-NAME
                END-IF.
                MOVE WS-MGR-DUE-COUNT  TO WS-MGL-DUE.
                MOVE WS-MGR-OVER-COUNT TO WS-MGL-OVER.
                PRINT WS-RPT-MGR-LINE.
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
                MOVE WS-DUE-COUNT  TO WS-SUM-DUE.
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

                MOVE 'COBPROBD'     TO RUNH-PROGRAM-ID.
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
