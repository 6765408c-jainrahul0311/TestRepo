      *-----------------------------------------------------------------
      *     COBMOBRP - TIME IN ROLE AND INTERNAL MOBILITY BY
      *                DEPARTMENT. FOR THE FROM AND TO DATES ON THE
      *                CONTROL CARD, READS THE ASSIGN_HIST SPELLS AND
      *                PRINTS ONE LINE PER DEPARTMENT: THE HEADCOUNT
      *                ON THE TO DATE WITH THE AVERAGE MONTHS THOSE
      *                STAFF HAD THEN BEEN IN THE DEPARTMENT AND IN
      *                THEIR JOB, AND THE INTERNAL MOVES EFFECTIVE
      *                AFTER THE FROM DATE UP TO THE TO DATE - STAFF
      *                TRANSFERRED IN, TRANSFERRED OUT, AND JOB
      *                CHANGES WITHIN THE DEPARTMENT. MOBILITY IS THE
      *                MOVES OUT PLUS THE JOB CHANGES AS A PERCENTAGE
      *                OF THE HEADCOUNT. HIRES AND SEPARATIONS ARE NOT
      *                MOVES (COBTURNR COUNTS THOSE). A SPELL ENDED
      *                AND REPLACED THE SAME DAY IS NOT COUNTED; TIME
      *                IN A DEPARTMENT OR JOB RUNS FROM THE END OF THE
      *                LAST SPELL IN A DIFFERENT ONE, OR FROM THE FIRST
      *                SPELL HELD.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMOBRP.
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
               RECORD CONTAINS 20 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-FROM-DATE      PIC X(10).
           05  CARDREC-TO-DATE        PIC X(10).

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

      *    THE CARD RANGE
       01  WS-FROM-DATE           PIC X(10).
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05 WS-FR-YYYY          PIC X(4).
           05 WS-FR-SEP1          PIC X(1).
           05 WS-FR-MM            PIC X(2).
           05 WS-FR-SEP2          PIC X(1).
           05 WS-FR-DD            PIC X(2).
       01  WS-TO-DATE             PIC X(10).
       01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
           05 WS-TO-YYYY          PIC X(4).
           05 WS-TO-SEP1          PIC X(1).
           05 WS-TO-MM            PIC X(2).
           05 WS-TO-SEP2          PIC X(1).
           05 WS-TO-DD            PIC X(2).
       01  WS-DATE-CHECK          PIC X(10).
       01  WS-DATE-CHECK-TO       PIC X(10).

      *    ONE DEPARTMENT
       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPTNAME            PIC X(36).
       01  WS-HEADCOUNT           PIC S9(9)     USAGE COMP.
       01  WS-DAYS-DEPT           PIC S9(9)     USAGE COMP.
       01  WS-DAYS-JOB            PIC S9(9)     USAGE COMP.
       01  WS-MOVES-IN            PIC S9(9)     USAGE COMP.
       01  WS-MOVES-OUT           PIC S9(9)     USAGE COMP.
       01  WS-JOB-CHANGES         PIC S9(9)     USAGE COMP.
       01  WS-MONTHS-DEPT         PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-MONTHS-JOB          PIC S9(4)V9(1) USAGE COMP-3.
       01  WS-MOBILITY            PIC S9(4)V9(1) USAGE COMP-3.

      *    RUN TOTALS - THE DAYS ARE HEADCOUNT-WEIGHTED SO THE COMPANY
      *    AVERAGES ARE OVER PEOPLE, NOT DEPARTMENTS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-DEPT-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-TOT-HEADCOUNT       PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-TOT-DAYS-DEPT       PIC S9(15)    USAGE COMP-3 VALUE 0.
       01  WS-TOT-DAYS-JOB        PIC S9(15)    USAGE COMP-3 VALUE 0.
       01  WS-TOT-MOVES-IN        PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-TOT-MOVES-OUT       PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-TOT-JOB-CHANGES     PIC S9(9)     USAGE COMP  VALUE 0.

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
                VALUE 'TIME IN ROLE AND INTERNAL MOBILITY'.
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

       01  WS-RPT-RANGE.
           10 FILLER              PIC X(32)  VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'MOVES EFFECTIVE '.
           10 WS-RNG-FROM         PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-RNG-TO           PIC X(10).
           10 FILLER              PIC X(24)  VALUE
                ' - HEADCOUNT AS AT THE '.
           10 FILLER              PIC X(33)  VALUE 'TO DATE'.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(3).
           10 WS-COL1             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL2             PIC X(38)  VALUE 'DEPARTMENT NAME'.
           10 WS-COL3             PIC X(7)   VALUE 'HEADS'.
           10 WS-COL4             PIC X(11)  VALUE 'MTHS DEPT'.
           10 WS-COL5             PIC X(11)  VALUE 'MTHS JOB'.
           10 WS-COL6             PIC X(7)   VALUE '  IN'.
           10 WS-COL7             PIC X(7)   VALUE ' OUT'.
           10 WS-COL8             PIC X(8)   VALUE 'JOB CHG'.
           10 WS-COL9             PIC X(10)  VALUE 'MOBILITY%'.
           10 FILLER              PIC X(24).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-DEPTNO       PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-DEPTNAME     PIC X(36).
           10 FILLER              PIC X(2).
           10 WS-DET-HEAD         PIC ZZZ9.
           10 FILLER              PIC X(4).
           10 WS-DET-MTHS-DEPT    PIC ZZZ9.9.
           10 FILLER              PIC X(5).
           10 WS-DET-MTHS-JOB     PIC ZZZ9.9.
           10 FILLER              PIC X(4).
           10 WS-DET-IN           PIC ZZZ9.
           10 FILLER              PIC X(3).
           10 WS-DET-OUT          PIC ZZZ9.
           10 FILLER              PIC X(3).
           10 WS-DET-JOBCHG       PIC ZZZ9.
           10 FILLER              PIC X(4).
           10 WS-DET-MOBILITY     PIC ZZZ9.9.
           10 FILLER              PIC X(28).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(25)  VALUE
                'DEPARTMENTS REPORTED:    '.
           10 WS-SUM-DEPTS        PIC ZZZZ9.
           10 FILLER              PIC X(99)  VALUE SPACES.

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

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY DEPARTMENT ANYONE HELD A SPELL IN DURING THE RANGE,
      *    SO A DEPARTMENT SINCE EMPTIED OR CLOSED STILL SHOWS THE
      *    MOVES OUT OF IT.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 X.WORKDEPT,
                 COALESCE(D.DEPTNAME, ' ')
             FROM (SELECT DISTINCT A.WORKDEPT
                     FROM ASSIGN_HIST A
                    WHERE A.EFF_FROM <= DATE(:WS-TO-DATE)
                      AND A.EFF_TO   >  DATE(:WS-FROM-DATE)) X
             LEFT JOIN DEPT D
                    ON D.DEPTNO = X.WORKDEPT
             ORDER BY X.WORKDEPT
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

             PERFORM 2600-COMPANY-LINE
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
      * 1000-INITIALIZE - GET AND VALIDATE THE FROM/TO DATE CARD       *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN
                   AT END
                        MOVE SPACES TO CARDREC
                END-READ.
                CLOSE CARDIN.

                MOVE CARDREC-FROM-DATE TO WS-FROM-DATE.
                MOVE CARDREC-TO-DATE   TO WS-TO-DATE.

                IF WS-FR-YYYY NOT NUMERIC
                   OR WS-FR-MM NOT NUMERIC
                   OR WS-FR-DD NOT NUMERIC
                   OR WS-FR-SEP1 NOT = '-'
                   OR WS-FR-SEP2 NOT = '-'
                   OR WS-TO-YYYY NOT NUMERIC
                   OR WS-TO-MM NOT NUMERIC
                   OR WS-TO-DD NOT NUMERIC
                   OR WS-TO-SEP1 NOT = '-'
                   OR WS-TO-SEP2 NOT = '-'
                   OR WS-TO-DATE NOT > WS-FROM-DATE
                   DISPLAY '++ COBMOBRP - MISSING OR BAD DATE CARD ++'
                   DISPLAY '++ COBMOBRP - ABORTING, FROM AND TO DATES '
                           'YYYY-MM-DD, FROM BEFORE TO, ARE '
                           'REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-FROM-DATE), ISO),
                        CHAR(DATE(:WS-TO-DATE), ISO)
                    INTO
                        :WS-DATE-CHECK,
                        :WS-DATE-CHECK-TO
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBMOBRP - ' WS-FROM-DATE ' OR '
                                 WS-TO-DATE ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-FROM-DATE TO WS-RNG-FROM.
                MOVE WS-TO-DATE   TO WS-RNG-TO.

                DISPLAY 'WS-FROM-DATE = ' WS-FROM-DATE.
                DISPLAY 'WS-TO-DATE   = ' WS-TO-DATE.
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
      * 2200-FETCH-C1 - ONE DEPARTMENT: ITS STAFF ON THE TO DATE AND   *
      *                 ITS MOVES IN THE RANGE                         *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-DEPTNAME
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

                PERFORM 2300-COUNT-STAFF
                THRU    2300-EXIT.

                PERFORM 2400-COUNT-MOVES
                THRU    2400-EXIT.

                IF WS-HEADCOUNT = 0
                   AND WS-MOVES-IN = 0
                   AND WS-MOVES-OUT = 0
                   AND WS-JOB-CHANGES = 0
                   GO TO 2200-EXIT
                END-IF.

                ADD 1                TO WS-DEPT-COUNT.
                ADD WS-HEADCOUNT     TO WS-TOT-HEADCOUNT.
                COMPUTE WS-TOT-DAYS-DEPT = WS-TOT-DAYS-DEPT
                                         + WS-DAYS-DEPT * WS-HEADCOUNT.
                COMPUTE WS-TOT-DAYS-JOB  = WS-TOT-DAYS-JOB
                                         + WS-DAYS-JOB * WS-HEADCOUNT.
                ADD WS-MOVES-IN      TO WS-TOT-MOVES-IN.
                ADD WS-MOVES-OUT     TO WS-TOT-MOVES-OUT.
                ADD WS-JOB-CHANGES   TO WS-TOT-JOB-CHANGES.

                MOVE WS-DEPTNO   TO WS-DET-DEPTNO.
                MOVE WS-DEPTNAME TO WS-DET-DEPTNAME.
                PERFORM 2500-PRINT-LINE
                THRU    2500-EXIT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-COUNT-STAFF - HEADCOUNT ON THE TO DATE AND THE AVERAGE    *
      *                    DAYS IN THE DEPARTMENT AND IN THE JOB. A    *
      *                    STINT STARTS WHERE THE LAST SPELL IN A      *
      *                    DIFFERENT DEPARTMENT (OR JOB) ENDED, ELSE   *
      *                    AT THE EMPLOYEE'S FIRST SPELL.              *
      ******************************************************************
       2300-COUNT-STAFF.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        COALESCE(AVG(T.DAYS_DEPT), 0),
                        COALESCE(AVG(T.DAYS_JOB), 0)
                    INTO
                        :WS-HEADCOUNT,
                        :WS-DAYS-DEPT,
                        :WS-DAYS-JOB
                    FROM
                      (SELECT
                          DAYS(DATE(:WS-TO-DATE)) - DAYS(COALESCE(
                             (SELECT MAX(X.EFF_TO)
                                FROM ASSIGN_HIST X
                               WHERE X.EMPNO    =  A.EMPNO
                                 AND X.WORKDEPT <> A.WORKDEPT
                                 AND X.EFF_TO   <= A.EFF_FROM),
                             (SELECT MIN(X.EFF_FROM)
                                FROM ASSIGN_HIST X
                               WHERE X.EMPNO    =  A.EMPNO)))
                                 AS DAYS_DEPT,
                          DAYS(DATE(:WS-TO-DATE)) - DAYS(COALESCE(
                             (SELECT MAX(X.EFF_TO)
                                FROM ASSIGN_HIST X
                               WHERE X.EMPNO    =  A.EMPNO
                                 AND X.JOB      <> A.JOB
                                 AND X.EFF_TO   <= A.EFF_FROM),
                             (SELECT MIN(X.EFF_FROM)
                                FROM ASSIGN_HIST X
                               WHERE X.EMPNO    =  A.EMPNO)))
                                 AS DAYS_JOB
                         FROM ASSIGN_HIST A
                        WHERE A.WORKDEPT =  :WS-DEPTNO
                          AND A.EFF_FROM <= DATE(:WS-TO-DATE)
                          AND A.EFF_TO   >  DATE(:WS-TO-DATE)) T
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-COUNT-MOVES - EVERY SPELL STARTING IN THE RANGE AGAINST   *
      *                    THE SPELL IT REPLACED (THE ONE ENDING THE   *
      *                    DAY IT STARTED). SPELLS SUPERSEDED THE SAME *
      *                    DAY ARE PASSED OVER ON BOTH SIDES.          *
      ******************************************************************
       2400-COUNT-MOVES.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(CASE WHEN A.WORKDEPT =  :WS-DEPTNO
                                           AND P.WORKDEPT <> :WS-DEPTNO
                                          THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN P.WORKDEPT =  :WS-DEPTNO
                                           AND A.WORKDEPT <> :WS-DEPTNO
                                          THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN A.WORKDEPT =  :WS-DEPTNO
                                           AND P.WORKDEPT =  :WS-DEPTNO
                                           AND A.JOB      <> P.JOB
                                          THEN 1 ELSE 0 END), 0)
                    INTO
                        :WS-MOVES-IN,
                        :WS-MOVES-OUT,
                        :WS-JOB-CHANGES
                    FROM ASSIGN_HIST A
                    JOIN ASSIGN_HIST P
                      ON P.EMPNO    =  A.EMPNO
                     AND P.EFF_TO   =  A.EFF_FROM
                     AND P.EFF_FROM <  P.EFF_TO
                    WHERE A.EFF_FROM >  DATE(:WS-FROM-DATE)
                      AND A.EFF_FROM <= DATE(:WS-TO-DATE)
                      AND A.EFF_FROM <  A.EFF_TO
                      AND (A.WORKDEPT = :WS-DEPTNO
                           OR P.WORKDEPT = :WS-DEPTNO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PRINT-LINE - DAYS TO MONTHS, THE MOBILITY RATE, AND THE   *
      *                   LINE (DEPARTMENT SET BY CALLER)              *
      ******************************************************************
       2500-PRINT-LINE.
                COMPUTE WS-MONTHS-DEPT ROUNDED =
                        WS-DAYS-DEPT * 12 / 365.25.
                COMPUTE WS-MONTHS-JOB ROUNDED =
                        WS-DAYS-JOB * 12 / 365.25.
                IF WS-HEADCOUNT > 0
                   COMPUTE WS-MOBILITY ROUNDED =
                           (WS-MOVES-OUT + WS-JOB-CHANGES) * 100
                           / WS-HEADCOUNT
                ELSE
                   MOVE ZERO TO WS-MOBILITY
                END-IF.

                MOVE WS-HEADCOUNT   TO WS-DET-HEAD.
                MOVE WS-MONTHS-DEPT TO WS-DET-MTHS-DEPT.
                MOVE WS-MONTHS-JOB  TO WS-DET-MTHS-JOB.
                MOVE WS-MOVES-IN    TO WS-DET-IN.
                MOVE WS-MOVES-OUT   TO WS-DET-OUT.
                MOVE WS-JOB-CHANGES TO WS-DET-JOBCHG.
                MOVE WS-MOBILITY    TO WS-DET-MOBILITY.

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
      * 2600-COMPANY-LINE - THE WHOLE WORKFORCE AS ONE LINE. MOVES IN  *
      *                     AND OUT ARE THE SAME INTERNAL MOVES SEEN   *
      *                     FROM BOTH ENDS.                            *
      ******************************************************************
       2600-COMPANY-LINE.
                MOVE WS-TOT-HEADCOUNT   TO WS-HEADCOUNT.
                MOVE WS-TOT-MOVES-IN    TO WS-MOVES-IN.
                MOVE WS-TOT-MOVES-OUT   TO WS-MOVES-OUT.
                MOVE WS-TOT-JOB-CHANGES TO WS-JOB-CHANGES.
                IF WS-TOT-HEADCOUNT > 0
                   COMPUTE WS-DAYS-DEPT ROUNDED =
                           WS-TOT-DAYS-DEPT / WS-TOT-HEADCOUNT
                   COMPUTE WS-DAYS-JOB ROUNDED =
                           WS-TOT-DAYS-JOB / WS-TOT-HEADCOUNT
                ELSE
                   MOVE 0 TO WS-DAYS-DEPT
                   MOVE 0 TO WS-DAYS-JOB
                END-IF.

                MOVE '***'             TO WS-DET-DEPTNO.
                MOVE 'COMPANY'         TO WS-DET-DEPTNAME.
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
                PRINT WS-RPT-RANGE.
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

                MOVE 'COBMOBRP'    TO RUNH-PROGRAM-ID.
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
