      *-----------------------------------------------------------------
      *     COBOVHAL - SHARED-SERVICE OVERHEAD ALLOCATION. SPREADS THE
      *                MONTH'S PAYROLL COST OF EACH SUPPORT DEPARTMENT
      *                NAMED ON OVHD_RULE (HR, IT, FACILITIES ...) OVER
      *                THE OPERATING DEPARTMENTS IT SERVES, ON THE
      *                RULE'S BASIS - HEADCOUNT, FTE OR PAYROLL COST OF
      *                THE RECEIVERS, OR A FIXED PERCENTAGE PER
      *                RECEIVER. A RECEIVER IS A DEPARTMENT OR A WHOLE
      *                ADMRDEPT FAMILY. COST, HEADCOUNT AND FTE COME
      *                FROM THE MONTH'S PAYROLL WITH THE SAME BIWEEKLY
      *                AND WEEKLY ROLL-IN AS THE COBGLPST FEED, SO THE
      *                COST SPREAD IS THE COST COBGLPST POSTED.
      *                EACH SUPPORT DEPARTMENT'S RULE SET IS PROVED
      *                BEFORE ANYTHING MOVES: FIXED PERCENTAGES MUST
      *                ADD TO EXACTLY 100, NO DEPARTMENT MAY RECEIVE
      *                TWICE, NO RECEIVER MAY BE A SUPPORT DEPARTMENT
      *                AND EVERY DEPARTMENT TOUCHED MUST HAVE A DEPTGL
      *                ACCOUNT. A SET THAT WOULD LEAVE COST BEHIND OR
      *                SPREAD MORE THAN 100% IS REJECTED WHOLE - ITS
      *                COST STAYS WHERE IT IS - AND THE RUN ENDS RC 4.
      *                THE LAST RECEIVER TAKES THE ROUNDING SO EACH
      *                SET SPREADS TO THE CENT. THE ALLOCATION FEED
      *                (COBGLPST LAYOUT) CREDITS THE SUPPORT
      *                DEPARTMENT AND DEBITS THE RECEIVERS, AND IS
      *                RE-READ TO PROVE IT NETS TO ZERO. THE REPORT
      *                SHOWS EVERY SET AND THE COST BY DEPARTMENT
      *                BEFORE AND AFTER ALLOCATION.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBOVHAL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT ALCGLOUT
                  ASSIGN TO DA-S-ALCGLOUT.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 6 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-PERIOD         PIC X(6).

       FD      ALCGLOUT
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLOUT-REC.
           10 GL-FEED-ACCOUNT         PIC X(8).
           10 GL-FEED-DC              PIC X(1).
           10 GL-FEED-AMOUNT          PIC S9(11)V9(2) SIGN LEADING
                                                      SEPARATE.
           10 GL-FEED-PERIOD          PIC X(6).
           10 GL-FEED-RUNTYPE         PIC X(1).
           10 FILLER                  PIC X(10).

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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  END-OF-GL-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-GL                     VALUE  'Y'.
       77  SECTION-SWITCH         PIC X          VALUE  '1'.
               88  SET-SECTION                   VALUE  '1'.
               88  DEPT-SECTION                  VALUE  '2'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.

       01  WS-DEPTNO              PIC X(3).
       01  WS-ADMRDEPT            PIC X(3).
       01  WS-GL-ACCOUNT          PIC X(8).
       01  WS-DEPT-COST           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DEPT-HEADS          PIC S9(9)     USAGE COMP.
       01  WS-DEPT-FTE            PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-SUPPORT-DEPT        PIC X(3).
       01  WS-BASIS               PIC X(1).
       01  WS-RECV-TYPE           PIC X(1).
       01  WS-RECV-DEPT           PIC X(3).
       01  WS-FIXED-PCT           PIC S9(3)V9(2) USAGE COMP-3.

      *    EVERY DEPARTMENT ON DEPT, PLUS ANY DEPARTMENT PAID IN THE
      *    MONTH OR NAMED AS A SUPPORT DEPARTMENT THAT IS NOT
       01  WS-DEPT-MAX            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-DEPT-SUB            PIC S9(4)     USAGE COMP.
       01  WS-DEPT-IX             PIC S9(4)     USAGE COMP.
       01  WS-SUP-IX              PIC S9(4)     USAGE COMP.
       01  WS-MARK-IX             PIC S9(4)     USAGE COMP.
       01  WS-LAST-RECV           PIC S9(4)     USAGE COMP.
       01  WS-CUR-DEPT            PIC X(3).
       01  WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 500 TIMES.
              10 WS-DT-DEPTNO     PIC X(3).
              10 WS-DT-ADMRDEPT   PIC X(3).
              10 WS-DT-ACCOUNT    PIC X(8).
              10 WS-DT-SUPPORT    PIC X(1).
              10 WS-DT-COST       PIC S9(11)V9(2).
              10 WS-DT-HEADS      PIC 9(5).
              10 WS-DT-FTE        PIC 9(5)V9(2).
              10 WS-DT-OUT        PIC S9(11)V9(2).
              10 WS-DT-IN         PIC S9(11)V9(2).
              10 WS-DT-MARK       PIC 9(2).
              10 WS-DT-WEIGHT     PIC 9(11)V9(4).

      *    THE RULES IN SUPPORT DEPARTMENT ORDER - A RULE SET IS THE
      *    RUN OF ENTRIES FOR ONE SUPPORT DEPARTMENT
       01  WS-RULE-MAX            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-RULE-SUB            PIC S9(4)     USAGE COMP.
       01  WS-RULE-IX             PIC S9(4)     USAGE COMP.
       01  WS-SET-FIRST           PIC S9(4)     USAGE COMP.
       01  WS-SET-LAST            PIC S9(4)     USAGE COMP.
       01  WS-RULE-TABLE.
           05 WS-RL-ENTRY OCCURS 301 TIMES.
              10 WS-RL-SUPPORT    PIC X(3).
              10 WS-RL-BASIS      PIC X(1).
              10 WS-RL-RECV-TYPE  PIC X(1).
              10 WS-RL-RECV-DEPT  PIC X(3).
              10 WS-RL-PCT        PIC 9(3)V9(2).

       01  WS-SUPPORT             PIC X(3).
       01  WS-SET-BASIS           PIC X(1).
       01  WS-SUP-COST            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-TOTAL-PCT           PIC 9(5)V9(2) USAGE COMP-3.
       01  WS-TOTAL-WEIGHT        PIC 9(13)V9(4) USAGE COMP-3.
       01  WS-WEIGHT              PIC 9(11)V9(4) USAGE COMP-3.
       01  WS-FAM-HEADS           PIC 9(7)      USAGE COMP-3.
       01  WS-FAM-COUNT           PIC S9(4)     USAGE COMP.
       01  WS-RECV-COUNT          PIC S9(4)     USAGE COMP.
       01  WS-SHARE               PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-ALLOC-DONE          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-NOACCT-DEPT         PIC X(3).
       01  WS-REJECT-REASON       PIC X(44).

       01  WS-SET-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FEED-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CREDIT-TOTAL        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-REJECT-TOTAL        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FEED-NET            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-BEFORE-TOTAL        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-AFTER-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-AFTER-COST          PIC S9(13)V9(2) USAGE COMP-3.

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
                VALUE 'SHARED-SERVICE OVERHEAD ALLOCATION'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(21)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
           10 WS-STAMP-PERIOD     PIC X(6).
           10 FILLER              PIC X(7)   VALUE SPACES.
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

       01  WS-RPT-TITLE-SET.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'SUPPORT DEPARTMENT RULE SETS AND RECEIVE'.
           10 FILLER              PIC X(40)  VALUE
                'R SHARES                                '.
           10 FILLER              PIC X(33)  VALUE SPACES.

       01  WS-RPT-COLUMNS-SET.
           10 FILLER              PIC X(12)  VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                '     DEPT  RULE              SHARE      '.
           10 FILLER              PIC X(40)  VALUE
                '        AMOUNT  D/C  ACCOUNT            '.
           10 FILLER              PIC X(30)  VALUE SPACES.

       01  WS-RPT-TITLE-DEPT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'COST BY DEPARTMENT BEFORE AND AFTER ALLO'.
           10 FILLER              PIC X(40)  VALUE
                'CATION                                  '.
           10 FILLER              PIC X(33)  VALUE SPACES.

       01  WS-RPT-COLUMNS-DEPT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE 'DEPT  ADMR  '.
           10 FILLER              PIC X(20)  VALUE
                '            BEFORE  '.
           10 FILLER              PIC X(20)  VALUE
                '     ALLOCATED OUT  '.
           10 FILLER              PIC X(20)  VALUE
                '      ALLOCATED IN  '.
           10 FILLER              PIC X(20)  VALUE
                '             AFTER  '.
           10 FILLER              PIC X(21)  VALUE SPACES.

       01  WS-RPT-SET.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'SUPPORT '.
           10 WS-SET-DEPT         PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(5)   VALUE 'COST '.
           10 WS-SET-COST         PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'BASIS: '.
           10 WS-SET-BASIS-TEXT   PIC X(12).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-SET-STATUS       PIC X(61).

       01  WS-RPT-ALLOC.
           10 FILLER              PIC X(12)  VALUE SPACES.
           10 WS-ALC-DIR          PIC X(5).
           10 WS-ALC-DEPT         PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ALC-VIA          PIC X(14).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ALC-PCT          PIC ZZ9.99.
           10 FILLER              PIC X(1)   VALUE '%'.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ALC-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-ALC-DC           PIC X(1).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-ALC-ACCOUNT      PIC X(8).
           10 FILLER              PIC X(42)  VALUE SPACES.

       01  WS-RPT-DEPT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-DEP-DEPT         PIC X(3).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-DEP-ADMR         PIC X(3).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-DEP-BEFORE       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DEP-OUT          PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DEP-IN           PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DEP-AFTER        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DEP-FLAG         PIC X(8).
           10 FILLER              PIC X(13)  VALUE SPACES.

       01  WS-RPT-PROOF.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-PRF-LABEL        PIC X(22).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(79)  VALUE SPACES.

       01  WS-RPT-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'PROOF: '.
           10 WS-VERDICT          PIC X(44).
           10 FILLER              PIC X(72)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-SUM-LABEL        PIC X(30).
           10 WS-SUM-COUNT        PIC ZZ,ZZ9.
           10 FILLER              PIC X(77)  VALUE SPACES.

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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE DEPTGL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE OVHDRULE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY DEPARTMENT WITH ITS ADMRDEPT FAMILY AND GL ACCOUNT
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 D.DEPTNO,
                 COALESCE(D.ADMRDEPT, ' '),
                 COALESCE(G.GL_ACCOUNT, ' ')
             FROM DEPT D
             LEFT OUTER JOIN DEPTGL G
                     ON G.DEPTNO = D.DEPTNO
             ORDER BY D.DEPTNO
           END-EXEC.

      *    THE MONTH'S COST, HEADCOUNT AND FTE BY DEPARTMENT - THE
      *    COBGLPST GROSS AGGREGATION, SUMMED PER EMPLOYEE FIRST SO A
      *    BIWEEKLY OR WEEKLY EMPLOYEE PAID TWICE COUNTS ONCE
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 E.WORKDEPT,
                 SUM(G.GROSS),
                 COUNT(*),
                 COALESCE(SUM(E.FTEPCT), 0) / 100
             FROM EMP E
             INNER JOIN
                 (SELECT P.EMPNO,
                         SUM(P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                           + P.OTPAID + P.ENCASHPAID) AS GROSS
                    FROM PAYROLL P
                   WHERE P.PYEARMONTH = :WS-PYEARMONTH
                      OR P.PYEARMONTH IN
                         (SELECT C.PERIOD_NO FROM PAYPCAL C
                           WHERE C.PAYFREQ IN ('B', 'W')
                             AND SUBSTR(CHAR(C.PAYDATE, ISO), 1, 4)
                              CONCAT SUBSTR(CHAR(C.PAYDATE, ISO), 6, 2)
                               = :WS-PYEARMONTH)
                   GROUP BY P.EMPNO) G
                     ON G.EMPNO = E.EMPNO
             GROUP BY E.WORKDEPT
             ORDER BY E.WORKDEPT
           END-EXEC.

      *    THE ALLOCATION RULES, ONE RULE SET PER SUPPORT DEPARTMENT
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 R.SUPPORT_DEPT,
                 R.ALLOC_BASIS,
                 R.RECV_TYPE,
                 R.RECV_DEPT,
                 R.FIXED_PCT
             FROM OVHD_RULE R
             ORDER BY R.SUPPORT_DEPT, R.RULE_SEQ
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 1100-LOAD-DEPTS
             THRU    1100-EXIT.

             PERFORM 1200-LOAD-COSTS
             THRU    1200-EXIT.

             PERFORM 1300-LOAD-RULES
             THRU    1300-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             MOVE 1 TO WS-RULE-SUB.
             PERFORM 2100-ALLOCATE-SET
             THRU    2100-EXIT
             UNTIL   WS-RULE-SUB > WS-RULE-MAX.

             CLOSE ALCGLOUT.

             PERFORM 2450-PROVE-FEED
             THRU    2450-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             MOVE '2' TO SECTION-SWITCH.
             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2500-PRINT-DEPT
             THRU    2500-EXIT
             VARYING WS-DEPT-SUB FROM 1 BY 1
             UNTIL   WS-DEPT-SUB > WS-DEPT-MAX.

             PERFORM 2510-PRINT-TOTAL
             THRU    2510-EXIT.

             PERFORM 2170-PRINT-PROOF
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - PERIOD CARD. ONLY A CALENDAR MONTH IS        *
      *                   ALLOCATED - THE BIWEEKLY AND WEEKLY PERIODS  *
      *                   COME IN WITH THE MONTH OF THEIR PAY DATE.    *
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

                IF CARDREC-PERIOD NOT NUMERIC
                   DISPLAY '++ COBOVHAL - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBOVHAL - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO ALLOCATE OVERHEAD ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE CARDREC-PERIOD TO WS-PYEARMONTH.

                IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   DISPLAY '++ COBOVHAL - PERIOD ' WS-PYEARMONTH
                           ' IS NOT A CALENDAR MONTH ++'
                   DISPLAY '++ COBOVHAL - OVERHEAD IS ALLOCATED '
                           'MONTHLY - RUN THE YYYYMM CARD ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(RUNTYPE, 'R')
                    INTO
                        :WS-RUNTYPE
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'R' TO WS-RUNTYPE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN OUTPUT ALCGLOUT.

                DISPLAY 'WS-PYEARMONTH   = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-LOAD-DEPTS - THE DEPARTMENT TABLE FROM DEPT AND DEPTGL    *
      ******************************************************************
       1100-LOAD-DEPTS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 1110-FETCH-DEPT
                THRU    1110-EXIT
                UNTIL   END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1110-FETCH-DEPT                                                *
      ******************************************************************
       1110-FETCH-DEPT.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-ADMRDEPT,
                          :WS-GL-ACCOUNT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 1110-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-DEPTNO TO WS-CUR-DEPT.
                PERFORM 2245-ADD-DEPT
                THRU    2245-EXIT.

                IF WS-DEPT-IX > 0
                   MOVE WS-ADMRDEPT   TO WS-DT-ADMRDEPT (WS-DEPT-IX)
                   MOVE WS-GL-ACCOUNT TO WS-DT-ACCOUNT  (WS-DEPT-IX)
                END-IF.
       1110-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-LOAD-COSTS - THE MONTH'S COST, HEADCOUNT AND FTE ONTO THE *
      *                   DEPARTMENT TABLE                             *
      ******************************************************************
       1200-LOAD-COSTS.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 1210-FETCH-COST
                THRU    1210-EXIT
                UNTIL   END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1210-FETCH-COST - A DEPARTMENT PAID IN THE MONTH BUT MISSING   *
      *                   FROM DEPT IS ADDED, SO ITS COST STILL SHOWS  *
      *                   ON THE BEFORE/AFTER PAGE                     *
      ******************************************************************
       1210-FETCH-COST.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-DEPTNO,
                          :WS-DEPT-COST,
                          :WS-DEPT-HEADS,
                          :WS-DEPT-FTE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 1210-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-DEPTNO TO WS-CUR-DEPT.
                PERFORM 2245-ADD-DEPT
                THRU    2245-EXIT.

                IF WS-DEPT-IX > 0
                   MOVE WS-DEPT-COST  TO WS-DT-COST  (WS-DEPT-IX)
                   MOVE WS-DEPT-HEADS TO WS-DT-HEADS (WS-DEPT-IX)
                   MOVE WS-DEPT-FTE   TO WS-DT-FTE   (WS-DEPT-IX)
                   ADD  WS-DEPT-COST  TO WS-BEFORE-TOTAL
                END-IF.
       1210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1300-LOAD-RULES - THE RULE TABLE, AND EVERY SUPPORT DEPARTMENT *
      *                   FLAGGED ON THE DEPARTMENT TABLE SO NO RULE   *
      *                   SET CAN SPREAD COST ONTO ANOTHER ONE         *
      ******************************************************************
       1300-LOAD-RULES.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 1310-FETCH-RULE
                THRU    1310-EXIT
                UNTIL   END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-RULE-MAX = 0
                   DISPLAY 'COBOVHAL - NO ALLOCATION RULES ON OVHD_RULE'
                           ', NOTHING ALLOCATED'
                   MOVE 4 TO RETURN-CODE
                END-IF.
       1300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1310-FETCH-RULE                                                *
      ******************************************************************
       1310-FETCH-RULE.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-SUPPORT-DEPT,
                          :WS-BASIS,
                          :WS-RECV-TYPE,
                          :WS-RECV-DEPT,
                          :WS-FIXED-PCT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                         GO TO 1310-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-RULE-MAX NOT < 300
                   DISPLAY 'COBOVHAL - RULE TABLE FULL, RULE FOR '
                           WS-SUPPORT-DEPT ' TO ' WS-RECV-DEPT
                           ' NOT LOADED'
                   MOVE 4 TO RETURN-CODE
                   GO TO 1310-EXIT
                END-IF.

                ADD 1 TO WS-RULE-MAX.
                MOVE WS-SUPPORT-DEPT TO WS-RL-SUPPORT   (WS-RULE-MAX).
                MOVE WS-BASIS        TO WS-RL-BASIS     (WS-RULE-MAX).
                MOVE WS-RECV-TYPE    TO WS-RL-RECV-TYPE (WS-RULE-MAX).
                MOVE WS-RECV-DEPT    TO WS-RL-RECV-DEPT (WS-RULE-MAX).
                MOVE WS-FIXED-PCT    TO WS-RL-PCT       (WS-RULE-MAX).

                MOVE WS-SUPPORT-DEPT TO WS-CUR-DEPT.
                PERFORM 2245-ADD-DEPT
                THRU    2245-EXIT.

                IF WS-DEPT-IX > 0
                   MOVE 'Y' TO WS-DT-SUPPORT (WS-DEPT-IX)
                END-IF.
       1310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-ALLOCATE-SET - ONE SUPPORT DEPARTMENT'S RULE SET, FROM    *
      *                     WS-RULE-SUB TO THE LAST RULE FOR THE SAME  *
      *                     DEPARTMENT. THE RECEIVERS ARE MARKED AND   *
      *                     WEIGHTED FIRST; ONLY A SET THAT PASSES     *
      *                     EVERY CHECK IS SPREAD AND FED TO THE GL.   *
      *                     WS-RULE-SUB IS LEFT ON THE NEXT SET.       *
      ******************************************************************
       2100-ALLOCATE-SET.
                ADD 1 TO WS-SET-COUNT.
                MOVE WS-RL-SUPPORT (WS-RULE-SUB) TO WS-SUPPORT.
                MOVE WS-RL-BASIS   (WS-RULE-SUB) TO WS-SET-BASIS.
                MOVE WS-RULE-SUB                 TO WS-SET-FIRST.
                MOVE SPACES                      TO WS-REJECT-REASON.

                PERFORM 2105-CHECK-BASIS
                THRU    2105-EXIT
                VARYING WS-RULE-SUB FROM WS-SET-FIRST BY 1
                UNTIL   WS-RULE-SUB > WS-RULE-MAX
                   OR   WS-RL-SUPPORT (WS-RULE-SUB) NOT = WS-SUPPORT.
                COMPUTE WS-SET-LAST = WS-RULE-SUB - 1.

                MOVE WS-SUPPORT TO WS-CUR-DEPT.
                PERFORM 2240-FIND-DEPT
                THRU    2240-EXIT.
                MOVE WS-DEPT-IX TO WS-SUP-IX.
                IF WS-SUP-IX > 0
                   MOVE WS-DT-COST (WS-SUP-IX) TO WS-SUP-COST
                ELSE
                   MOVE 0 TO WS-SUP-COST
                   MOVE 'SUPPORT DEPARTMENT NOT ON DEPARTMENT TABLE'
                        TO WS-REJECT-REASON
                END-IF.

                IF WS-SET-BASIS NOT = 'H' AND NOT = 'F'
                                 AND NOT = 'P' AND NOT = 'X'
                   AND WS-REJECT-REASON = SPACES
                   MOVE 'UNKNOWN ALLOCATION BASIS' TO WS-REJECT-REASON
                END-IF.

                MOVE 0 TO WS-TOTAL-PCT.
                PERFORM 2110-CLEAR-MARK
                THRU    2110-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX.

                PERFORM 2120-MARK-RULE
                THRU    2120-EXIT
                VARYING WS-RULE-IX FROM WS-SET-FIRST BY 1
                UNTIL   WS-RULE-IX > WS-SET-LAST
                   OR   WS-REJECT-REASON NOT = SPACES.

                MOVE 0      TO WS-TOTAL-WEIGHT
                               WS-RECV-COUNT
                               WS-LAST-RECV.
                MOVE SPACES TO WS-NOACCT-DEPT.
                PERFORM 2130-SUM-WEIGHT
                THRU    2130-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX.

                EVALUATE TRUE
                    WHEN WS-REJECT-REASON NOT = SPACES
                         CONTINUE
                    WHEN WS-RECV-COUNT = 0
                         MOVE 'NO RECEIVING DEPARTMENTS'
                              TO WS-REJECT-REASON
                    WHEN WS-SET-BASIS = 'X' AND WS-TOTAL-PCT < 100
                         MOVE 'FIXED PCTS UNDER 100 - COST LEFT BEHIND'
                              TO WS-REJECT-REASON
                    WHEN WS-SET-BASIS = 'X' AND WS-TOTAL-PCT > 100
                         MOVE 'FIXED PCTS OVER 100 - OVER-ALLOCATES'
                              TO WS-REJECT-REASON
                    WHEN WS-TOTAL-WEIGHT = 0
                         MOVE 'RECEIVERS HAVE NO BASIS TO SPREAD ON'
                              TO WS-REJECT-REASON
                    WHEN WS-DT-ACCOUNT (WS-SUP-IX) = SPACES
                         MOVE 'SUPPORT DEPARTMENT HAS NO DEPTGL ACCOUNT'
                              TO WS-REJECT-REASON
                    WHEN WS-NOACCT-DEPT NOT = SPACES
                         STRING 'RECEIVER ' WS-NOACCT-DEPT
                                ' HAS NO DEPTGL ACCOUNT'
                                DELIMITED BY SIZE
                                INTO WS-REJECT-REASON
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.

                IF WS-LINE-CTR + WS-RECV-COUNT + 3 > WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.

                MOVE WS-SUPPORT  TO WS-SET-DEPT.
                MOVE WS-SUP-COST TO WS-SET-COST.
                EVALUATE WS-SET-BASIS
                    WHEN 'H'  MOVE 'HEADCOUNT'    TO WS-SET-BASIS-TEXT
                    WHEN 'F'  MOVE 'FTE'          TO WS-SET-BASIS-TEXT
                    WHEN 'P'  MOVE 'PAYROLL COST' TO WS-SET-BASIS-TEXT
                    WHEN 'X'  MOVE 'FIXED PCT'    TO WS-SET-BASIS-TEXT
                    WHEN OTHER
                              MOVE WS-SET-BASIS   TO WS-SET-BASIS-TEXT
                END-EVALUATE.
                MOVE SPACES TO WS-SET-STATUS.

                IF WS-REJECT-REASON NOT = SPACES
                   ADD 1           TO WS-REJECT-COUNT
                   ADD WS-SUP-COST TO WS-REJECT-TOTAL
                   STRING '*REJECTED* ' WS-REJECT-REASON
                          DELIMITED BY SIZE
                          INTO WS-SET-STATUS
                   PRINT WS-RPT-SET
                   ADD 1 TO WS-LINE-CTR
                   MOVE 4 TO RETURN-CODE
                   GO TO 2100-EXIT
                END-IF.

                IF WS-SUP-COST NOT > 0
                   MOVE 'NO COST IN THE MONTH - NOTHING TO ALLOCATE'
                        TO WS-SET-STATUS
                   PRINT WS-RPT-SET
                   ADD 1 TO WS-LINE-CTR
                   GO TO 2100-EXIT
                END-IF.

                MOVE 'ALLOCATED' TO WS-SET-STATUS.
                PRINT WS-RPT-SET.
                ADD 1 TO WS-LINE-CTR.

                MOVE 0 TO WS-ALLOC-DONE.
                PERFORM 2140-ALLOCATE-DEPT
                THRU    2140-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX.

                PERFORM 2220-WRITE-CREDIT
                THRU    2220-EXIT.
       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2105-CHECK-BASIS - EVERY RULE OF A SET MUST CARRY ONE BASIS    *
      ******************************************************************
       2105-CHECK-BASIS.
                IF WS-RL-BASIS (WS-RULE-SUB) NOT = WS-SET-BASIS
                   AND WS-REJECT-REASON = SPACES
                   MOVE 'RULES MIX ALLOCATION BASES'
                        TO WS-REJECT-REASON
                END-IF.
       2105-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2110-CLEAR-MARK                                                *
      ******************************************************************
       2110-CLEAR-MARK.
                MOVE 0 TO WS-DT-MARK   (WS-DEPT-SUB)
                          WS-DT-WEIGHT (WS-DEPT-SUB).
       2110-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2120-MARK-RULE - MARK AND WEIGHT THE DEPARTMENT(S) ONE RULE    *
      *                  NAMES. AN ADMRDEPT FAMILY IS EVERY            *
      *                  NON-SUPPORT DEPARTMENT REPORTING TO           *
      *                  RECV_DEPT; A FIXED PERCENTAGE TO A FAMILY IS  *
      *                  SHARED OUT BY HEADCOUNT (EQUALLY IF THE       *
      *                  FAMILY HAS NONE).                             *
      ******************************************************************
       2120-MARK-RULE.
                IF WS-SET-BASIS = 'X'
                   ADD WS-RL-PCT (WS-RULE-IX) TO WS-TOTAL-PCT
                END-IF.

                EVALUATE WS-RL-RECV-TYPE (WS-RULE-IX)
                    WHEN 'D'
                         MOVE WS-RL-RECV-DEPT (WS-RULE-IX)
                              TO WS-CUR-DEPT
                         PERFORM 2240-FIND-DEPT
                         THRU    2240-EXIT
                         EVALUATE TRUE
                             WHEN WS-DEPT-IX = 0
                                  STRING 'RECEIVER ' WS-CUR-DEPT
                                         ' IS NOT A DEPARTMENT'
                                         DELIMITED BY SIZE
                                         INTO WS-REJECT-REASON
                             WHEN WS-DT-SUPPORT (WS-DEPT-IX) = 'Y'
                                  STRING 'RECEIVER ' WS-CUR-DEPT
                                         ' IS A SUPPORT DEPARTMENT'
                                         DELIMITED BY SIZE
                                         INTO WS-REJECT-REASON
                             WHEN OTHER
                                  MOVE WS-DEPT-IX TO WS-MARK-IX
                                  IF WS-SET-BASIS = 'X'
                                     MOVE WS-RL-PCT (WS-RULE-IX)
                                          TO WS-WEIGHT
                                  ELSE
                                     PERFORM 2126-BASIS-WEIGHT
                                     THRU    2126-EXIT
                                  END-IF
                                  PERFORM 2125-MARK-DEPT
                                  THRU    2125-EXIT
                         END-EVALUATE
                    WHEN 'A'
                         MOVE 0 TO WS-FAM-HEADS
                                   WS-FAM-COUNT
                         PERFORM 2122-COUNT-FAMILY
                         THRU    2122-EXIT
                         VARYING WS-DEPT-SUB FROM 1 BY 1
                         UNTIL   WS-DEPT-SUB > WS-DEPT-MAX
                         IF WS-FAM-COUNT = 0
                            STRING 'FAMILY '
                                   WS-RL-RECV-DEPT (WS-RULE-IX)
                                   ' HAS NO OPERATING DEPARTMENTS'
                                   DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                         ELSE
                            PERFORM 2124-MARK-FAMILY
                            THRU    2124-EXIT
                            VARYING WS-DEPT-SUB FROM 1 BY 1
                            UNTIL   WS-DEPT-SUB > WS-DEPT-MAX
                         END-IF
                    WHEN OTHER
                         MOVE 'UNKNOWN RECEIVER TYPE'
                              TO WS-REJECT-REASON
                END-EVALUATE.
       2120-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2122-COUNT-FAMILY - MEMBERS AND HEADCOUNT OF ONE FAMILY        *
      ******************************************************************
       2122-COUNT-FAMILY.
                IF WS-DT-ADMRDEPT (WS-DEPT-SUB) =
                                   WS-RL-RECV-DEPT (WS-RULE-IX)
                   AND WS-DT-SUPPORT (WS-DEPT-SUB) NOT = 'Y'
                   ADD 1                         TO WS-FAM-COUNT
                   ADD WS-DT-HEADS (WS-DEPT-SUB) TO WS-FAM-HEADS
                END-IF.
       2122-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2124-MARK-FAMILY - MARK ONE FAMILY MEMBER                      *
      ******************************************************************
       2124-MARK-FAMILY.
                IF WS-DT-ADMRDEPT (WS-DEPT-SUB) NOT =
                                   WS-RL-RECV-DEPT (WS-RULE-IX)
                   OR WS-DT-SUPPORT (WS-DEPT-SUB) = 'Y'
                   GO TO 2124-EXIT
                END-IF.

                MOVE WS-DEPT-SUB TO WS-MARK-IX.
                EVALUATE TRUE
                    WHEN WS-SET-BASIS NOT = 'X'
                         PERFORM 2126-BASIS-WEIGHT
                         THRU    2126-EXIT
                    WHEN WS-FAM-HEADS > 0
                         COMPUTE WS-WEIGHT = WS-RL-PCT (WS-RULE-IX)
                               * WS-DT-HEADS (WS-MARK-IX) / WS-FAM-HEADS
                    WHEN OTHER
                         COMPUTE WS-WEIGHT = WS-RL-PCT (WS-RULE-IX)
                                           / WS-FAM-COUNT
                END-EVALUATE.

                PERFORM 2125-MARK-DEPT
                THRU    2125-EXIT.
       2124-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2125-MARK-DEPT - A DEPARTMENT MARKED TWICE IN ONE SET WOULD    *
      *                  BE GIVEN MORE THAN ITS SHARE                  *
      ******************************************************************
       2125-MARK-DEPT.
                IF WS-DT-MARK (WS-MARK-IX) > 0
                   IF WS-REJECT-REASON = SPACES
                      STRING 'DEPT ' WS-DT-DEPTNO (WS-MARK-IX)
                             ' RECEIVES TWICE - OVER-ALLOCATES'
                             DELIMITED BY SIZE
                             INTO WS-REJECT-REASON
                   END-IF
                   GO TO 2125-EXIT
                END-IF.

                MOVE 1         TO WS-DT-MARK   (WS-MARK-IX).
                MOVE WS-WEIGHT TO WS-DT-WEIGHT (WS-MARK-IX).
       2125-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2126-BASIS-WEIGHT - THE RECEIVER'S HEADCOUNT, FTE OR COST      *
      ******************************************************************
       2126-BASIS-WEIGHT.
                EVALUATE WS-SET-BASIS
                    WHEN 'H'
                         MOVE WS-DT-HEADS (WS-MARK-IX) TO WS-WEIGHT
                    WHEN 'F'
                         MOVE WS-DT-FTE   (WS-MARK-IX) TO WS-WEIGHT
                    WHEN OTHER
                         IF WS-DT-COST (WS-MARK-IX) > 0
                            MOVE WS-DT-COST (WS-MARK-IX) TO WS-WEIGHT
                         ELSE
                            MOVE 0 TO WS-WEIGHT
                         END-IF
                END-EVALUATE.
       2126-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2130-SUM-WEIGHT - TOTAL WEIGHT OF THE SET, THE LAST RECEIVER   *
      *                   (WHICH TAKES THE ROUNDING) AND THE FIRST     *
      *                   RECEIVER WITH NO DEPTGL ACCOUNT              *
      ******************************************************************
       2130-SUM-WEIGHT.
                IF WS-DT-MARK (WS-DEPT-SUB) = 0
                   GO TO 2130-EXIT
                END-IF.

                ADD 1 TO WS-RECV-COUNT.
                ADD WS-DT-WEIGHT (WS-DEPT-SUB) TO WS-TOTAL-WEIGHT.
                IF WS-DT-WEIGHT (WS-DEPT-SUB) > 0
                   MOVE WS-DEPT-SUB TO WS-LAST-RECV
                   IF WS-DT-ACCOUNT (WS-DEPT-SUB) = SPACES
                      AND WS-NOACCT-DEPT = SPACES
                      MOVE WS-DT-DEPTNO (WS-DEPT-SUB) TO WS-NOACCT-DEPT
                   END-IF
                END-IF.
       2130-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2140-ALLOCATE-DEPT - ONE RECEIVER'S SHARE: ITS WEIGHT OVER THE *
      *                      SET'S TOTAL WEIGHT, ROUNDED TO THE CENT,  *
      *                      THE LAST RECEIVER TAKING WHAT IS LEFT     *
      ******************************************************************
       2140-ALLOCATE-DEPT.
                IF WS-DT-WEIGHT (WS-DEPT-SUB) = 0
                   GO TO 2140-EXIT
                END-IF.

                IF WS-DEPT-SUB = WS-LAST-RECV
                   COMPUTE WS-SHARE = WS-SUP-COST - WS-ALLOC-DONE
                ELSE
                   COMPUTE WS-SHARE ROUNDED = WS-SUP-COST
                         * WS-DT-WEIGHT (WS-DEPT-SUB) / WS-TOTAL-WEIGHT
                END-IF.
                ADD WS-SHARE TO WS-ALLOC-DONE.
                ADD WS-SHARE TO WS-DT-IN (WS-DEPT-SUB).

                MOVE SPACES                     TO GLOUT-REC.
                MOVE WS-DT-ACCOUNT (WS-DEPT-SUB) TO GL-FEED-ACCOUNT.
                MOVE 'D'                        TO GL-FEED-DC.
                MOVE WS-SHARE                   TO GL-FEED-AMOUNT.
                MOVE WS-PYEARMONTH              TO GL-FEED-PERIOD.
                MOVE WS-RUNTYPE                 TO GL-FEED-RUNTYPE.
                WRITE GLOUT-REC.
                ADD 1        TO WS-FEED-COUNT.
                ADD WS-SHARE TO WS-DEBIT-TOTAL.

                MOVE 'TO   '                     TO WS-ALC-DIR.
                MOVE WS-DT-DEPTNO (WS-DEPT-SUB)  TO WS-ALC-DEPT.
                IF WS-DT-ADMRDEPT (WS-DEPT-SUB) = SPACES
                   MOVE SPACES TO WS-ALC-VIA
                ELSE
                   STRING 'FAMILY ' WS-DT-ADMRDEPT (WS-DEPT-SUB)
                          DELIMITED BY SIZE
                          INTO WS-ALC-VIA
                END-IF.
                COMPUTE WS-ALC-PCT ROUNDED =
                        WS-DT-WEIGHT (WS-DEPT-SUB) * 100
                      / WS-TOTAL-WEIGHT.
                MOVE WS-SHARE                    TO WS-ALC-AMOUNT.
                MOVE 'D'                         TO WS-ALC-DC.
                MOVE WS-DT-ACCOUNT (WS-DEPT-SUB) TO WS-ALC-ACCOUNT.
                PRINT WS-RPT-ALLOC.
                ADD 1 TO WS-LINE-CTR.
       2140-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2220-WRITE-CREDIT - THE SUPPORT DEPARTMENT'S CREDIT FOR THE    *
      *                     WHOLE COST SPREAD, BALANCING THE SET'S     *
      *                     DEBITS                                     *
      ******************************************************************
       2220-WRITE-CREDIT.
                ADD WS-SUP-COST TO WS-DT-OUT (WS-SUP-IX).

                MOVE SPACES                   TO GLOUT-REC.
                MOVE WS-DT-ACCOUNT (WS-SUP-IX) TO GL-FEED-ACCOUNT.
                MOVE 'C'                      TO GL-FEED-DC.
                MOVE WS-SUP-COST              TO GL-FEED-AMOUNT.
                MOVE WS-PYEARMONTH            TO GL-FEED-PERIOD.
                MOVE WS-RUNTYPE               TO GL-FEED-RUNTYPE.
                WRITE GLOUT-REC.
                ADD 1           TO WS-FEED-COUNT.
                ADD WS-SUP-COST TO WS-CREDIT-TOTAL.

                MOVE 'FROM '                   TO WS-ALC-DIR.
                MOVE WS-SUPPORT                TO WS-ALC-DEPT.
                MOVE 'SUPPORT'                 TO WS-ALC-VIA.
                MOVE 100                       TO WS-ALC-PCT.
                MOVE WS-SUP-COST               TO WS-ALC-AMOUNT.
                MOVE 'C'                       TO WS-ALC-DC.
                MOVE WS-DT-ACCOUNT (WS-SUP-IX) TO WS-ALC-ACCOUNT.
                PRINT WS-RPT-ALLOC.
                ADD 1 TO WS-LINE-CTR.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2240-FIND-DEPT - WS-DEPT-IX OF WS-CUR-DEPT, 0 IF NOT ON TABLE  *
      ******************************************************************
       2240-FIND-DEPT.
                MOVE 0 TO WS-DEPT-IX.

                PERFORM 2241-MATCH-DEPT
                THRU    2241-EXIT
                VARYING WS-DEPT-SUB FROM 1 BY 1
                UNTIL   WS-DEPT-SUB > WS-DEPT-MAX
                   OR   WS-DEPT-IX > 0.
       2240-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2241-MATCH-DEPT                                                *
      ******************************************************************
       2241-MATCH-DEPT.
                IF WS-DT-DEPTNO (WS-DEPT-SUB) = WS-CUR-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-IX
                END-IF.
       2241-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2245-ADD-DEPT - FIND WS-CUR-DEPT, ADDING IT WHEN NEW. A NEW    *
      *                 DEPARTMENT NOT ON DEPT LOOKS UP ITS OWN GL     *
      *                 ACCOUNT.                                       *
      ******************************************************************
       2245-ADD-DEPT.
                PERFORM 2240-FIND-DEPT
                THRU    2240-EXIT.

                IF WS-DEPT-IX > 0
                   GO TO 2245-EXIT
                END-IF.

                IF WS-DEPT-MAX NOT < 500
                   DISPLAY 'COBOVHAL - DEPARTMENT TABLE FULL, DEPT '
                           WS-CUR-DEPT ' NOT ALLOCATED'
                   MOVE 4 TO RETURN-CODE
                   GO TO 2245-EXIT
                END-IF.

                MOVE SPACES TO WS-GL-ACCOUNT.
                IF END-OF-C1
                   EXEC SQL
                       SELECT
                           G.GL_ACCOUNT
                       INTO
                           :WS-GL-ACCOUNT
                       FROM DEPTGL G
                       WHERE G.DEPTNO = :WS-CUR-DEPT
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                ADD 1 TO WS-DEPT-MAX.
                MOVE WS-DEPT-MAX   TO WS-DEPT-IX.
                MOVE WS-CUR-DEPT   TO WS-DT-DEPTNO   (WS-DEPT-IX).
                MOVE SPACES        TO WS-DT-ADMRDEPT (WS-DEPT-IX)
                                      WS-DT-SUPPORT  (WS-DEPT-IX).
                MOVE WS-GL-ACCOUNT TO WS-DT-ACCOUNT  (WS-DEPT-IX).
                MOVE 0             TO WS-DT-COST     (WS-DEPT-IX)
                                      WS-DT-HEADS    (WS-DEPT-IX)
                                      WS-DT-FTE      (WS-DEPT-IX)
                                      WS-DT-OUT      (WS-DEPT-IX)
                                      WS-DT-IN       (WS-DEPT-IX)
                                      WS-DT-MARK     (WS-DEPT-IX)
                                      WS-DT-WEIGHT   (WS-DEPT-IX).
       2245-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PROVE-FEED - RE-READ THE FEED JUST WRITTEN AND NET THE    *
      *                   DEBITS AGAINST THE CREDITS, THE WAY THE GL   *
      *                   LOAD WILL                                    *
      ******************************************************************
       2450-PROVE-FEED.
                OPEN INPUT ALCGLOUT.

                PERFORM 2460-READ-FEED
                THRU    2460-EXIT
                UNTIL END-OF-GL.

                CLOSE ALCGLOUT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-READ-FEED - ONE FEED RECORD OF THE PROOF PASS             *
      ******************************************************************
       2460-READ-FEED.
                READ ALCGLOUT
                   AT END
                        MOVE 'Y' TO END-OF-GL-SWITCH
                END-READ.

                IF NOT END-OF-GL
                   IF GL-FEED-DC = 'D'
                      ADD GL-FEED-AMOUNT TO WS-FEED-NET
                   ELSE
                      SUBTRACT GL-FEED-AMOUNT FROM WS-FEED-NET
                   END-IF
                END-IF.
       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-PRINT-DEPT - ONE DEPARTMENT'S COST BEFORE AND AFTER. A    *
      *                   DEPARTMENT WITH NO COST AND NOTHING          *
      *                   ALLOCATED IS LEFT OFF THE PAGE.              *
      ******************************************************************
       2500-PRINT-DEPT.
                IF WS-DT-COST (WS-DEPT-SUB) = 0
                   AND WS-DT-IN  (WS-DEPT-SUB) = 0
                   AND WS-DT-OUT (WS-DEPT-SUB) = 0
                   GO TO 2500-EXIT
                END-IF.

                COMPUTE WS-AFTER-COST = WS-DT-COST (WS-DEPT-SUB)
                                      - WS-DT-OUT  (WS-DEPT-SUB)
                                      + WS-DT-IN   (WS-DEPT-SUB).
                ADD WS-AFTER-COST TO WS-AFTER-TOTAL.

                MOVE WS-DT-DEPTNO   (WS-DEPT-SUB) TO WS-DEP-DEPT.
                MOVE WS-DT-ADMRDEPT (WS-DEPT-SUB) TO WS-DEP-ADMR.
                MOVE WS-DT-COST     (WS-DEPT-SUB) TO WS-DEP-BEFORE.
                MOVE WS-DT-OUT      (WS-DEPT-SUB) TO WS-DEP-OUT.
                MOVE WS-DT-IN       (WS-DEPT-SUB) TO WS-DEP-IN.
                MOVE WS-AFTER-COST                TO WS-DEP-AFTER.
                IF WS-DT-SUPPORT (WS-DEPT-SUB) = 'Y'
                   MOVE 'SUPPORT' TO WS-DEP-FLAG
                ELSE
                   MOVE SPACES    TO WS-DEP-FLAG
                END-IF.
                PRINT WS-RPT-DEPT.
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
      * 2510-PRINT-TOTAL - COMPANY LINE. ALLOCATION ONLY MOVES COST,   *
      *                    SO BEFORE AND AFTER MUST AGREE.             *
      ******************************************************************
       2510-PRINT-TOTAL.
                MOVE '***'           TO WS-DEP-DEPT.
                MOVE SPACES          TO WS-DEP-ADMR
                                        WS-DEP-FLAG.
                MOVE WS-BEFORE-TOTAL TO WS-DEP-BEFORE.
                MOVE WS-CREDIT-TOTAL TO WS-DEP-OUT.
                MOVE WS-DEBIT-TOTAL  TO WS-DEP-IN.
                MOVE WS-AFTER-TOTAL  TO WS-DEP-AFTER.
                PRINT WS-RPT-DEPT.
                ADD 1 TO WS-LINE-CTR.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2170-PRINT-PROOF - FEED TOTALS, THE COST LEFT IN REJECTED      *
      *                    SETS, THE NET-TO-ZERO VERDICT AND THE RUN   *
      *                    COUNTS                                      *
      ******************************************************************
       2170-PRINT-PROOF.
                MOVE 'FEED DEBITS TOTAL:    ' TO WS-PRF-LABEL.
                MOVE WS-DEBIT-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'FEED CREDITS TOTAL:   ' TO WS-PRF-LABEL.
                MOVE WS-CREDIT-TOTAL   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'LEFT IN REJECTED SETS:' TO WS-PRF-LABEL.
                MOVE WS-REJECT-TOTAL   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                IF WS-FEED-NET = ZERO
                   AND WS-BEFORE-TOTAL = WS-AFTER-TOTAL
                   MOVE 'FEED NETS TO ZERO - RELEASE TO GL'
                        TO WS-VERDICT
                ELSE
                   MOVE 'FEED OUT OF BALANCE - DO NOT RELEASE'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                END-IF.
                PRINT WS-RPT-VERDICT.

                MOVE 'RULE SETS READ:'        TO WS-SUM-LABEL.
                MOVE WS-SET-COUNT             TO WS-SUM-COUNT.
                PRINT WS-RPT-SUMMARY.
                MOVE 'RULE SETS REJECTED:'    TO WS-SUM-LABEL.
                MOVE WS-REJECT-COUNT          TO WS-SUM-COUNT.
                PRINT WS-RPT-SUMMARY.
                MOVE 'FEED RECORDS WRITTEN:'  TO WS-SUM-LABEL.
                MOVE WS-FEED-COUNT            TO WS-SUM-COUNT.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-PYEARMONTH    TO WS-STAMP-PERIOD.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                IF SET-SECTION
                   PRINT WS-RPT-TITLE-SET
                   PRINT WS-RPT-COLUMNS-SET
                ELSE
                   PRINT WS-RPT-TITLE-DEPT
                   PRINT WS-RPT-COLUMNS-DEPT
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
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC), STAMPED WITH THE PERIOD   *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBOVHAL'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-RULE-MAX   TO RUNH-READ-COUNT.
                MOVE WS-FEED-COUNT TO RUNH-WRITE-COUNT.
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
