      *-----------------------------------------------------------------
      *     COBBENRC - MONTHLY BENEFIT CARRIER RECONCILIATION. FOR THE
      *                YYYYMM ON THE PERIOD CARD, LISTS EVERY
      *                BEN_ENROL ELECTION IN FORCE ON ANY DAY OF THE
      *                MONTH, BY CARRIER AND PLAN, WITH THE TIER, THE
      *                DEPENDENTS COVERED AND THE EMPLOYEE AND EMPLOYER
      *                PREMIUM FIXED ON THE ELECTION, SO BENEFITS CAN
      *                TICK IT AGAINST THE INSURER'S BILL. PLAN AND
      *                CARRIER TOTALS FOLLOW EACH GROUP. A LINE IS
      *                FLAGGED WHEN THE PLAN HAS NO RATE FOR THE TIER
      *                IN THE MONTH, WHEN THE RATE IN FORCE DIFFERS
      *                FROM THE ELECTION'S (THE CARRIER WILL BILL THE
      *                NEW ONE), WHEN THE DEDMAST DEDUCTION DOES NOT
      *                MATCH THE EMPLOYEE'S SHARE, OR WHEN THE COVER
      *                STARTS OR ENDS PART WAY THROUGH THE MONTH.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBBENRC.
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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC X(4).
           05 WS-PERIOD-MM        PIC X(2).
       01  WS-PERIOD-START        PIC X(10).

       01  WS-CARRIER             PIC X(20).
       01  WS-PLAN-CODE           PIC X(8).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-COVER-TIER          PIC X(2).
       01  WS-DEP-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-COV-START           PIC X(10).
       01  WS-COV-END             PIC X(10).
       01  WS-EE-COST             PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-ER-COST             PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-RATE-FOUND          PIC X(1).
       01  WS-RATE-EE-COST        PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-RATE-ER-COST        PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-DED-MATCH           PIC S9(9)      USAGE COMP.
       01  WS-LINE-TOTAL          PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-PREV-CARRIER        PIC X(20)     VALUE SPACES.
       01  WS-PREV-PLAN-CODE      PIC X(8)      VALUE SPACES.

       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-FLAG-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-PLAN-ENROL          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-PLAN-EE             PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-PLAN-ER             PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-CARR-ENROL          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-CARR-EE             PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-CARR-ER             PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-TOT-ENROL           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-TOT-EE              PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.
       01  WS-TOT-ER              PIC S9(9)V9(2) USAGE COMP-3 VALUE 0.

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
                VALUE 'BENEFIT CARRIER RECONCILIATION'.
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
           10 WS-COL1             PIC X(10)  VALUE 'PLAN'.
           10 WS-COL2             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL3             PIC X(17)  VALUE 'NAME'.
           10 WS-COL4             PIC X(6)   VALUE 'TIER'.
           10 WS-COL5             PIC X(6)   VALUE 'DEPS'.
           10 WS-COL6             PIC X(12)  VALUE 'COVER FROM'.
           10 WS-COL7             PIC X(12)  VALUE 'COVER TO'.
           10 WS-COL8             PIC X(12)  VALUE '   EMPLOYEE'.
           10 WS-COL9             PIC X(12)  VALUE '   EMPLOYER'.
           10 WS-COL10            PIC X(14)  VALUE '      PREMIUM'.
           10 WS-COL11            PIC X(12)  VALUE 'FLAG'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-PLAN         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-TIER         PIC X(2).
           10 FILLER              PIC X(4).
           10 WS-DET-DEPS         PIC Z9.
           10 FILLER              PIC X(4).
           10 WS-DET-COV-START    PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-COV-END      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-EE-COST      PIC $$$,$$9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-ER-COST      PIC $$$,$$9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-TOTAL        PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-FLAG         PIC X(12).
           10 FILLER              PIC X(3).

       01  WS-RPT-GROUP-LINE.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-GRP-LABEL        PIC X(8).
           10 WS-GRP-NAME         PIC X(20).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'ENROLMENTS: '.
           10 WS-GRP-COUNT        PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'EMPLOYEE: '.
           10 WS-GRP-EE           PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'EMPLOYER: '.
           10 WS-GRP-ER           PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'TOTAL: '.
           10 WS-GRP-TOTAL        PIC $$$,$$$,$$9.99.
           10 FILLER              PIC X(2)   VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(25)  VALUE
                'ENROLMENTS IN FORCE:     '.
           10 WS-SUM-ENROL        PIC ZZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(25)  VALUE
                'FLAGGED FOR REVIEW:      '.
           10 WS-SUM-FLAGGED      PIC ZZZZ9.
           10 FILLER              PIC X(64)  VALUE SPACES.

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

                EXEC SQL INCLUDE BENPLAN
                END-EXEC.

                EXEC SQL INCLUDE BENENRL
                END-EXEC.

                EXEC SQL INCLUDE BENEDEP
                END-EXEC.

                EXEC SQL INCLUDE DEDMAST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY ELECTION IN FORCE ON ANY DAY OF THE PERIOD MONTH, WITH
      *    THE PLAN RATE IN FORCE ON ITS FIRST DAY OF COVER IN THE
      *    MONTH, THE DEPENDENTS IT COVERS AND WHETHER A DEDMAST ROW
      *    FOR THE EMPLOYEE'S SHARE STANDS IN THE MONTH. AN ELECTION
      *    WITH NO RATE FOR THE MONTH SORTS UNDER '(NO RATE)'.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(P.CARRIER, '(NO RATE)'),
                 E.PLAN_CODE,
                 E.EMPNO,
                 M.LASTNAME,
                 E.COVER_TIER,
                 (SELECT COUNT(*) FROM BEN_ENROL_DEP BD
                   WHERE BD.EMPNO     = E.EMPNO
                     AND BD.PLAN_CODE = E.PLAN_CODE
                     AND BD.COV_START = E.COV_START),
                 CHAR(E.COV_START, ISO),
                 COALESCE(CHAR(E.COV_END, ISO), ' '),
                 E.EE_COST,
                 E.ER_COST,
                 CASE WHEN P.PLAN_CODE IS NULL
                      THEN 'N' ELSE 'Y' END,
                 COALESCE(P.EE_COST, 0),
                 COALESCE(P.ER_COST, 0),
                 (SELECT COUNT(*) FROM DEDMAST D
                   WHERE D.EMPNO     = E.EMPNO
                     AND D.DEDTYPE   = E.PLAN_CODE
                     AND D.DEDAMOUNT = E.EE_COST
                     AND D.DEDSTART <  DATE(:WS-PERIOD-START)
                                       + 1 MONTH
                     AND (D.DEDSTOP IS NULL
                          OR D.DEDSTOP >= DATE(:WS-PERIOD-START)))
             FROM BEN_ENROL E
             INNER JOIN EMP M
                    ON M.EMPNO = E.EMPNO
             LEFT JOIN BEN_PLAN P
                    ON P.PLAN_CODE  = E.PLAN_CODE
                   AND P.COVER_TIER = E.COVER_TIER
                   AND P.EFF_FROM  <=
                       CASE WHEN E.COV_START > DATE(:WS-PERIOD-START)
                            THEN E.COV_START
                            ELSE DATE(:WS-PERIOD-START) END
                   AND (P.EFF_TO IS NULL
                        OR P.EFF_TO >=
                       CASE WHEN E.COV_START > DATE(:WS-PERIOD-START)
                            THEN E.COV_START
                            ELSE DATE(:WS-PERIOD-START) END)
             WHERE E.COV_START < DATE(:WS-PERIOD-START) + 1 MONTH
               AND (E.COV_END IS NULL
                    OR E.COV_END >= DATE(:WS-PERIOD-START))
             ORDER BY 1, E.PLAN_CODE, E.EMPNO
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
                   DISPLAY '++ COBBENRC - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBBENRC - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-START.

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

                IF NOT FIRST-ROW
                   PERFORM 2250-PRINT-PLAN-LINE
                   THRU    2250-EXIT
                   PERFORM 2260-PRINT-CARRIER-LINE
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
      * 2200-FETCH-C1 - ONE ELECTION IN FORCE IN THE MONTH. A NEW PLAN *
      *                 CLOSES THE PLAN BEFORE IT, A NEW CARRIER BOTH  *
      *                 THE PLAN AND THE CARRIER.                      *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CARRIER,
                          :WS-PLAN-CODE,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-COVER-TIER,
                          :WS-DEP-COUNT,
                          :WS-COV-START,
                          :WS-COV-END,
                          :WS-EE-COST,
                          :WS-ER-COST,
                          :WS-RATE-FOUND,
                          :WS-RATE-EE-COST,
                          :WS-RATE-ER-COST,
                          :WS-DED-MATCH
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

                IF NOT FIRST-ROW
                   IF WS-CARRIER NOT = WS-PREV-CARRIER
                      PERFORM 2250-PRINT-PLAN-LINE
                      THRU    2250-EXIT
                      PERFORM 2260-PRINT-CARRIER-LINE
                      THRU    2260-EXIT
                   ELSE
                      IF WS-PLAN-CODE NOT = WS-PREV-PLAN-CODE
                         PERFORM 2250-PRINT-PLAN-LINE
                         THRU    2250-EXIT
                      END-IF
                   END-IF
                END-IF.
                MOVE 'N'          TO FIRST-ROW-SWITCH.
                MOVE WS-CARRIER   TO WS-PREV-CARRIER.
                MOVE WS-PLAN-CODE TO WS-PREV-PLAN-CODE.

                COMPUTE WS-LINE-TOTAL = WS-EE-COST + WS-ER-COST.

                ADD 1             TO WS-PLAN-ENROL.
                ADD WS-EE-COST    TO WS-PLAN-EE.
                ADD WS-ER-COST    TO WS-PLAN-ER.

                MOVE SPACES TO WS-DET-FLAG.
                EVALUATE TRUE
                    WHEN WS-RATE-FOUND = 'N'
                         MOVE 'NO RATE'      TO WS-DET-FLAG
                    WHEN WS-RATE-EE-COST NOT = WS-EE-COST
                      OR WS-RATE-ER-COST NOT = WS-ER-COST
                         MOVE 'RATE CHANGED' TO WS-DET-FLAG
                    WHEN WS-EE-COST > 0 AND WS-DED-MATCH = 0
                         MOVE 'DED MISMATCH' TO WS-DET-FLAG
                    WHEN WS-COV-START >= WS-PERIOD-START
                         MOVE 'NEW IN MONTH' TO WS-DET-FLAG
                    WHEN WS-COV-END(1:7) = WS-PERIOD-START(1:7)
                         MOVE 'ENDING'       TO WS-DET-FLAG
                END-EVALUATE.
                IF WS-DET-FLAG NOT = SPACES
                   ADD 1 TO WS-FLAG-COUNT
                END-IF.

                MOVE WS-PLAN-CODE   TO WS-DET-PLAN.
                MOVE WS-EMPNO       TO WS-DET-EMPNO.
                MOVE WS-LASTNAME    TO WS-DET-NAME.
                MOVE WS-COVER-TIER  TO WS-DET-TIER.
                MOVE WS-DEP-COUNT   TO WS-DET-DEPS.
                MOVE WS-COV-START   TO WS-DET-COV-START.
                MOVE WS-COV-END     TO WS-DET-COV-END.
                MOVE WS-EE-COST     TO WS-DET-EE-COST.
                MOVE WS-ER-COST     TO WS-DET-ER-COST.
                MOVE WS-LINE-TOTAL  TO WS-DET-TOTAL.

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
      * 2250-PRINT-PLAN-LINE - TOTALS FOR THE PLAN JUST FINISHED,      *
      *                        ROLLED INTO THE CARRIER                 *
      ******************************************************************
       2250-PRINT-PLAN-LINE.
                MOVE 'PLAN'            TO WS-GRP-LABEL.
                MOVE WS-PREV-PLAN-CODE TO WS-GRP-NAME.
                MOVE WS-PLAN-ENROL     TO WS-GRP-COUNT.
                MOVE WS-PLAN-EE        TO WS-GRP-EE.
                MOVE WS-PLAN-ER        TO WS-GRP-ER.
                COMPUTE WS-GRP-TOTAL = WS-PLAN-EE + WS-PLAN-ER.
                PRINT WS-RPT-GROUP-LINE.
                ADD 1 TO WS-LINE-CTR.

                ADD WS-PLAN-ENROL TO WS-CARR-ENROL.
                ADD WS-PLAN-EE    TO WS-CARR-EE.
                ADD WS-PLAN-ER    TO WS-CARR-ER.
                MOVE 0 TO WS-PLAN-ENROL.
                MOVE 0 TO WS-PLAN-EE.
                MOVE 0 TO WS-PLAN-ER.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2260-PRINT-CARRIER-LINE - TOTALS FOR THE CARRIER JUST          *
      *                           FINISHED - THE AMOUNT ITS BILL       *
      *                           SHOULD SHOW - ROLLED INTO THE RUN    *
      ******************************************************************
       2260-PRINT-CARRIER-LINE.
                MOVE 'CARRIER'         TO WS-GRP-LABEL.
                MOVE WS-PREV-CARRIER   TO WS-GRP-NAME.
                MOVE WS-CARR-ENROL     TO WS-GRP-COUNT.
                MOVE WS-CARR-EE        TO WS-GRP-EE.
                MOVE WS-CARR-ER        TO WS-GRP-ER.
                COMPUTE WS-GRP-TOTAL = WS-CARR-EE + WS-CARR-ER.
                PRINT WS-RPT-GROUP-LINE.
                ADD 1 TO WS-LINE-CTR.

                ADD WS-CARR-ENROL TO WS-TOT-ENROL.
                ADD WS-CARR-EE    TO WS-TOT-EE.
                ADD WS-CARR-ER    TO WS-TOT-ER.
                MOVE 0 TO WS-CARR-ENROL.
                MOVE 0 TO WS-CARR-EE.
                MOVE 0 TO WS-CARR-ER.
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
      * 2170-PRINT-SUMMARY - ALL CARRIERS AS ONE LINE, THEN THE COUNTS *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE 'ALL'         TO WS-GRP-LABEL.
                MOVE 'CARRIERS'    TO WS-GRP-NAME.
                MOVE WS-TOT-ENROL  TO WS-GRP-COUNT.
                MOVE WS-TOT-EE     TO WS-GRP-EE.
                MOVE WS-TOT-ER     TO WS-GRP-ER.
                COMPUTE WS-GRP-TOTAL = WS-TOT-EE + WS-TOT-ER.
                PRINT WS-RPT-GROUP-LINE.

                MOVE WS-TOT-ENROL  TO WS-SUM-ENROL.
                MOVE WS-FLAG-COUNT TO WS-SUM-FLAGGED.
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

                MOVE 'COBBENRC'    TO RUNH-PROGRAM-ID.
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
