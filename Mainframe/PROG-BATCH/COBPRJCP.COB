      *-----------------------------------------------------------------
      *     COBPRJCP - MONTHLY CAPITAL-PROJECT LABOR CAPITALIZATION.
      *                FOR THE PERIOD (YYYYMM) ON THE CONTROL CARD,
      *                PRICES EVERY EMP_PROJ_ACT STAFFING ROW EXACTLY
      *                AS COBPRJCB DOES - ANNUAL SALARY OVER 2080
      *                HOURS EXTENDED BY EMPTIME, SPREAD EVENLY OVER
      *                THE MONTHS OF THE ASSIGNMENT WINDOW - AND SPLITS
      *                EACH PROJECT'S MONTH INTO CAPITALIZED AND
      *                EXPENSED LABOR. A PROJECT CLASSED CAPITAL ON
      *                PROJCAP (APITPO37 CMD-10) CAPITALIZES THE WHOLE
      *                MONTH WHEN ITS CAPITALIZATION WINDOW TOUCHES IT;
      *                OPERATING PROJECTS, AND CAPITAL ONES OUTSIDE
      *                THEIR WINDOW, STAY EXPENSED. THE CAPITALIZED
      *                AMOUNT GOES TO A GL FEED IN THE COBPRJCB LAYOUT
      *                THAT DEBITS THE PROJECT'S ASSET ACCOUNT AND
      *                CREDITS THE OWNING DEPARTMENT'S ACCOUNT
      *                (DEPTGL) THE COBPRJCB FEED CHARGED, MOVING THE
      *                LABOR OUT OF EXPENSE. EACH CAPITAL PROJECT'S
      *                MONTH IS KEPT ON PROJCAPH, AND THE REPORT PRINTS
      *                ITS CAPITALIZED-TO-DATE FIGURE FOR THE ASSET
      *                REGISTER. A PROJECT WITH NO DEPTGL MAPPING OR NO
      *                ASSET ACCOUNT IS HELD OUT OF THE FEED AND STAYS
      *                EXPENSED FOR THE MONTH; A RERUN OF THE MONTH
      *                REPLACES ITS PROJCAPH ROWS. THE PROOF PAGE NETS
      *                THE FEED ON DISK THE WAY COBPRJCB'S DOES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPRJCP.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT CAPOUT
                  ASSIGN TO DA-S-CAPGLOUT.

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

       FD      CAPOUT
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  CAPOUT-REC.
           10 CB-FEED-ACCOUNT         PIC X(8).
           10 CB-FEED-DC              PIC X(1).
           10 CB-FEED-AMOUNT          PIC S9(11)V9(2) SIGN LEADING
                                                      SEPARATE.
           10 CB-FEED-PERIOD          PIC X(6).
           10 FILLER                  PIC X(11).

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
       77  ACCT-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  ACCT-FOUND                    VALUE  'Y'.
       77  END-OF-CB-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-CB                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-PERIOD-YYMM         PIC 9(4).
       01  WS-PERIOD-START        PIC X(10).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).

      *    ONE STAFFING ROW FROM C1
       01  WS-PROJ-NO             PIC X(6).
       01  WS-DEPTNO              PIC X(3).
       01  WS-EMPTIME             PIC S9(5).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ESTARTDATE          PIC 9(6).
       01  WS-EENDDATE            PIC 9(6).
       01  WS-CAP-CLASS           PIC X(1).
       01  WS-CAP-ACTIVE          PIC X(1).
       01  WS-ASSET-ACCOUNT       PIC X(8).
       01  WS-CAP-START           PIC X(10).
       01  WS-CAP-STOP            PIC X(10).

      *    THE PROJECT BEING TOTALLED
       01  WS-PREV-PROJ-NO        PIC X(6)      VALUE SPACES.
       01  WS-CUR-DEPTNO          PIC X(3).
       01  WS-CUR-CAP-CLASS       PIC X(1).
               88  CUR-CAPITAL                   VALUE 'C'.
       01  WS-CUR-CAP-ACTIVE      PIC X(1).
               88  CUR-IN-WINDOW                 VALUE 'Y'.
       01  WS-CUR-ASSET-ACCOUNT   PIC X(8).
       01  WS-CUR-CAP-START       PIC X(10).
       01  WS-CUR-CAP-STOP        PIC X(10).

       01  WS-START-YYMM          PIC 9(4).
       01  WS-END-YYMM            PIC 9(4).
       01  WS-START-YY            PIC 9(2).
       01  WS-START-MM            PIC 9(2).
       01  WS-END-YY              PIC 9(2).
       01  WS-END-MM              PIC 9(2).
       01  WS-DATE-REM            PIC 9(2).
       01  WS-WINDOW-MONTHS       PIC S9(4)      USAGE COMP.
       01  WS-HOURLY-RATE         PIC S9(5)V9(4) USAGE COMP-3.
       01  WS-ROW-COST            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MONTH-COST          PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-PROJ-TOTAL          PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PROJ-CAP            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-PROJ-EXP            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CAP-TO-DATE         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-GL-ACCOUNT          PIC X(8).
       01  WS-NOTE                PIC X(20).

      *    RUN TOTALS
       01  WS-ROW-COUNT           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LABOR-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CAP-TOTAL           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-EXP-TOTAL           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-DEBIT-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CREDIT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-CREDIT-TOTAL        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-HELD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-HELD-TOTAL          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FEED-NET            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

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
                VALUE 'CAPITAL PROJECT LABOR CAPITALIZATION'.
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

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(6).
           10 WS-COL1             PIC X(8)   VALUE 'PROJECT'.
           10 WS-COL2             PIC X(5)   VALUE 'DEPT'.
           10 WS-COL3             PIC X(12)  VALUE 'CAP START'.
           10 WS-COL4             PIC X(12)  VALUE 'CAP STOP'.
           10 WS-COL5             PIC X(16)  VALUE '    MONTH LABOR'.
           10 WS-COL6             PIC X(16)  VALUE '    CAPITALIZED'.
           10 WS-COL7             PIC X(16)  VALUE '       EXPENSED'.
           10 WS-COL8             PIC X(16)  VALUE '    CAP TO DATE'.
           10 WS-COL9             PIC X(20)  VALUE 'NOTE'.
           10 FILLER              PIC X(5).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(6).
           10 WS-DET-PROJ         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-DET-CAP-START    PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-CAP-STOP     PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-LABOR        PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(1).
           10 WS-DET-CAP          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(1).
           10 WS-DET-EXP          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(1).
           10 WS-DET-TO-DATE      PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(1).
           10 WS-DET-NOTE         PIC X(20).
           10 FILLER              PIC X(5).

       01  WS-RPT-PROOF.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-PRF-LABEL        PIC X(28).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(73)  VALUE SPACES.

       01  WS-RPT-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'PROOF: '.
           10 WS-VERDICT          PIC X(44).
           10 FILLER              PIC X(72)  VALUE SPACES.

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

                EXEC SQL INCLUDE EMPRJACT
                END-EXEC.

                EXEC SQL INCLUDE PROJECT
                END-EXEC.

                EXEC SQL INCLUDE PROJCAP
                END-EXEC.

                EXEC SQL INCLUDE PROJCAPH
                END-EXEC.

                EXEC SQL INCLUDE DEPTGL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY STAFFING ROW UNDER ITS PROJECT, WITH THE PROJECT'S
      *    CLASSIFICATION. NO PROJCAP ROW IS OPERATING. THE WINDOW
      *    TEST IS MADE HERE ON THE REAL DATES; THE PERIOD FILTER AND
      *    PRICING ARE DONE IN THE PROGRAM AS IN COBPRJCB BECAUSE THE
      *    ASSIGNMENT DATES ARE PLAIN YYMMDD NUMBERS.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 PA.PROJ_NO,
                 PR.DEPTNO,
                 PA.EMPTIME,
                 PA.ESTARTDATE,
                 PA.EENDDATE,
                 E.SALARY,
                 COALESCE(K.CAP_CLASS, 'O'),
                 CASE WHEN K.CAP_CLASS = 'C'
                       AND K.CAP_START <= :WS-PERIOD-END
                       AND K.CAP_STOP  >= :WS-PERIOD-START
                      THEN 'Y' ELSE 'N' END,
                 COALESCE(K.ASSET_ACCOUNT, ' '),
                 COALESCE(CHAR(K.CAP_START, ISO), ' '),
                 COALESCE(CHAR(K.CAP_STOP, ISO), ' ')
             FROM EMP_PROJ_ACT PA
             INNER JOIN PROJECT PR
                     ON PR.PROJ_NO = PA.PROJ_NO
             INNER JOIN EMP E
                     ON E.EMPNO = PA.EMPNO
             LEFT JOIN PROJCAP K
                    ON K.PROJ_NO = PA.PROJ_NO
             ORDER BY PA.PROJ_NO
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

             CLOSE CAPOUT.

             PERFORM 2450-PROVE-FEED
             THRU    2450-EXIT.

             PERFORM 2170-PRINT-PROOF
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET THE PERIOD CARD AND CLEAR ANY EARLIER    *
      *                   RUN OF THE MONTH FROM PROJCAPH               *
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
                   OR WS-PERIOD-MM < 01
                   OR WS-PERIOD-MM > 12
                   DISPLAY '++ COBPRJCP - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBPRJCP - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO CAPITALIZE LABOR ++'
                   GOBACK
                END-IF.

      *         THE ASSIGNMENT DATES ARE YYMMDD, SO THE PERIOD IS
      *         COMPARED AS YYMM.
                MOVE WS-PYEARMONTH(3:4) TO WS-PERIOD-YYMM.

                PERFORM 1100-CALC-PERIOD
                THRU    1100-EXIT.

                EXEC SQL
                    DELETE FROM PROJCAPH
                    WHERE CAP_PERIOD = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN OUTPUT CAPOUT.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE MONTH START AND END DATES FROM    *
      *                    THE YYYYMM CARD, INCLUDING THE GREGORIAN    *
      *                    LEAP-YEAR RULE FOR FEBRUARY, SO THE MONTH   *
      *                    END IS ALWAYS A REAL DATE.                  *
      ******************************************************************
       1100-CALC-PERIOD.
                EVALUATE WS-PERIOD-MM
                    WHEN 01
                    WHEN 03
                    WHEN 05
                    WHEN 07
                    WHEN 08
                    WHEN 10
                    WHEN 12
                         MOVE 31 TO WS-DAYS-IN-MONTH
                    WHEN 04
                    WHEN 06
                    WHEN 09
                    WHEN 11
                         MOVE 30 TO WS-DAYS-IN-MONTH
                    WHEN 02
                         MOVE 28 TO WS-DAYS-IN-MONTH
                         DIVIDE WS-PERIOD-YYYY BY 4
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                         IF WS-LEAP-REM = 0
                            MOVE 29 TO WS-DAYS-IN-MONTH
                            DIVIDE WS-PERIOD-YYYY BY 100
                                   GIVING WS-LEAP-QUOT
                                   REMAINDER WS-LEAP-REM
                            IF WS-LEAP-REM = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                               DIVIDE WS-PERIOD-YYYY BY 400
                                      GIVING WS-LEAP-QUOT
                                      REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM = 0
                                  MOVE 29 TO WS-DAYS-IN-MONTH
                               END-IF
                            END-IF
                         END-IF
                END-EVALUATE.

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-01'
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-START.
                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-'
                       WS-DAYS-IN-MONTH
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-END.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - ONE PASS OVER THE STAFFING ROWS BY PROJECT      *
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
                   PERFORM 2400-PROJECT-TOTAL
                   THRU    2400-EXIT
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
      * 2200-FETCH-C1 - ONE STAFFING ROW                               *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-PROJ-NO,
                          :WS-DEPTNO,
                          :WS-EMPTIME,
                          :WS-ESTARTDATE,
                          :WS-EENDDATE,
                          :WS-SALARY,
                          :WS-CAP-CLASS,
                          :WS-CAP-ACTIVE,
                          :WS-ASSET-ACCOUNT,
                          :WS-CAP-START,
                          :WS-CAP-STOP
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ROW-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C1
                   PERFORM 2240-ACCUMULATE-ROW
                   THRU    2240-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2240-ACCUMULATE-ROW - PRICE THE ROW'S MONTH SHARE AND ADD IT   *
      *                       TO THE RUNNING PROJECT TOTAL, KEEPING    *
      *                       THE PROJECT'S CLASSIFICATION FOR THE     *
      *                       BREAK.                                   *
      ******************************************************************
       2240-ACCUMULATE-ROW.
                IF WS-PROJ-NO NOT = WS-PREV-PROJ-NO
                   IF NOT FIRST-ROW
                      PERFORM 2400-PROJECT-TOTAL
                      THRU    2400-EXIT
                   END-IF
                   MOVE 'N'              TO FIRST-ROW-SWITCH
                   MOVE ZERO             TO WS-PROJ-TOTAL
                   MOVE WS-PROJ-NO       TO WS-PREV-PROJ-NO
                   MOVE WS-DEPTNO        TO WS-CUR-DEPTNO
                   MOVE WS-CAP-CLASS     TO WS-CUR-CAP-CLASS
                   MOVE WS-CAP-ACTIVE    TO WS-CUR-CAP-ACTIVE
                   MOVE WS-ASSET-ACCOUNT TO WS-CUR-ASSET-ACCOUNT
                   MOVE WS-CAP-START     TO WS-CUR-CAP-START
                   MOVE WS-CAP-STOP      TO WS-CUR-CAP-STOP
                END-IF.

                PERFORM 2250-PRICE-MONTH-SHARE
                THRU    2250-EXIT.

                ADD WS-MONTH-COST TO WS-PROJ-TOTAL.
       2240-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-PRICE-MONTH-SHARE - COBPRJCS PRICING (SALARY / 2080 *     *
      *                          EMPTIME) SPREAD EVENLY OVER THE       *
      *                          MONTHS OF THE ASSIGNMENT WINDOW, THE  *
      *                          SAME FIGURE COBPRJCB POSTED.          *
      ******************************************************************
       2250-PRICE-MONTH-SHARE.
                MOVE ZERO TO WS-MONTH-COST.

                DIVIDE WS-ESTARTDATE BY 100
                       GIVING WS-START-YYMM
                       REMAINDER WS-DATE-REM.
                DIVIDE WS-EENDDATE BY 100
                       GIVING WS-END-YYMM
                       REMAINDER WS-DATE-REM.

                IF WS-PERIOD-YYMM < WS-START-YYMM
                   OR WS-PERIOD-YYMM > WS-END-YYMM
                   GO TO 2250-EXIT
                END-IF.

                DIVIDE WS-START-YYMM BY 100
                       GIVING WS-START-YY
                       REMAINDER WS-START-MM.
                DIVIDE WS-END-YYMM BY 100
                       GIVING WS-END-YY
                       REMAINDER WS-END-MM.
                COMPUTE WS-WINDOW-MONTHS =
                        (WS-END-YY * 12 + WS-END-MM)
                      - (WS-START-YY * 12 + WS-START-MM)
                      + 1.
                IF WS-WINDOW-MONTHS < 1
                   MOVE 1 TO WS-WINDOW-MONTHS
                END-IF.

                COMPUTE WS-HOURLY-RATE ROUNDED =
                        WS-SALARY / 2080.
                COMPUTE WS-ROW-COST ROUNDED =
                        WS-HOURLY-RATE * WS-EMPTIME.
                COMPUTE WS-MONTH-COST ROUNDED =
                        WS-ROW-COST / WS-WINDOW-MONTHS.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PROJECT-TOTAL - SPLIT THE PROJECT'S MONTH. OPERATING      *
      *                      LABOR IS ONLY COUNTED; A CAPITAL PROJECT  *
      *                      WITH LABOR IN THE MONTH IS POSTED,        *
      *                      REGISTERED ON PROJCAPH AND PRINTED WITH   *
      *                      ITS CAPITALIZED-TO-DATE FIGURE.           *
      ******************************************************************
       2400-PROJECT-TOTAL.
                IF WS-PROJ-TOTAL = ZERO
                   GO TO 2400-EXIT
                END-IF.

                ADD WS-PROJ-TOTAL TO WS-LABOR-TOTAL.

                IF NOT CUR-CAPITAL
                   ADD WS-PROJ-TOTAL TO WS-EXP-TOTAL
                   GO TO 2400-EXIT
                END-IF.

                MOVE SPACES TO WS-NOTE.
                IF CUR-IN-WINDOW
                   MOVE WS-PROJ-TOTAL TO WS-PROJ-CAP
                   MOVE ZERO          TO WS-PROJ-EXP
                   PERFORM 2410-POST-CAPITAL
                   THRU    2410-EXIT
                ELSE
                   MOVE ZERO          TO WS-PROJ-CAP
                   MOVE WS-PROJ-TOTAL TO WS-PROJ-EXP
                   MOVE 'OUTSIDE CAP WINDOW' TO WS-NOTE
                END-IF.

                ADD WS-PROJ-CAP TO WS-CAP-TOTAL.
                ADD WS-PROJ-EXP TO WS-EXP-TOTAL.

                PERFORM 2420-REGISTER-MONTH
                THRU    2420-EXIT.

                PERFORM 2430-GET-CAP-TO-DATE
                THRU    2430-EXIT.

                MOVE WS-PREV-PROJ-NO  TO WS-DET-PROJ.
                MOVE WS-CUR-DEPTNO    TO WS-DET-DEPT.
                MOVE WS-CUR-CAP-START TO WS-DET-CAP-START.
                IF WS-CUR-CAP-STOP = '9999-12-31'
                   MOVE 'OPEN'          TO WS-DET-CAP-STOP
                ELSE
                   MOVE WS-CUR-CAP-STOP TO WS-DET-CAP-STOP
                END-IF.
                MOVE WS-PROJ-TOTAL    TO WS-DET-LABOR.
                MOVE WS-PROJ-CAP      TO WS-DET-CAP.
                MOVE WS-PROJ-EXP      TO WS-DET-EXP.
                MOVE WS-CAP-TO-DATE   TO WS-DET-TO-DATE.
                MOVE WS-NOTE          TO WS-DET-NOTE.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-POST-CAPITAL - DEBIT THE ASSET ACCOUNT AND CREDIT THE     *
      *                     OWNING DEPARTMENT'S ACCOUNT. WITH EITHER   *
      *                     ACCOUNT MISSING THE MONTH IS HELD OUT AND  *
      *                     STAYS EXPENSED.                            *
      ******************************************************************
       2410-POST-CAPITAL.
                IF WS-CUR-ASSET-ACCOUNT = SPACES
                   MOVE 'HELD - NO ASSET ACCT' TO WS-NOTE
                ELSE
                   PERFORM 2210-GET-GL-ACCOUNT
                   THRU    2210-EXIT
                   IF NOT ACCT-FOUND
                      MOVE 'HELD - NO DEPTGL' TO WS-NOTE
                   END-IF
                END-IF.

                IF WS-NOTE NOT = SPACES
                   ADD 1              TO WS-HELD-COUNT
                   ADD WS-PROJ-CAP    TO WS-HELD-TOTAL
                   MOVE WS-PROJ-CAP   TO WS-PROJ-EXP
                   MOVE ZERO          TO WS-PROJ-CAP
                   GO TO 2410-EXIT
                END-IF.

                MOVE SPACES               TO CAPOUT-REC.
                MOVE WS-CUR-ASSET-ACCOUNT TO CB-FEED-ACCOUNT.
                MOVE 'D'                  TO CB-FEED-DC.
                MOVE WS-PROJ-CAP          TO CB-FEED-AMOUNT.
                MOVE WS-PYEARMONTH        TO CB-FEED-PERIOD.
                WRITE CAPOUT-REC.
                ADD 1           TO WS-DEBIT-COUNT.
                ADD WS-PROJ-CAP TO WS-DEBIT-TOTAL.

                MOVE SPACES               TO CAPOUT-REC.
                MOVE WS-GL-ACCOUNT        TO CB-FEED-ACCOUNT.
                MOVE 'C'                  TO CB-FEED-DC.
                MOVE WS-PROJ-CAP          TO CB-FEED-AMOUNT.
                MOVE WS-PYEARMONTH        TO CB-FEED-PERIOD.
                WRITE CAPOUT-REC.
                ADD 1           TO WS-CREDIT-COUNT.
                ADD WS-PROJ-CAP TO WS-CREDIT-TOTAL.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-GET-GL-ACCOUNT - THE OWNING DEPARTMENT'S ACCOUNT          *
      ******************************************************************
       2210-GET-GL-ACCOUNT.
                MOVE SPACES TO ACCT-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        G.GL_ACCOUNT
                    INTO
                        :WS-GL-ACCOUNT
                    FROM DEPTGL G
                    WHERE G.DEPTNO = :WS-CUR-DEPTNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO ACCT-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-REGISTER-MONTH - THE CAPITAL PROJECT'S MONTH ON PROJCAPH  *
      ******************************************************************
       2420-REGISTER-MONTH.
                EXEC SQL
                    INSERT INTO PROJCAPH
                        (
                            PROJ_NO
                          , CAP_PERIOD
                          , LABOR_AMT
                          , CAP_AMT
                          , EXP_AMT
                        )
                    VALUES
                        (
                            :WS-PREV-PROJ-NO
                          , :WS-PYEARMONTH
                          , :WS-PROJ-TOTAL
                          , :WS-PROJ-CAP
                          , :WS-PROJ-EXP
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2430-GET-CAP-TO-DATE - EVERYTHING CAPITALIZED ON THE PROJECT   *
      *                        UP TO AND INCLUDING THIS MONTH          *
      ******************************************************************
       2430-GET-CAP-TO-DATE.
                EXEC SQL
                    SELECT
                        COALESCE(SUM(H.CAP_AMT), 0)
                    INTO
                        :WS-CAP-TO-DATE
                    FROM PROJCAPH H
                    WHERE H.PROJ_NO     = :WS-PREV-PROJ-NO
                      AND H.CAP_PERIOD <= :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PROVE-FEED - RE-READ THE FEED JUST WRITTEN AND NET THE    *
      *                   DEBITS AGAINST THE CREDITS, SO THE PROOF IS  *
      *                   OF THE FILE ON DISK.                         *
      ******************************************************************
       2450-PROVE-FEED.
                OPEN INPUT CAPOUT.

                PERFORM 2460-READ-FEED
                THRU    2460-EXIT
                UNTIL END-OF-CB.

                CLOSE CAPOUT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-READ-FEED - ONE FEED RECORD OF THE PROOF PASS             *
      ******************************************************************
       2460-READ-FEED.
                READ CAPOUT
                   AT END
                        MOVE 'Y' TO END-OF-CB-SWITCH
                END-READ.

                IF NOT END-OF-CB
                   IF CB-FEED-DC = 'D'
                      ADD CB-FEED-AMOUNT TO WS-FEED-NET
                   ELSE
                      SUBTRACT CB-FEED-AMOUNT FROM WS-FEED-NET
                   END-IF
                END-IF.
       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2170-PRINT-PROOF - THE MONTH'S LABOR SPLIT, THE FEED TOTALS    *
      *                    AND THE NET-TO-ZERO VERDICT. THE LABOR      *
      *                    TOTAL IS WHAT COBPRJCB POSTED FOR THE       *
      *                    MONTH; CAPITALIZED PLUS EXPENSED EQUALS IT. *
      ******************************************************************
       2170-PRINT-PROOF.
                MOVE 'LABOR PRICED (ALL PROJECTS):' TO WS-PRF-LABEL.
                MOVE WS-LABOR-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'CAPITALIZED:                ' TO WS-PRF-LABEL.
                MOVE WS-CAP-TOTAL      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'EXPENSED:                   ' TO WS-PRF-LABEL.
                MOVE WS-EXP-TOTAL      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'HELD OUT (NO ACCOUNT):      ' TO WS-PRF-LABEL.
                MOVE WS-HELD-TOTAL     TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'FEED DEBITS TOTAL:          ' TO WS-PRF-LABEL.
                MOVE WS-DEBIT-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'FEED CREDITS TOTAL:         ' TO WS-PRF-LABEL.
                MOVE WS-CREDIT-TOTAL   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                IF WS-FEED-NET = ZERO
                   AND WS-DEBIT-TOTAL = WS-CAP-TOTAL
                   MOVE 'FEED NETS TO ZERO - RELEASE TO GL'
                        TO WS-VERDICT
                ELSE
                   MOVE 'FEED OUT OF BALANCE - DO NOT RELEASE'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                END-IF.
                PRINT WS-RPT-VERDICT.
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
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC), STAMPED WITH THE PERIOD.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBPRJCP'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-ROW-COUNT  TO RUNH-READ-COUNT.
                COMPUTE RUNH-WRITE-COUNT =
                    WS-DEBIT-COUNT + WS-CREDIT-COUNT.
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
      * 9000-DBERROR - GET ERROR MESSAGE, BACK OUT THE MONTH'S         *
      *                PROJCAPH ROWS AND END THE RUN                   *
      ******************************************************************
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.

                EXEC SQL
                    ROLLBACK
                END-EXEC.

                MOVE 8 TO RETURN-CODE.
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
