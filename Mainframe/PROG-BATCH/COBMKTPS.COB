      *-----------------------------------------------------------------
      *     COBMKTPS - PAY BAND POSITIONING AGAINST THE MARKET. FOR
      *                THE SURVEY AND YEAR ON THE CONTROL CARD (AS
      *                LOADED BY COBMKTLD INTO MKT_SURVEY):
      *
      *                PART 1 - EVERY SURVEYED JOB, WITH THE MARKET
      *                25TH, 50TH AND 75TH PERCENTILES, THE SALBAND
      *                MINIMUM, MIDPOINT AND MAXIMUM AND EACH AS A
      *                PERCENTAGE OF THE MARKET MEDIAN, THE MOVE IN
      *                THE MEDIAN SINCE THE JOB'S PREVIOUS YEAR IN THE
      *                SAME SURVEY, AND THE INCUMBENTS - ACTIVE
      *                EMPLOYEES IN THE JOB - WITH HOW MANY ARE AT
      *                RISK, PAID BELOW THE MARKET 25TH PERCENTILE.
      *                JOBS ARE RANKED BY THAT AT-RISK COUNT. A BAND
      *                WHOSE MIDPOINT IS MORE THAN THE CARD'S
      *                PERCENTAGE BELOW THE MARKET MEDIAN IS FLAGGED.
      *
      *                PART 2 - EACH DEPARTMENT'S AVERAGE SALARY PER
      *                SURVEYED JOB AGAINST THE SAME PERCENTILES.
      *
      *                THE SURVEY, SALARIES AND BANDS ARE SET SIDE BY
      *                SIDE IN THE BASE CURRENCY: SURVEY FIGURES AND
      *                SALARIES CONVERT THROUGH EXCHRATE AT THE RATE
      *                IN FORCE ON 31 DECEMBER OF THE SURVEY YEAR -
      *                THE PRIOR YEAR'S MEDIAN TOO, SO THE DRIFT SHOWN
      *                IS MARKET MOVEMENT, NOT EXCHANGE MOVEMENT - AND
      *                SALBAND IS HELD IN THE BASE CURRENCY. A SURVEY
      *                CURRENCY WITH NO RATE IS FLAGGED AND LEFT OUT.
      *
      *                CONTROL CARD:
      *                  01-20  SURVEY NAME               (REQUIRED)
      *                  21-24  SURVEY YEAR               (REQUIRED)
      *                  25-27  BELOW-MARKET PERCENT 99V9, DEFAULT 10.0
      *                  28-30  BASE CURRENCY, DEFAULT USD
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBMKTPS.
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
               RECORD CONTAINS 30 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-SURVEY-NAME    PIC X(20).
           05  CARDREC-SYEAR          PIC X(4).
           05  CARDREC-BELOW-PCT      PIC X(3).
           05  CARDREC-BELOW-PCT-N REDEFINES CARDREC-BELOW-PCT
                                      PIC 9(2)V9(1).
           05  CARDREC-BASE-CURR      PIC X(3).

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
       77  SECTION-SWITCH         PIC X          VALUE  '1'.
               88  JOB-SECTION                   VALUE  '1'.
               88  DEPT-SECTION                  VALUE  '2'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-SURVEY-NAME         PIC X(20).
       01  WS-SYEAR               PIC X(4).
       01  WS-BELOW-PCT           PIC 9(2)V9(1)  VALUE 10.0.
       01  WS-BASE-CURR           PIC X(3)       VALUE 'USD'.
       01  WS-RATE-DATE           PIC X(10).
       01  WS-SURVEY-ROWS         PIC S9(9)      USAGE COMP.

       01  WS-JOB                 PIC X(8).
       01  WS-BENCH-JOB           PIC X(20).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-P25                 PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-P50                 PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-P75                 PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BANDMIN             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BANDMID             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BANDMAX             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-HAS-BAND            PIC X(1).
       01  WS-HAS-RATE            PIC X(1).
       01  WS-PRIOR-P50           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-INCUMBENTS          PIC S9(9)      USAGE COMP.
       01  WS-AT-RISK             PIC S9(9)      USAGE COMP.
       01  WS-HEADS               PIC S9(9)      USAGE COMP.
       01  WS-AVG-SALARY          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MKT-FLOOR           PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-JOB-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-BELOW-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-NOBAND-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-NORATE-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-RISK-TOTAL          PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'PAY BAND POSITIONING AGAINST MARKET'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(8)   VALUE 'SURVEY: '.
           10 WS-STAMP-SURVEY     PIC X(20).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'YEAR: '.
           10 WS-STAMP-YEAR       PIC X(4).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'BASE: '.
           10 WS-STAMP-BASE       PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE 'BELOW MKT AT: '.
           10 WS-STAMP-BELOW      PIC Z9.9.
           10 FILLER              PIC X(1)   VALUE '%'.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-TITLE-JOB.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'JOBS RANKED BY INCUMBENTS AT RISK (PAID '.
           10 FILLER              PIC X(40)  VALUE
                'BELOW MARKET P25). BAND FIGURES AS % OF '.
           10 FILLER              PIC X(41)  VALUE
                'MARKET MEDIAN.'.

       01  WS-RPT-TITLE-DEPT.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'DEPARTMENT AVERAGE SALARY PER SURVEYED J'.
           10 FILLER              PIC X(81)  VALUE
                'OB AGAINST MARKET PERCENTILES.'.

       01  WS-RPT-COLUMNS-JOB.
           10 FILLER              PIC X(27)  VALUE
                ' JOB      BENCHMARK JOB'.
           10 FILLER              PIC X(24)  VALUE
                '    P25     P50     P75 '.
           10 FILLER              PIC X(24)  VALUE
                'BANDMIN BANDMID BANDMAX '.
           10 FILLER              PIC X(12)  VALUE 'MN% MD% MX% '.
           10 FILLER              PIC X(7)   VALUE 'DRIFT% '.
           10 FILLER              PIC X(12)  VALUE 'INCMB  RISK '.
           10 FILLER              PIC X(16)  VALUE 'FLAG'.

       01  WS-RPT-COLUMNS-DEPT.
           10 FILLER              PIC X(16)  VALUE ' DEPT JOB'.
           10 FILLER              PIC X(7)   VALUE 'HEADS  '.
           10 FILLER              PIC X(8)   VALUE ' AVGSAL '.
           10 FILLER              PIC X(25)  VALUE
                '    P25     P50     P75  '.
           10 FILLER              PIC X(7)   VALUE ' %P50  '.
           10 FILLER              PIC X(59)  VALUE 'POSITION'.

       01  WS-RPT-JOB.
           10 FILLER              PIC X(1).
           10 WS-JOB-JOB          PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-JOB-BENCH        PIC X(16).
           10 FILLER              PIC X(1).
           10 WS-JOB-P25          PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-JOB-P50          PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-JOB-P75          PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-JOB-BANDS.
              15 WS-JOB-BANDMIN   PIC ZZZZZZ9.
              15 FILLER           PIC X(1).
              15 WS-JOB-BANDMID   PIC ZZZZZZ9.
              15 FILLER           PIC X(1).
              15 WS-JOB-BANDMAX   PIC ZZZZZZ9.
              15 FILLER           PIC X(1).
              15 WS-JOB-MIN-PCT   PIC ZZ9.
              15 FILLER           PIC X(1).
              15 WS-JOB-MID-PCT   PIC ZZ9.
              15 FILLER           PIC X(1).
              15 WS-JOB-MAX-PCT   PIC ZZ9.
           10 FILLER              PIC X(1).
           10 WS-JOB-DRIFT        PIC X(6).
           10 FILLER              PIC X(1).
           10 WS-JOB-INCUMBENTS   PIC ZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-JOB-AT-RISK      PIC ZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-JOB-FLAG         PIC X(12).
           10 FILLER              PIC X(4).

       01  WS-ED-DRIFT            PIC -ZZ9.9.
       01  WS-ED-DRIFT-X REDEFINES WS-ED-DRIFT
                                  PIC X(6).

       01  WS-RPT-DEPT.
           10 FILLER              PIC X(1).
           10 WS-DEP-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-DEP-JOB          PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DEP-HEADS        PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DEP-AVG          PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-DEP-P25          PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-DEP-P50          PIC ZZZZZZ9.
           10 FILLER              PIC X(1).
           10 WS-DEP-P75          PIC ZZZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DEP-PCT          PIC ZZ9.9.
           10 FILLER              PIC X(2).
           10 WS-DEP-POSITION     PIC X(12).
           10 FILLER              PIC X(47).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'SURVEY JOBS: '.
           10 WS-SUM-JOBS         PIC ZZZZ9.
           10 FILLER              PIC X(16)  VALUE
                '  BELOW MARKET: '.
           10 WS-SUM-BELOW        PIC ZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  NO BAND: '.
           10 WS-SUM-NOBAND       PIC ZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  NO RATE: '.
           10 WS-SUM-NORATE       PIC ZZZZ9.
           10 FILLER              PIC X(22)  VALUE
                '  INCUMBENTS AT RISK: '.
           10 WS-SUM-RISK         PIC ZZZZZ9.
           10 FILLER              PIC X(14)  VALUE SPACES.

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

                EXEC SQL INCLUDE SALBAND
                END-EXEC.

                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE MKTSURV
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY JOB IN THE SURVEY YEAR, CONVERTED TO THE BASE
      *    CURRENCY, WITH ITS BAND, ITS MEDIAN IN THE JOB'S PREVIOUS
      *    SURVEY YEAR AND ITS INCUMBENTS, MOST AT RISK FIRST.
           EXEC SQL DECLARE C1 CURSOR
             WITH RATE (CURRCODE, EXRATE) AS
                (SELECT X.FROMCURR, X.EXRATE
                   FROM EXCHRATE X
                  WHERE X.TOCURR  = :WS-BASE-CURR
                    AND X.EFFDATE =
                        (SELECT MAX(Y.EFFDATE)
                           FROM EXCHRATE Y
                          WHERE Y.FROMCURR =  X.FROMCURR
                            AND Y.TOCURR   =  :WS-BASE-CURR
                            AND Y.EFFDATE  <= DATE(:WS-RATE-DATE))
                 UNION ALL
                 SELECT CAST(:WS-BASE-CURR AS CHAR(3)), 1
                   FROM SYSIBM.SYSDUMMY1),
                  MKT AS
                (SELECT S.JOB,
                        S.BENCH_JOB,
                        S.MKT_P25 * COALESCE(R.EXRATE, 0) AS P25,
                        S.MKT_P50 * COALESCE(R.EXRATE, 0) AS P50,
                        S.MKT_P75 * COALESCE(R.EXRATE, 0) AS P75,
                        CASE WHEN R.EXRATE IS NULL
                             THEN 'N' ELSE 'Y' END        AS HAS_RATE
                   FROM MKT_SURVEY S
                   LEFT JOIN RATE R
                     ON R.CURRCODE    = S.CURRCODE
                  WHERE S.SURVEY_NAME = :WS-SURVEY-NAME
                    AND S.SYEAR       = :WS-SYEAR),
                  PRIOR AS
                (SELECT S.JOB,
                        S.MKT_P50 * R.EXRATE              AS P50
                   FROM MKT_SURVEY S
                   JOIN RATE R
                     ON R.CURRCODE    = S.CURRCODE
                  WHERE S.SURVEY_NAME = :WS-SURVEY-NAME
                    AND S.SYEAR       =
                        (SELECT MAX(T.SYEAR)
                           FROM MKT_SURVEY T
                          WHERE T.SURVEY_NAME = S.SURVEY_NAME
                            AND T.JOB         = S.JOB
                            AND T.SYEAR       < :WS-SYEAR)),
                  INC AS
                (SELECT E.JOB,
                        E.SALARY * R.EXRATE               AS SAL
                   FROM EMP E
                   JOIN RATE R
                     ON R.CURRCODE = E.CURRCODE
                  WHERE E.SEPDATE IS NULL)
             SELECT
                 M.JOB,
                 M.BENCH_JOB,
                 M.P25,
                 M.P50,
                 M.P75,
                 COALESCE(B.BANDMIN, 0),
                 COALESCE(B.BANDMID, 0),
                 COALESCE(B.BANDMAX, 0),
                 CASE WHEN B.JOB IS NULL THEN 'N' ELSE 'Y' END,
                 M.HAS_RATE,
                 COALESCE(P.P50, 0),
                 (SELECT COUNT(*)
                    FROM INC I
                   WHERE I.JOB = M.JOB),
                 (SELECT COUNT(*)
                    FROM INC I
                   WHERE I.JOB = M.JOB
                     AND I.SAL < M.P25)
             FROM MKT M
             LEFT JOIN SALBAND B
                    ON B.JOB = M.JOB
             LEFT JOIN PRIOR P
                    ON P.JOB = M.JOB
             ORDER BY 13 DESC, 1
           END-EXEC.

      *    ACTIVE EMPLOYEES IN SURVEYED JOBS, AVERAGED BY DEPARTMENT
      *    AND JOB IN THE BASE CURRENCY.
           EXEC SQL DECLARE C2 CURSOR
             WITH RATE (CURRCODE, EXRATE) AS
                (SELECT X.FROMCURR, X.EXRATE
                   FROM EXCHRATE X
                  WHERE X.TOCURR  = :WS-BASE-CURR
                    AND X.EFFDATE =
                        (SELECT MAX(Y.EFFDATE)
                           FROM EXCHRATE Y
                          WHERE Y.FROMCURR =  X.FROMCURR
                            AND Y.TOCURR   =  :WS-BASE-CURR
                            AND Y.EFFDATE  <= DATE(:WS-RATE-DATE))
                 UNION ALL
                 SELECT CAST(:WS-BASE-CURR AS CHAR(3)), 1
                   FROM SYSIBM.SYSDUMMY1)
             SELECT
                 E.WORKDEPT,
                 E.JOB,
                 COUNT(*),
                 AVG(E.SALARY * ER.EXRATE),
                 S.MKT_P25 * SR.EXRATE,
                 S.MKT_P50 * SR.EXRATE,
                 S.MKT_P75 * SR.EXRATE
             FROM EMP E
             JOIN RATE ER
               ON ER.CURRCODE   = E.CURRCODE
             JOIN MKT_SURVEY S
               ON S.JOB         = E.JOB
              AND S.SURVEY_NAME = :WS-SURVEY-NAME
              AND S.SYEAR       = :WS-SYEAR
             JOIN RATE SR
               ON SR.CURRCODE   = S.CURRCODE
             WHERE E.SEPDATE IS NULL
             GROUP BY E.WORKDEPT, E.JOB,
                      S.MKT_P25 * SR.EXRATE,
                      S.MKT_P50 * SR.EXRATE,
                      S.MKT_P75 * SR.EXRATE
             ORDER BY 1, 2
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

             PERFORM 2000-JOB-POSITIONS
             THRU    2000-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             MOVE '2' TO SECTION-SWITCH.
             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2200-DEPT-POSITIONS
             THRU    2200-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE SURVEY NAME AND YEAR ARE REQUIRED AND    *
      *                   MUST BE ON MKT_SURVEY                        *
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

                IF CARDREC-SURVEY-NAME = SPACES
                   OR CARDREC-SYEAR NOT NUMERIC
                   OR (CARDREC-BELOW-PCT NOT = SPACES
                       AND CARDREC-BELOW-PCT NOT NUMERIC)
                   DISPLAY '++ COBMKTPS - MISSING OR BAD SURVEY '
                           'CARD ++'
                   DISPLAY '++ COBMKTPS - ABORTING, SURVEY NAME AND '
                           'YEAR ARE REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE CARDREC-SURVEY-NAME TO WS-SURVEY-NAME.
                MOVE CARDREC-SYEAR       TO WS-SYEAR.
                IF CARDREC-BELOW-PCT NUMERIC
                   MOVE CARDREC-BELOW-PCT-N TO WS-BELOW-PCT
                END-IF.
                IF CARDREC-BASE-CURR NOT = SPACES
                   MOVE CARDREC-BASE-CURR TO WS-BASE-CURR
                END-IF.

                MOVE SPACES TO WS-RATE-DATE.
                STRING WS-SYEAR '-12-31'
                       DELIMITED BY SIZE
                  INTO WS-RATE-DATE.

                EXEC SQL
                    SELECT COUNT(*)
                    INTO  :WS-SURVEY-ROWS
                    FROM MKT_SURVEY
                    WHERE SURVEY_NAME = :WS-SURVEY-NAME
                      AND SYEAR       = :WS-SYEAR
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-SURVEY-ROWS = 0
                   DISPLAY '++ COBMKTPS - SURVEY ' WS-SURVEY-NAME
                           ' ' WS-SYEAR ' NOT LOADED ++'
                   DISPLAY '++ COBMKTPS - ABORTING, RUN COBMKTLD '
                           'FIRST ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                DISPLAY 'WS-SURVEY-NAME = ' WS-SURVEY-NAME.
                DISPLAY 'WS-SYEAR       = ' WS-SYEAR.
                DISPLAY 'WS-BELOW-PCT   = ' WS-BELOW-PCT.
                DISPLAY 'WS-BASE-CURR   = ' WS-BASE-CURR.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-JOB-POSITIONS - PART 1, ONE LINE PER SURVEYED JOB         *
      ******************************************************************
       2000-JOB-POSITIONS.

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

                PERFORM 2100-FETCH-JOB
                THRU    2100-EXIT
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
      * 2100-FETCH-JOB - A JOB WITH NO RATE OR NO BAND PRINTS WHAT IT  *
      *                  HAS AND IS FLAGGED. THE BAND IS BELOW MARKET  *
      *                  WHEN ITS MIDPOINT IS UNDER THE MEDIAN LESS    *
      *                  THE CARD PERCENTAGE                           *
      ******************************************************************
       2100-FETCH-JOB.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-JOB,
                          :WS-BENCH-JOB,
                          :WS-P25,
                          :WS-P50,
                          :WS-P75,
                          :WS-BANDMIN,
                          :WS-BANDMID,
                          :WS-BANDMAX,
                          :WS-HAS-BAND,
                          :WS-HAS-RATE,
                          :WS-PRIOR-P50,
                          :WS-INCUMBENTS,
                          :WS-AT-RISK
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-JOB-COUNT.
                ADD WS-AT-RISK TO WS-RISK-TOTAL.

                MOVE SPACES         TO WS-RPT-JOB.
                MOVE WS-JOB         TO WS-JOB-JOB.
                MOVE WS-BENCH-JOB   TO WS-JOB-BENCH.
                MOVE WS-INCUMBENTS  TO WS-JOB-INCUMBENTS.
                MOVE WS-AT-RISK     TO WS-JOB-AT-RISK.

                IF WS-HAS-RATE NOT = 'Y'
                   ADD 1 TO WS-NORATE-COUNT
                   MOVE 'NO RATE'   TO WS-JOB-FLAG
                   PERFORM 2110-PRINT-JOB
                   THRU    2110-EXIT
                   GO TO 2100-EXIT
                END-IF.

                COMPUTE WS-JOB-P25 ROUNDED = WS-P25.
                COMPUTE WS-JOB-P50 ROUNDED = WS-P50.
                COMPUTE WS-JOB-P75 ROUNDED = WS-P75.

                IF WS-PRIOR-P50 > 0
                   COMPUTE WS-ED-DRIFT ROUNDED =
                       (WS-P50 - WS-PRIOR-P50) * 100 / WS-PRIOR-P50
                   MOVE WS-ED-DRIFT-X TO WS-JOB-DRIFT
                END-IF.

                IF WS-HAS-BAND NOT = 'Y'
                   ADD 1 TO WS-NOBAND-COUNT
                   MOVE 'NO BAND'   TO WS-JOB-FLAG
                   PERFORM 2110-PRINT-JOB
                   THRU    2110-EXIT
                   GO TO 2100-EXIT
                END-IF.

                COMPUTE WS-JOB-BANDMIN ROUNDED = WS-BANDMIN.
                COMPUTE WS-JOB-BANDMID ROUNDED = WS-BANDMID.
                COMPUTE WS-JOB-BANDMAX ROUNDED = WS-BANDMAX.
                COMPUTE WS-JOB-MIN-PCT ROUNDED =
                    WS-BANDMIN * 100 / WS-P50.
                COMPUTE WS-JOB-MID-PCT ROUNDED =
                    WS-BANDMID * 100 / WS-P50.
                COMPUTE WS-JOB-MAX-PCT ROUNDED =
                    WS-BANDMAX * 100 / WS-P50.

                COMPUTE WS-MKT-FLOOR ROUNDED =
                    WS-P50 * (100 - WS-BELOW-PCT) / 100.
                IF WS-BANDMID < WS-MKT-FLOOR
                   ADD 1 TO WS-BELOW-COUNT
                   MOVE '*BELOW MKT*' TO WS-JOB-FLAG
                END-IF.

                PERFORM 2110-PRINT-JOB
                THRU    2110-EXIT.
       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2110-PRINT-JOB                                                 *
      ******************************************************************
       2110-PRINT-JOB.
                PRINT WS-RPT-JOB.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2110-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-DEPT-POSITIONS - PART 2, ONE LINE PER DEPARTMENT AND JOB  *
      ******************************************************************
       2200-DEPT-POSITIONS.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2210-FETCH-DEPT
                THRU    2210-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-FETCH-DEPT - THE AVERAGE AS A PERCENTAGE OF THE MEDIAN    *
      *                   AND THE QUARTILE OF THE MARKET IT FALLS IN   *
      ******************************************************************
       2210-FETCH-DEPT.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-WORKDEPT,
                          :WS-JOB,
                          :WS-HEADS,
                          :WS-AVG-SALARY,
                          :WS-P25,
                          :WS-P50,
                          :WS-P75
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2210-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES         TO WS-RPT-DEPT.
                MOVE WS-WORKDEPT    TO WS-DEP-DEPT.
                MOVE WS-JOB         TO WS-DEP-JOB.
                MOVE WS-HEADS       TO WS-DEP-HEADS.
                COMPUTE WS-DEP-AVG ROUNDED = WS-AVG-SALARY.
                COMPUTE WS-DEP-P25 ROUNDED = WS-P25.
                COMPUTE WS-DEP-P50 ROUNDED = WS-P50.
                COMPUTE WS-DEP-P75 ROUNDED = WS-P75.
                IF WS-P50 > 0
                   COMPUTE WS-DEP-PCT ROUNDED =
                       WS-AVG-SALARY * 100 / WS-P50
                END-IF.

                EVALUATE TRUE
                    WHEN WS-AVG-SALARY < WS-P25
                         MOVE 'BELOW P25'   TO WS-DEP-POSITION
                    WHEN WS-AVG-SALARY < WS-P50
                         MOVE 'P25 - P50'   TO WS-DEP-POSITION
                    WHEN WS-AVG-SALARY NOT > WS-P75
                         MOVE 'P50 - P75'   TO WS-DEP-POSITION
                    WHEN OTHER
                         MOVE 'ABOVE P75'   TO WS-DEP-POSITION
                END-EVALUATE.

                PRINT WS-RPT-DEPT.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE,     *
      *                      WITH THE COLUMNS OF THE PART IN HAND      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-SURVEY-NAME   TO WS-STAMP-SURVEY.
                MOVE WS-SYEAR         TO WS-STAMP-YEAR.
                MOVE WS-BASE-CURR     TO WS-STAMP-BASE.
                MOVE WS-BELOW-PCT     TO WS-STAMP-BELOW.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                IF JOB-SECTION
                   PRINT WS-RPT-TITLE-JOB
                   PRINT WS-RPT-COLUMNS-JOB
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
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-JOB-COUNT     TO WS-SUM-JOBS.
                MOVE WS-BELOW-COUNT   TO WS-SUM-BELOW.
                MOVE WS-NOBAND-COUNT  TO WS-SUM-NOBAND.
                MOVE WS-NORATE-COUNT  TO WS-SUM-NORATE.
                MOVE WS-RISK-TOTAL    TO WS-SUM-RISK.
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

                MOVE 'COBMKTPS'      TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE     TO RUNH-START-DATE.
                MOVE WS-RUN-TIME     TO RUNH-START-TIME.
                MOVE WS-END-DATE     TO RUNH-END-DATE.
                MOVE WS-END-TIME     TO RUNH-END-TIME.
                MOVE WS-JOB-COUNT    TO RUNH-READ-COUNT.
                MOVE ZERO            TO RUNH-WRITE-COUNT.
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
