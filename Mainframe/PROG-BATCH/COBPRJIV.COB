      *-----------------------------------------------------------------
      *     COBPRJIV - MONTHLY CLIENT INVOICE RUN. FOR THE CALENDAR
      *                MONTH (YYYYMM) ON THE CONTROL CARD, PRICES
      *                EVERY ACCEPTED OR POSTED TIMESHEET WEEK ENDING
      *                ON OR BEFORE THE MONTH END ON A PROJECT SET UP
      *                AS BILLABLE (PROJBILL) AND NOT YET INVOICED,
      *                AT THE CLIENT BILL RATE FROM THE PROJECT'S
      *                RATECARD - THE EMPLOYEE'S OWN RATE WHERE ONE IS
      *                IN EFFECT AT THE WEEK-ENDING DATE, ELSE THE
      *                RATE FOR THEIR JOB CODE - AND WRITES THE
      *                INVOICE FILE (INVREC) FOR ACCOUNTS RECEIVABLE:
      *                ONE INVOICE PER CLIENT AND PROJECT, ONE LINE
      *                PER EMPLOYEE, ACTIVITY AND RATE. EVERY WEEK
      *                INVOICED IS REGISTERED ON TSINVOICE IN THE SAME
      *                UNIT OF WORK, SO A RERUN NEVER BILLS THE SAME
      *                HOURS TWICE - IT ONLY PICKS UP WEEKS ACCEPTED
      *                SINCE, UNDER THE NEXT INVOICE SEQUENCE. A WEEK
      *                WITH NO RATE IN EFFECT, OR WHOSE COST CANNOT BE
      *                CONVERTED INTO THE BILLING CURRENCY, IS HELD
      *                OUT, PRINTED AND WRITTEN TO EXCPFILE, AND IS
      *                PICKED UP BY THE FIRST RUN AFTER IT IS PUT
      *                RIGHT. THE MARGIN PAGES THEN SET THE MONTH'S
      *                BILLED VALUE AGAINST THE COST OF THE SAME HOURS
      *                (SALARY OVER 2080 HOURS, AS COBPRJCS PRICES
      *                THEM, CONVERTED AT THE EXCHRATE RATE IN EFFECT
      *                AT THE MONTH END) FOR EACH PROJECT, FROM
      *                TSINVOICE, SO A RERUN REPRINTS THE WHOLE MONTH.
      *                AMOUNTS IN DIFFERENT BILLING CURRENCIES ARE
      *                NEVER ADDED TOGETHER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBPRJIV.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT INVFILE
                  ASSIGN TO DA-S-INVFILE.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

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

       FD      INVFILE
               RECORD CONTAINS 100 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY INVREC.

       FD      EXCPFILE
               RECORD CONTAINS 79 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

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
       77  INVOICE-OPEN-SWITCH    PIC X          VALUE  SPACES.
               88  INVOICE-OPEN                  VALUE  'Y'.
       77  LINE-OPEN-SWITCH       PIC X          VALUE  SPACES.
               88  LINE-OPEN                     VALUE  'Y'.
       77  RATE-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  RATE-FOUND                    VALUE  'Y'.
       77  FX-FOUND-SWITCH        PIC X          VALUE  SPACES.
               88  FX-FOUND                      VALUE  'Y'.
       77  MARGIN-PAGE-SWITCH     PIC X          VALUE  SPACES.
               88  MARGIN-PAGE                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PYEARMONTH-R REDEFINES WS-PYEARMONTH.
           05 WS-PERIOD-YYYY      PIC 9(4).
           05 WS-PERIOD-MM        PIC 9(2).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-DAYS-IN-MONTH       PIC 9(2).
       01  WS-LEAP-REM            PIC 9(4).
       01  WS-LEAP-QUOT           PIC 9(4).

      *    ONE TIMESHEET WEEK FROM C1
       01  WS-CLIENT-NO           PIC X(10).
       01  WS-CLIENT-NAME         PIC X(30).
       01  WS-BILL-CURR           PIC X(3).
       01  WS-PROJ-NO             PIC X(6).
       01  WS-PROJ-NAME           PIC X(24).
       01  WS-EMPNO               PIC X(6).
       01  WS-LASTNAME            PIC X(15).
       01  WS-JOB                 PIC X(8).
       01  WS-CURRCODE            PIC X(3).
       01  WS-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ACT-NO              PIC S9(2)      USAGE COMP-3.
       01  WS-WEEKEND             PIC X(10).
       01  WS-TSHOURS             PIC S9(3)      USAGE COMP-3.

       01  WS-BILL-RATE           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-FX-RATE             PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-FX-CACHE-FROM       PIC X(3)      VALUE LOW-VALUES.
       01  WS-FX-CACHE-TO         PIC X(3)      VALUE LOW-VALUES.
       01  WS-FX-CACHE-FOUND      PIC X(1)      VALUE SPACES.
       01  WS-FX-CACHE-RATE       PIC S9(3)V9(6) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ROW-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ROW-COST            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-HELD-REASON         PIC X(24).

      *    THE INVOICE AND LINE BEING BUILT
       01  WS-PREV-PROJ-NO        PIC X(6)      VALUE LOW-VALUES.
       01  WS-INV-NO              PIC X(14).
       01  WS-INV-CURR            PIC X(3).
       01  WS-INV-COUNT           PIC S9(4)      USAGE COMP.
       01  WS-INV-SEQ             PIC 9(2).
       01  WS-INV-LINES           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-INV-HOURS           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-INV-AMOUNT          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-LINE-EMPNO          PIC X(6).
       01  WS-LINE-LASTNAME       PIC X(15).
       01  WS-LINE-ACT-NO         PIC S9(2)      USAGE COMP-3.
       01  WS-LINE-RATE           PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-LINE-HOURS          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LINE-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

      *    RUN TOTALS - COUNTS ONLY, AS THE INVOICES ARE IN THEIR
      *    PROJECTS' OWN CURRENCIES
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-INVOICE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LINE-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-WEEK-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-HELD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-HOURS-BILLED        PIC 9(9)      USAGE COMP  VALUE 0.

      *    ONE PROJECT'S MONTH FROM C2
       01  WS-M-CLIENT-NO         PIC X(10).
       01  WS-M-PROJ-NO           PIC X(6).
       01  WS-M-BILL-CURR         PIC X(3).
       01  WS-M-HOURS             PIC S9(7)      USAGE COMP-3.
       01  WS-M-BILLED            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-M-COST              PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-M-MARGIN            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-M-PCT               PIC S9(5)V9(1) USAGE COMP-3.
       01  WS-M-PROJ-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-M-LOSS-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'CLIENT INVOICE REGISTER'.
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
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(16)  VALUE 'INVOICE'.
           10 WS-COL2             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL3             PIC X(17)  VALUE 'NAME'.
           10 WS-COL4             PIC X(5)   VALUE 'ACT'.
           10 WS-COL5             PIC X(8)   VALUE 'HOURS'.
           10 WS-COL6             PIC X(12)  VALUE 'BILL RATE'.
           10 WS-COL7             PIC X(16)  VALUE 'AMOUNT'.
           10 FILLER              PIC X(31).

       01  WS-RPT-INV-HEAD.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'INVOICE '.
           10 WS-IHD-INV-NO       PIC X(14).
           10 FILLER              PIC X(10)  VALUE '  CLIENT '.
           10 WS-IHD-CLIENT-NO    PIC X(10).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-IHD-CLIENT-NAME  PIC X(30).
           10 FILLER              PIC X(11)  VALUE '  PROJECT '.
           10 WS-IHD-PROJ-NO      PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-IHD-CURR         PIC X(3).
           10 FILLER              PIC X(18)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-INV-NO       PIC X(14).
           10 FILLER              PIC X(2).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-ACT          PIC Z9.
           10 FILLER              PIC X(3).
           10 WS-DET-HOURS        PIC ZZ,ZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-RATE         PIC ZZ,ZZ9.99.
           10 FILLER              PIC X(3).
           10 WS-DET-AMOUNT       PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(32).

       01  WS-RPT-INV-TOTAL.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE 'INVOICE TOTAL'.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ITL-LINES        PIC ZZZZ9.
           10 FILLER              PIC X(7)   VALUE ' LINES '.
           10 FILLER              PIC X(17)  VALUE SPACES.
           10 WS-ITL-HOURS        PIC Z,ZZZ,ZZ9.
           10 FILLER              PIC X(14)  VALUE SPACES.
           10 WS-ITL-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-ITL-CURR         PIC X(3).
           10 FILLER              PIC X(27)  VALUE SPACES.

       01  WS-RPT-HELD.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-HLD-PROJ-NO      PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-HLD-EMPNO        PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-HLD-NAME         PIC X(15).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-HLD-ACT          PIC Z9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-HLD-WEEKEND      PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-HLD-HOURS        PIC ZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-HLD-REASON       PIC X(24).
           10 FILLER              PIC X(35)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'INVOICES: '.
           10 WS-SUM-INVOICES     PIC ZZZZ9.
           10 FILLER              PIC X(10)  VALUE '   LINES: '.
           10 WS-SUM-LINES        PIC ZZZZZZ9.
           10 FILLER              PIC X(10)  VALUE '   WEEKS: '.
           10 WS-SUM-WEEKS        PIC ZZZZZZ9.
           10 FILLER              PIC X(17)  VALUE '   HOURS BILLED: '.
           10 WS-SUM-HOURS        PIC ZZZ,ZZZ,ZZ9.
           10 FILLER              PIC X(15)  VALUE '   WEEKS HELD: '.
           10 WS-SUM-HELD         PIC ZZZZ9.
           10 FILLER              PIC X(26)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'NO UNBILLED HOURS ON BILLABLE PROJECTS'.
           10 FILLER              PIC X(73)  VALUE SPACES.

       01  WS-RPT-MHEADER.
           10 FILLER              PIC X(38).
           10 FILLER              PIC X(40)
                VALUE 'PROJECT BILLING MARGIN REPORT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-MCOLUMNS.
           10 FILLER              PIC X(9).
           10 WS-MCOL1            PIC X(12)  VALUE 'CLIENT'.
           10 WS-MCOL2            PIC X(8)   VALUE 'PROJECT'.
           10 WS-MCOL3            PIC X(5)   VALUE 'CURR'.
           10 WS-MCOL4            PIC X(10)  VALUE 'HOURS'.
           10 WS-MCOL5            PIC X(20)  VALUE 'BILLED'.
           10 WS-MCOL6            PIC X(20)  VALUE 'COST'.
           10 WS-MCOL7            PIC X(20)  VALUE 'MARGIN'.
           10 WS-MCOL8            PIC X(9)   VALUE 'MARGIN %'.
           10 FILLER              PIC X(19).

       01  WS-RPT-MDETAIL.
           10 FILLER              PIC X(9).
           10 WS-MDET-CLIENT      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-MDET-PROJ        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-MDET-CURR        PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-MDET-HOURS       PIC Z,ZZZ,ZZ9.
           10 FILLER              PIC X(1).
           10 WS-MDET-BILLED      PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-MDET-COST        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-MDET-MARGIN      PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-MDET-PCT         PIC ZZZZ9.9-.
           10 FILLER              PIC X(2).
           10 WS-MDET-FLAG        PIC X(4).
           10 FILLER              PIC X(17).

       01  WS-RPT-MSUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'PROJECTS BILLED:   '.
           10 WS-MSUM-PROJECTS    PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(22)  VALUE
                'BILLED BELOW COST:    '.
           10 WS-MSUM-LOSS        PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(43)  VALUE
                'AMOUNTS ARE IN EACH PROJECT''S BILL CURRENCY'.
           10 FILLER              PIC X(23)  VALUE SPACES.

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

                EXEC SQL INCLUDE PROJECT
                END-EXEC.

                EXEC SQL INCLUDE TIMESHT
                END-EXEC.

                EXEC SQL INCLUDE PROJBILL
                END-EXEC.

                EXEC SQL INCLUDE RATECARD
                END-EXEC.

                EXEC SQL INCLUDE TSINVOIC
                END-EXEC.

                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY ACCEPTED ('A') OR POSTED ('P') TIMESHEET WEEK ON A
      *    BILLABLE PROJECT UP TO THE MONTH END THAT TSINVOICE DOES
      *    NOT ALREADY HOLD, IN INVOICE AND LINE ORDER.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 PB.CLIENT_NO,
                 PB.CLIENT_NAME,
                 PB.BILL_CURR,
                 T.PROJ_NO,
                 PR.PROJ_NAME,
                 T.EMPNO,
                 E.LASTNAME,
                 E.JOB,
                 E.CURRCODE,
                 E.SALARY,
                 T.ACT_NO,
                 T.WEEKEND,
                 T.TSHOURS
             FROM TIMESHEET T
             INNER JOIN PROJBILL PB
                     ON PB.PROJ_NO = T.PROJ_NO
             INNER JOIN PROJECT PR
                     ON PR.PROJ_NO = T.PROJ_NO
             INNER JOIN EMP E
                     ON E.EMPNO = T.EMPNO
             WHERE PB.BILLABLE = 'Y'
               AND T.TSTATUS IN ('A', 'P')
               AND T.WEEKEND <= :WS-PERIOD-END
               AND T.TSHOURS > 0
               AND NOT EXISTS
                   (SELECT 1
                      FROM TSINVOICE I
                     WHERE I.EMPNO   = T.EMPNO
                       AND I.PROJ_NO = T.PROJ_NO
                       AND I.ACT_NO  = T.ACT_NO
                       AND I.WEEKEND = T.WEEKEND)
             ORDER BY PB.CLIENT_NO, T.PROJ_NO, T.EMPNO, T.ACT_NO,
                      T.WEEKEND
           END-EXEC.

      *    THE MONTH'S INVOICED HOURS PER PROJECT - BILLED AND COST,
      *    BOTH ALREADY IN THE PROJECT'S BILLING CURRENCY.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 I.CLIENT_NO,
                 I.PROJ_NO,
                 PB.BILL_CURR,
                 SUM(I.TSHOURS),
                 SUM(I.BILL_AMT),
                 SUM(I.COST_AMT)
             FROM TSINVOICE I
             INNER JOIN PROJBILL PB
                     ON PB.PROJ_NO = I.PROJ_NO
             WHERE I.INV_PERIOD = :WS-PYEARMONTH
             GROUP BY I.CLIENT_NO, I.PROJ_NO, PB.BILL_CURR
             ORDER BY I.CLIENT_NO, I.PROJ_NO
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

             MOVE 'Y' TO MARGIN-PAGE-SWITCH.
             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 3000-MARGIN
             THRU    3000-EXIT.

             PERFORM 3170-PRINT-MSUMMARY
             THRU    3170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE INVFILE
                   EXCPFILE.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET AND VALIDATE THE PERIOD CARD. CLIENTS    *
      *                   ARE BILLED BY CALENDAR MONTH, SO ONLY A      *
      *                   REGULAR MONTH (MM 01-12) IS ACCEPTED.        *
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
                   DISPLAY '++ COBPRJIV - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBPRJIV - ABORTING, CALENDAR MONTH '
                           'YYYYMM IS REQUIRED TO INVOICE CLIENTS ++'
                   GOBACK
                END-IF.

                PERFORM 1100-CALC-PERIOD
                THRU    1100-EXIT.

                OPEN OUTPUT INVFILE.
                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-CALC-PERIOD - BUILD THE MONTH END DATE FROM THE YYYYMM    *
      *                    CARD, INCLUDING THE GREGORIAN LEAP-YEAR     *
      *                    RULE FOR FEBRUARY, SO THE PERIOD END IS     *
      *                    ALWAYS A REAL DATE.                         *
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

                STRING WS-PERIOD-YYYY '-' WS-PERIOD-MM '-'
                       WS-DAYS-IN-MONTH
                       DELIMITED BY SIZE
                  INTO WS-PERIOD-END.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - THE INVOICING PASS                              *
      ******************************************************************
       2000-PROCESS.

                PERFORM 2100-OPEN-C1
                THRU    2100-EXIT.

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                PERFORM 2500-CLOSE-INVOICE
                THRU    2500-EXIT.

                PERFORM 2990-CLOSE-C1
                THRU    2990-EXIT.

                IF WS-READ-COUNT = 0
                   PRINT WS-RPT-NOTHING
                   ADD 1 TO WS-LINE-CTR
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-OPEN-C1
      ******************************************************************
       2100-OPEN-C1.

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

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - PRICE AND INVOICE ONE TIMESHEET WEEK. A NEW    *
      *                 PROJECT CLOSES THE INVOICE BEFORE IT; THE NEXT *
      *                 ONE IS ONLY OPENED ONCE A WEEK ON IT PRICES,   *
      *                 SO A PROJECT WHOSE WEEKS ARE ALL HELD RAISES   *
      *                 NO EMPTY INVOICE.                              *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CLIENT-NO,
                          :WS-CLIENT-NAME,
                          :WS-BILL-CURR,
                          :WS-PROJ-NO,
                          :WS-PROJ-NAME,
                          :WS-EMPNO,
                          :WS-LASTNAME,
                          :WS-JOB,
                          :WS-CURRCODE,
                          :WS-SALARY,
                          :WS-ACT-NO,
                          :WS-WEEKEND,
                          :WS-TSHOURS
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

                IF WS-PROJ-NO NOT = WS-PREV-PROJ-NO
                   PERFORM 2500-CLOSE-INVOICE
                   THRU    2500-EXIT
                   MOVE WS-PROJ-NO TO WS-PREV-PROJ-NO
                END-IF.

                PERFORM 2300-GET-BILL-RATE
                THRU    2300-EXIT.

                IF NOT RATE-FOUND
                   MOVE 'UNBILLED - NO RATE CARD' TO WS-HELD-REASON
                   PERFORM 2900-HOLD-WEEK
                   THRU    2900-EXIT
                   GO TO 2200-EXIT
                END-IF.

                PERFORM 2350-GET-FX-RATE
                THRU    2350-EXIT.

                IF NOT FX-FOUND
                   MOVE 'UNBILLED - NO FX RATE' TO WS-HELD-REASON
                   PERFORM 2900-HOLD-WEEK
                   THRU    2900-EXIT
                   GO TO 2200-EXIT
                END-IF.

                COMPUTE WS-ROW-AMOUNT ROUNDED =
                    WS-TSHOURS * WS-BILL-RATE.
                COMPUTE WS-ROW-COST ROUNDED =
                    WS-TSHOURS * WS-SALARY / 2080 * WS-FX-RATE.

                IF NOT INVOICE-OPEN
                   PERFORM 2600-OPEN-INVOICE
                   THRU    2600-EXIT
                END-IF.

                IF LINE-OPEN
                   IF WS-EMPNO     NOT = WS-LINE-EMPNO
                   OR WS-ACT-NO    NOT = WS-LINE-ACT-NO
                   OR WS-BILL-RATE NOT = WS-LINE-RATE
                      PERFORM 2700-WRITE-LINE
                      THRU    2700-EXIT
                   END-IF
                END-IF.

                IF NOT LINE-OPEN
                   MOVE WS-EMPNO     TO WS-LINE-EMPNO
                   MOVE WS-LASTNAME  TO WS-LINE-LASTNAME
                   MOVE WS-ACT-NO    TO WS-LINE-ACT-NO
                   MOVE WS-BILL-RATE TO WS-LINE-RATE
                   MOVE 0            TO WS-LINE-HOURS
                   MOVE ZERO         TO WS-LINE-AMOUNT
                   MOVE 'Y'          TO LINE-OPEN-SWITCH
                END-IF.

                PERFORM 2800-REGISTER-WEEK
                THRU    2800-EXIT.

                ADD WS-TSHOURS    TO WS-LINE-HOURS.
                ADD WS-ROW-AMOUNT TO WS-LINE-AMOUNT.
                ADD 1             TO WS-WEEK-COUNT.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-GET-BILL-RATE - THE RATE IN EFFECT AT THE WEEK-ENDING     *
      *                      DATE: THE EMPLOYEE'S OWN RATE IF THE      *
      *                      PROJECT HAS ONE (EMPNO SORTS AHEAD OF     *
      *                      SPACES), ELSE THE RATE FOR THEIR JOB.     *
      ******************************************************************
       2300-GET-BILL-RATE.
                MOVE SPACES TO RATE-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        R.BILL_RATE
                    INTO
                        :WS-BILL-RATE
                    FROM RATECARD R
                    WHERE R.PROJ_NO   = :WS-PROJ-NO
                      AND R.EFF_FROM <= :WS-WEEKEND
                      AND R.EFF_TO   >= :WS-WEEKEND
                      AND (R.EMPNO = :WS-EMPNO
                           OR (R.EMPNO = ' ' AND R.JOB = :WS-JOB))
                    ORDER BY R.EMPNO DESC
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO RATE-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2350-GET-FX-RATE - THE RATE THAT TAKES THE EMPLOYEE'S COST     *
      *                    INTO THE BILLING CURRENCY, AS IN EFFECT AT  *
      *                    THE MONTH END. THE LAST PAIR LOOKED UP IS   *
      *                    KEPT, SINCE THE WEEKS ARRIVE PROJECT BY     *
      *                    PROJECT.                                    *
      ******************************************************************
       2350-GET-FX-RATE.
                IF WS-CURRCODE = WS-BILL-CURR
                   MOVE 1.000000 TO WS-FX-RATE
                   MOVE 'Y' TO FX-FOUND-SWITCH
                   GO TO 2350-EXIT
                END-IF.

                IF WS-CURRCODE  = WS-FX-CACHE-FROM
                AND WS-BILL-CURR = WS-FX-CACHE-TO
                   MOVE WS-FX-CACHE-FOUND TO FX-FOUND-SWITCH
                   MOVE WS-FX-CACHE-RATE  TO WS-FX-RATE
                   GO TO 2350-EXIT
                END-IF.

                MOVE SPACES TO FX-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        X.EXRATE
                    INTO
                        :WS-FX-RATE
                    FROM EXCHRATE X
                    WHERE X.FROMCURR = :WS-CURRCODE
                      AND X.TOCURR   = :WS-BILL-CURR
                      AND X.EFFDATE <= :WS-PERIOD-END
                    ORDER BY X.EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO FX-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-CURRCODE     TO WS-FX-CACHE-FROM.
                MOVE WS-BILL-CURR    TO WS-FX-CACHE-TO.
                MOVE FX-FOUND-SWITCH TO WS-FX-CACHE-FOUND.
                MOVE WS-FX-RATE      TO WS-FX-CACHE-RATE.
       2350-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-CLOSE-INVOICE - FINISH THE LINE IN HAND AND, IF AN        *
      *                      INVOICE IS OPEN, WRITE ITS TRAILER AND    *
      *                      PRINT ITS TOTAL                           *
      ******************************************************************
       2500-CLOSE-INVOICE.
                IF LINE-OPEN
                   PERFORM 2700-WRITE-LINE
                   THRU    2700-EXIT
                END-IF.

                IF NOT INVOICE-OPEN
                   GO TO 2500-EXIT
                END-IF.

                MOVE SPACES          TO INV-TRAILER-REC.
                MOVE 'T'             TO INVT-RECORD-TYPE.
                MOVE WS-INV-NO       TO INVT-INV-NO.
                MOVE WS-INV-LINES    TO INVT-LINE-COUNT.
                MOVE WS-INV-HOURS    TO INVT-HOURS.
                MOVE WS-INV-AMOUNT   TO INVT-AMOUNT.
                WRITE INV-TRAILER-REC.

                MOVE WS-INV-LINES    TO WS-ITL-LINES.
                MOVE WS-INV-HOURS    TO WS-ITL-HOURS.
                MOVE WS-INV-AMOUNT   TO WS-ITL-AMOUNT.
                MOVE WS-INV-CURR     TO WS-ITL-CURR.
                PRINT WS-RPT-INV-TOTAL.
                ADD 1 TO WS-LINE-CTR.
                PERFORM 2180-CHECK-PAGE
                THRU    2180-EXIT.

                ADD 1 TO WS-INVOICE-COUNT.
                MOVE SPACES TO INVOICE-OPEN-SWITCH.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-OPEN-INVOICE - NUMBER THE INVOICE AND WRITE ITS HEADER.   *
      *                     THE SEQUENCE IS ONE MORE THAN THE NUMBER   *
      *                     OF INVOICES TSINVOICE ALREADY HOLDS FOR    *
      *                     THE PROJECT AND MONTH, SO A RERUN RAISES A *
      *                     NEW INVOICE FOR THE NEWLY ACCEPTED HOURS   *
      *                     RATHER THAN REUSING A NUMBER ALREADY SENT. *
      ******************************************************************
       2600-OPEN-INVOICE.
                EXEC SQL
                    SELECT
                        COUNT(DISTINCT INV_NO)
                    INTO
                        :WS-INV-COUNT
                    FROM TSINVOICE
                    WHERE PROJ_NO    = :WS-PROJ-NO
                      AND INV_PERIOD = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                COMPUTE WS-INV-SEQ = WS-INV-COUNT + 1.
                MOVE SPACES TO WS-INV-NO.
                STRING WS-PROJ-NO WS-PYEARMONTH WS-INV-SEQ
                       DELIMITED BY SIZE
                  INTO WS-INV-NO.

                MOVE SPACES          TO INV-HEADER-REC.
                MOVE 'H'             TO INVH-RECORD-TYPE.
                MOVE WS-INV-NO       TO INVH-INV-NO.
                MOVE WS-PYEARMONTH   TO INVH-PERIOD.
                MOVE WS-CLIENT-NO    TO INVH-CLIENT-NO.
                MOVE WS-CLIENT-NAME  TO INVH-CLIENT-NAME.
                MOVE WS-PROJ-NO      TO INVH-PROJ-NO.
                MOVE WS-PROJ-NAME    TO INVH-PROJ-NAME.
                MOVE WS-BILL-CURR    TO INVH-CURRCODE.
                MOVE WS-RUN-DATE     TO INVH-INV-DATE.
                WRITE INV-HEADER-REC.

                MOVE WS-INV-NO       TO WS-IHD-INV-NO.
                MOVE WS-CLIENT-NO    TO WS-IHD-CLIENT-NO.
                MOVE WS-CLIENT-NAME  TO WS-IHD-CLIENT-NAME.
                MOVE WS-PROJ-NO      TO WS-IHD-PROJ-NO.
                MOVE WS-BILL-CURR    TO WS-IHD-CURR.
                PRINT WS-RPT-INV-HEAD.
                ADD 1 TO WS-LINE-CTR.
                PERFORM 2180-CHECK-PAGE
                THRU    2180-EXIT.

                MOVE WS-BILL-CURR TO WS-INV-CURR.
                MOVE 0            TO WS-INV-LINES.
                MOVE 0            TO WS-INV-HOURS.
                MOVE ZERO         TO WS-INV-AMOUNT.
                MOVE 'Y'          TO INVOICE-OPEN-SWITCH.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-WRITE-LINE - ONE INVOICE LINE: AN EMPLOYEE'S HOURS ON ONE *
      *                   ACTIVITY AT ONE BILL RATE                    *
      ******************************************************************
       2700-WRITE-LINE.
                MOVE SPACES           TO INV-LINE-REC.
                MOVE 'L'              TO INVL-RECORD-TYPE.
                MOVE WS-INV-NO        TO INVL-INV-NO.
                MOVE WS-LINE-EMPNO    TO INVL-EMPNO.
                MOVE WS-LINE-LASTNAME TO INVL-LASTNAME.
                MOVE WS-LINE-ACT-NO   TO INVL-ACT-NO.
                MOVE WS-LINE-HOURS    TO INVL-HOURS.
                MOVE WS-LINE-RATE     TO INVL-RATE.
                MOVE WS-LINE-AMOUNT   TO INVL-AMOUNT.
                WRITE INV-LINE-REC.

                MOVE WS-INV-NO        TO WS-DET-INV-NO.
                MOVE WS-LINE-EMPNO    TO WS-DET-EMPNO.
                MOVE WS-LINE-LASTNAME TO WS-DET-NAME.
                MOVE WS-LINE-ACT-NO   TO WS-DET-ACT.
                MOVE WS-LINE-HOURS    TO WS-DET-HOURS.
                MOVE WS-LINE-RATE     TO WS-DET-RATE.
                MOVE WS-LINE-AMOUNT   TO WS-DET-AMOUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                PERFORM 2180-CHECK-PAGE
                THRU    2180-EXIT.

                ADD 1                 TO WS-INV-LINES.
                ADD WS-LINE-HOURS     TO WS-INV-HOURS.
                ADD WS-LINE-AMOUNT    TO WS-INV-AMOUNT.
                ADD 1                 TO WS-LINE-COUNT.
                ADD WS-LINE-HOURS     TO WS-HOURS-BILLED.
                MOVE SPACES           TO LINE-OPEN-SWITCH.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-REGISTER-WEEK - RECORD THE WEEK AS INVOICED. THE UNIQUE   *
      *                      KEY IS THE TIMESHEET ROW'S OWN, SO A WEEK *
      *                      ALREADY THERE (-803) CAN ONLY MEAN A      *
      *                      SECOND RUN AT THE SAME TIME - THE RUN     *
      *                      STOPS RATHER THAN BILL IT TWICE.          *
      ******************************************************************
       2800-REGISTER-WEEK.
                EXEC SQL
                    INSERT INTO TSINVOICE
                        (
                            EMPNO
                          , PROJ_NO
                          , ACT_NO
                          , WEEKEND
                          , INV_NO
                          , INV_PERIOD
                          , CLIENT_NO
                          , TSHOURS
                          , BILL_RATE
                          , BILL_AMT
                          , COST_AMT
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , :WS-PROJ-NO
                          , :WS-ACT-NO
                          , :WS-WEEKEND
                          , :WS-INV-NO
                          , :WS-PYEARMONTH
                          , :WS-CLIENT-NO
                          , :WS-TSHOURS
                          , :WS-BILL-RATE
                          , :WS-ROW-AMOUNT
                          , :WS-ROW-COST
                        )
                END-EXEC.

                IF SQLCODE NOT = 0
                   MOVE SQLCODE TO WS-SQLCODE
                   DISPLAY '++ COBPRJIV - WEEK ' WS-WEEKEND ' OF '
                           WS-EMPNO ' ON ' WS-PROJ-NO
                           ' NOT REGISTERED, SQLCODE ' WS-SQLCODE ' ++'
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-HOLD-WEEK - A WEEK THAT CANNOT BE PRICED IS PRINTED AND   *
      *                  APPENDED TO THE SHARED EXCPFILE FOR THE       *
      *                  COBEXHUB CONSOLIDATED DAILY REPORT. IT IS NOT *
      *                  REGISTERED, SO THE FIRST RUN AFTER THE RATE   *
      *                  IS KEYED BILLS IT. THE AMOUNT IS THE HOURS.   *
      ******************************************************************
       2900-HOLD-WEEK.
                ADD 1 TO WS-HELD-COUNT.

                MOVE WS-PROJ-NO      TO WS-HLD-PROJ-NO.
                MOVE WS-EMPNO        TO WS-HLD-EMPNO.
                MOVE WS-LASTNAME     TO WS-HLD-NAME.
                MOVE WS-ACT-NO       TO WS-HLD-ACT.
                MOVE WS-WEEKEND      TO WS-HLD-WEEKEND.
                MOVE WS-TSHOURS      TO WS-HLD-HOURS.
                MOVE WS-HELD-REASON  TO WS-HLD-REASON.
                PRINT WS-RPT-HELD.
                ADD 1 TO WS-LINE-CTR.
                PERFORM 2180-CHECK-PAGE
                THRU    2180-EXIT.

                MOVE 'COBPRJIV'      TO EXCP-PROGRAM-ID.
                MOVE WS-HELD-REASON  TO EXCP-TYPE.
                MOVE SPACES          TO EXCP-KEY.
                STRING WS-EMPNO ' ' WS-PROJ-NO ' '
                       WS-WEEKEND(3:2) WS-WEEKEND(6:2) WS-WEEKEND(9:2)
                       DELIMITED BY SIZE
                  INTO EXCP-KEY.
                MOVE WS-TSHOURS      TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE     TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME     TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2990-CLOSE-C1
      ******************************************************************
       2990-CLOSE-C1.

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

       2990-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE,     *
      *                      WITH THE MARGIN PAGES' OWN HEADINGS ONCE  *
      *                      THE INVOICE REGISTER IS DONE              *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-PYEARMONTH    TO WS-STAMP-PERIOD.

                IF MARGIN-PAGE
                   PRINT WS-RPT-MHEADER
                   PRINT WS-RPT-RUN-STAMP
                   PRINT WS-RPT-MCOLUMNS
                ELSE
                   PRINT WS-RPT-HEADER
                   PRINT WS-RPT-RUN-STAMP
                   PRINT WS-RPT-COLUMNS
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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE INVOICING PASS             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-INVOICE-COUNT TO WS-SUM-INVOICES.
                MOVE WS-LINE-COUNT    TO WS-SUM-LINES.
                MOVE WS-WEEK-COUNT    TO WS-SUM-WEEKS.
                MOVE WS-HOURS-BILLED  TO WS-SUM-HOURS.
                MOVE WS-HELD-COUNT    TO WS-SUM-HELD.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2180-CHECK-PAGE - START A NEW PAGE WHEN THIS ONE IS FULL       *
      ******************************************************************
       2180-CHECK-PAGE.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2180-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-MARGIN - BILLED VALUE AGAINST COST FOR EVERY PROJECT      *
      *               INVOICED IN THE MONTH, THIS RUN OR EARLIER ONES  *
      ******************************************************************
       3000-MARGIN.

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

                PERFORM 3200-FETCH-C2
                THRU    3200-EXIT
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

       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-FETCH-C2 - ONE PROJECT'S MARGIN LINE. A PROJECT BILLED    *
      *                 BELOW ITS COST IS FLAGGED 'LOSS'.              *
      ******************************************************************
       3200-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-M-CLIENT-NO,
                          :WS-M-PROJ-NO,
                          :WS-M-BILL-CURR,
                          :WS-M-HOURS,
                          :WS-M-BILLED,
                          :WS-M-COST
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 3200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-M-MARGIN = WS-M-BILLED - WS-M-COST.
                IF WS-M-BILLED NOT = ZERO
                   COMPUTE WS-M-PCT ROUNDED =
                       WS-M-MARGIN * 100 / WS-M-BILLED
                ELSE
                   MOVE ZERO TO WS-M-PCT
                END-IF.

                MOVE WS-M-CLIENT-NO   TO WS-MDET-CLIENT.
                MOVE WS-M-PROJ-NO     TO WS-MDET-PROJ.
                MOVE WS-M-BILL-CURR   TO WS-MDET-CURR.
                MOVE WS-M-HOURS       TO WS-MDET-HOURS.
                MOVE WS-M-BILLED      TO WS-MDET-BILLED.
                MOVE WS-M-COST        TO WS-MDET-COST.
                MOVE WS-M-MARGIN      TO WS-MDET-MARGIN.
                MOVE WS-M-PCT         TO WS-MDET-PCT.
                IF WS-M-MARGIN < ZERO
                   MOVE 'LOSS' TO WS-MDET-FLAG
                   ADD 1 TO WS-M-LOSS-COUNT
                ELSE
                   MOVE SPACES TO WS-MDET-FLAG
                END-IF.
                PRINT WS-RPT-MDETAIL.
                ADD 1 TO WS-LINE-CTR.
                ADD 1 TO WS-M-PROJ-COUNT.
                PERFORM 2180-CHECK-PAGE
                THRU    2180-EXIT.

       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3170-PRINT-MSUMMARY - COUNTS FOR THE MARGIN PAGES              *
      ******************************************************************
       3170-PRINT-MSUMMARY.
                MOVE WS-M-PROJ-COUNT  TO WS-MSUM-PROJECTS.
                MOVE WS-M-LOSS-COUNT  TO WS-MSUM-LOSS.
                PRINT WS-RPT-MSUMMARY.
       3170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC), STAMPED WITH THE BILLING  *
      *                      MONTH, SO COBRUNRP CAN TREND THE RUN.     *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBPRJIV'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-READ-COUNT TO RUNH-READ-COUNT.
                MOVE WS-WEEK-COUNT TO RUNH-WRITE-COUNT.
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
      * 9000-DBERROR - GET ERROR MESSAGE. EVERYTHING THE RUN HAS       *
      *                REGISTERED ON TSINVOICE IS BACKED OUT BEFORE IT *
      *                STOPS - NO WEEK COUNTS AS INVOICED UNLESS THE   *
      *                WHOLE INVOICE FILE WAS WRITTEN.                 *
      ******************************************************************
       9000-DBERROR.
                PERFORM 9000-DBERROR-MSG
                THRU    9000-MSG-EXIT.

                EXEC SQL
                    ROLLBACK
                END-EXEC.

                MOVE 8 TO RETURN-CODE.
                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9000-DBERROR-MSG - SQLCA TEXT THROUGH DSNTIAR                  *
      ******************************************************************
       9000-DBERROR-MSG.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
       9000-MSG-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
