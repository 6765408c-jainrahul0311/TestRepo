      *-----------------------------------------------------------------
      *     COBTXMON - LARGE AND UNUSUAL TRANSACTION MONITORING. FOR
      *                THE RUN DATE (THE CARD, OR TODAY WHEN THE CARD
      *                IS BLANK) LOOKS AT THE DAY'S ACCOUNT_HISTORY
      *                AND RAISES A COMPLIANCE CASE (AML_CASE) FOR:
      *                  LRGE - ANY ONE TRANSACTION AT OR OVER THE
      *                         ACC_CONTROL 'AMLLARGE' REPORTING
      *                         THRESHOLD;
      *                  STRC - A CUSTOMER WITH 'AMLSTRCT' OR MORE
      *                         TRANSACTIONS, ACROSS ALL ACCOUNTS, IN
      *                         THE 'AMLBAND ' PERCENT BAND JUST BELOW
      *                         THE THRESHOLD WITHIN THE LAST
      *                         'AMLSTRDY' DAYS, ONE OF THEM TODAY;
      *                  DORM - ACTIVITY ON AN ACCOUNT MARKED DORMANT
      *                         OR IDLE FOR 'AMLDORDY' DAYS OR MORE;
      *                  TURN - A DAY'S TURNOVER 'AMLTURNX' TIMES THE
      *                         ACCOUNT'S OWN 90-DAY DAILY AVERAGE AND
      *                         AT LEAST 'AMLTURNM'.
      *                A SETTING NOT ON ACC_CONTROL TAKES THE DEFAULT
      *                IN 1100-GET-CONTROLS. EACH ALERT IS WRITTEN
      *                ONCE: THE AML_CASE UNIQUE KEY MAKES A RERUN
      *                SKIP IT, AND A PATTERN ALERT (STRC, DORM, TURN)
      *                IS NOT RAISED AGAIN WHILE ITS CASE IS STILL
      *                OPEN. COMPLIANCE CLOSES A CASE WITH A
      *                DISPOSITION THROUGH APIACC. PRINTS THE NEW
      *                ALERTS, THEN EVERY OPEN CASE AGED FROM THE DAY
      *                IT WAS RAISED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBTXMON.
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
               RECORD CONTAINS 10 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(10).

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
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       77  CASE-RAISED-SWITCH     PIC X          VALUE  SPACES.
               88  CASE-RAISED                   VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-RUN-ISO             PIC X(10).
       01  WS-RUN-ISO-R REDEFINES WS-RUN-ISO.
           05 WS-RI-YYYY          PIC 9(4).
           05 WS-RI-DASH1         PIC X(1).
           05 WS-RI-MM            PIC 9(2).
           05 WS-RI-DASH2         PIC X(1).
           05 WS-RI-DD            PIC 9(2).
       01  WS-RUN-PERIOD          PIC X(6).

      *    THE WINDOW DATES, WORKED OUT IN DB2 AS YYYY-MM-DD AND
      *    TURNED INTO THE YYMMDD TERMS THE HISTORY DATES USE.
       01  WS-PRIOR-ISO           PIC X(10).
       01  WS-WIN-ISO             PIC X(10).
       01  WS-D90-ISO             PIC X(10).
       01  WS-DORM-ISO            PIC X(10).
       01  WS-RUN-YMD             PIC 9(6).
       01  WS-PRIOR-YMD           PIC 9(6).
       01  WS-WIN-YMD             PIC 9(6).
       01  WS-D90-YMD             PIC 9(6).
       01  WS-DORM-YMD            PIC 9(6).
       01  WS-CONV-ISO            PIC X(10).
       01  WS-CONV-YMD            PIC X(6).
       01  WS-CONV-YMD-N REDEFINES WS-CONV-YMD
                                  PIC 9(6).

      *    MONITORING SETTINGS FROM ACC_CONTROL.
       01  WS-CTL-KEY             PIC X(8).
       01  WS-CTL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LARGE-LIMIT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BAND-PCT            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-BAND-FLOOR          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-STRC-DAYS           PIC S9(4)      USAGE COMP.
       01  WS-STRC-BACK           PIC S9(4)      USAGE COMP.
       01  WS-STRC-MIN            PIC S9(9)      USAGE COMP.
       01  WS-DORM-DAYS           PIC S9(4)      USAGE COMP.
       01  WS-TURN-MULT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TURN-MIN            PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-CUST-NO             PIC X(10).
       01  WS-ACC-NO              PIC X(10).
       01  WS-TXN-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TXN-TIME            PIC 9(8).
       01  WS-BAND-COUNT          PIC S9(9)      USAGE COMP.
       01  WS-BAND-SUM            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DAY-TURNOVER        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DAY-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-ACC-STATUS          PIC X(1).
       01  WS-LAST-YMD            PIC 9(6).
       01  WS-PRIOR-SUM           PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DAILY-AVG           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TURN-LIMIT          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-OPEN-CASES          PIC S9(9)      USAGE COMP.

      *    THE ALERT BEING RAISED.
       01  WS-CASE-NO             PIC X(20).
       01  WS-CASE-NO-R REDEFINES WS-CASE-NO.
           05 WS-CN-DATE          PIC 9(6).
           05 WS-CN-TIME          PIC 9(6).
           05 WS-CN-SEQ           PIC 9(8).
       01  WS-ALERT-TYPE          PIC X(4).
       01  WS-ALERT-ACC           PIC X(10).
       01  WS-ALERT-KEY           PIC X(20).
       01  WS-ALERT-AMOUNT        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ALERT-COUNT         PIC S9(4)      USAGE COMP.
       01  WS-ALERT-TEXT          PIC X(40).

      *    ONE OPEN CASE FOR THE AGEING.
       01  WS-OC-CASE-NO          PIC X(20).
       01  WS-OC-TYPE             PIC X(4).
       01  WS-OC-CUST-NO          PIC X(10).
       01  WS-OC-ACC-NO           PIC X(10).
       01  WS-OC-DATE             PIC X(10).
       01  WS-OC-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-OC-AGE              PIC S9(9)      USAGE COMP.

       01  WS-ACCT-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-ALERT-TOTAL         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-LRGE-ALERTS         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-STRC-ALERTS         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-DORM-ALERTS         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-TURN-ALERTS         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-DUP-ALERTS          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-OPEN-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-AGE-7               PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-AGE-30              PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-AGE-90              PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-AGE-OVER            PIC 9(6)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RD-YY            PIC 9(2).
           05 WS-RD-MM            PIC 9(2).
           05 WS-RD-DD            PIC 9(2).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05 WS-RT-HHMMSS        PIC 9(6).
           05 WS-RT-HH            PIC 9(2).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'TRANSACTION MONITORING REPORT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(17)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'FOR:    '.
           10 WS-STAMP-PERIOD     PIC X(10).
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

      *    THE COLUMN LINE OF THE SECTION BEING PRINTED, REPEATED
      *    AFTER A PAGE BREAK.
       01  WS-RPT-COLUMNS         PIC X(122).

       01  WS-RPT-ALERT-COLS.
           10 FILLER              PIC X(1).
           10 WS-AC1              PIC X(5)   VALUE 'TYPE'.
           10 WS-AC2              PIC X(21)  VALUE 'CASE NO'.
           10 WS-AC3              PIC X(11)  VALUE 'CUST NO'.
           10 WS-AC4              PIC X(11)  VALUE 'ACC NO'.
           10 WS-AC5              PIC X(16)  VALUE '        AMOUNT'.
           10 WS-AC6              PIC X(6)   VALUE 'TXNS'.
           10 WS-AC7              PIC X(51)  VALUE 'ALERT'.

       01  WS-RPT-ALERT.
           10 FILLER              PIC X(1).
           10 WS-AL-TYPE          PIC X(4).
           10 FILLER              PIC X(1).
           10 WS-AL-CASE-NO       PIC X(20).
           10 FILLER              PIC X(1).
           10 WS-AL-CUST          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-AL-ACC           PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-AL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(1).
           10 WS-AL-COUNT         PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-AL-TEXT          PIC X(40).
           10 FILLER              PIC X(11).

       01  WS-RPT-OPEN-TITLE.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'OPEN CASES, OLDEST FIRST'.
           10 FILLER              PIC X(81)  VALUE SPACES.

       01  WS-RPT-OPEN-COLS.
           10 FILLER              PIC X(1).
           10 WS-OC1              PIC X(21)  VALUE 'CASE NO'.
           10 WS-OC2              PIC X(5)   VALUE 'TYPE'.
           10 WS-OC3              PIC X(11)  VALUE 'CUST NO'.
           10 WS-OC4              PIC X(11)  VALUE 'ACC NO'.
           10 WS-OC5              PIC X(11)  VALUE 'RAISED'.
           10 WS-OC6              PIC X(9)   VALUE 'AGE DAYS'.
           10 WS-OC7              PIC X(53)  VALUE '        AMOUNT'.

       01  WS-RPT-OPEN.
           10 FILLER              PIC X(1).
           10 WS-OP-CASE-NO       PIC X(20).
           10 FILLER              PIC X(1).
           10 WS-OP-TYPE          PIC X(4).
           10 FILLER              PIC X(1).
           10 WS-OP-CUST          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-OP-ACC           PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-OP-DATE          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-OP-AGE           PIC ZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-OP-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           10 FILLER              PIC X(39).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'NEW ALERTS:  '.
           10 WS-SUM-ALERTS       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'LRGE: '.
           10 WS-SUM-LRGE         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'STRC: '.
           10 WS-SUM-STRC         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'DORM: '.
           10 WS-SUM-DORM         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'TURN: '.
           10 WS-SUM-TURN         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'ALREADY RAISED:'.
           10 WS-SUM-DUP          PIC ZZZZZ9.
           10 FILLER              PIC X(10)  VALUE SPACES.

       01  WS-RPT-SUMMARY2.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'OPEN CASES:  '.
           10 WS-SUM-OPEN         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE
                '0-7 DAYS: '.
           10 WS-SUM-AGE-7        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE
                '8-30 DAYS: '.
           10 WS-SUM-AGE-30       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(12)  VALUE
                '31-90 DAYS: '.
           10 WS-SUM-AGE-90       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'OVER 90 DAYS: '.
           10 WS-SUM-AGE-OVER     PIC ZZZZZ9.
           10 FILLER              PIC X(11)  VALUE SPACES.

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

                EXEC SQL INCLUDE ACCOUNT
                END-EXEC.

                EXEC SQL INCLUDE ACCCTL
                END-EXEC.

                EXEC SQL INCLUDE AMLCASE
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE DAY'S TRANSACTIONS AT OR OVER THE THRESHOLD.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 H.CUST_NO,
                 H.ACC_NO,
                 H.TXN_AMOUNT,
                 H.TXN_TIME
             FROM ACCOUNT_HISTORY H
             WHERE H.TXN_DATE = :WS-RUN-YMD
               AND ABS(H.TXN_AMOUNT) >= :WS-LARGE-LIMIT
             ORDER BY H.CUST_NO, H.ACC_NO, H.TXN_TIME
           END-EXEC.

      *    CUSTOMERS WITH ENOUGH JUST-BELOW-THRESHOLD TRANSACTIONS IN
      *    THE WINDOW, THE LATEST OF THEM TODAY.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 H.CUST_NO,
                 COUNT(*),
                 SUM(ABS(H.TXN_AMOUNT))
             FROM ACCOUNT_HISTORY H
             WHERE H.TXN_DATE BETWEEN :WS-WIN-YMD
                                  AND :WS-RUN-YMD
               AND ABS(H.TXN_AMOUNT) >= :WS-BAND-FLOOR
               AND ABS(H.TXN_AMOUNT) <  :WS-LARGE-LIMIT
             GROUP BY H.CUST_NO
             HAVING COUNT(*) >= :WS-STRC-MIN
                AND MAX(H.TXN_DATE) = :WS-RUN-YMD
             ORDER BY H.CUST_NO
           END-EXEC.

      *    EVERY ACCOUNT WITH REAL ACTIVITY TODAY (COBDORMT'S ZERO-
      *    AMOUNT STATUS ROWS DO NOT COUNT), WITH ITS STATUS, ITS
      *    LAST REAL ACTIVITY BEFORE TODAY (ZERO = NONE) AND ITS
      *    TURNOVER OVER THE 90 DAYS BEFORE TODAY.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 H.CUST_NO,
                 H.ACC_NO,
                 SUM(ABS(H.TXN_AMOUNT)),
                 COUNT(*),
                 COALESCE(
                   (SELECT A.ACC_STATUS
                      FROM ACCOUNT A
                     WHERE A.CUST_NO = H.CUST_NO
                       AND A.ACC_NO  = H.ACC_NO), ' '),
                 COALESCE(
                   (SELECT MAX(P.TXN_DATE)
                      FROM ACCOUNT_HISTORY P
                     WHERE P.CUST_NO    = H.CUST_NO
                       AND P.ACC_NO     = H.ACC_NO
                       AND P.TXN_DATE   < :WS-RUN-YMD
                       AND P.TXN_AMOUNT <> 0), 0),
                 COALESCE(
                   (SELECT SUM(ABS(P.TXN_AMOUNT))
                      FROM ACCOUNT_HISTORY P
                     WHERE P.CUST_NO  = H.CUST_NO
                       AND P.ACC_NO   = H.ACC_NO
                       AND P.TXN_DATE BETWEEN :WS-D90-YMD
                                          AND :WS-PRIOR-YMD), 0)
             FROM ACCOUNT_HISTORY H
             WHERE H.TXN_DATE    = :WS-RUN-YMD
               AND H.TXN_AMOUNT <> 0
             GROUP BY H.CUST_NO, H.ACC_NO
             ORDER BY H.CUST_NO, H.ACC_NO
           END-EXEC.

      *    EVERY OPEN CASE, OLDEST FIRST, WITH ITS AGE IN DAYS.
           EXEC SQL DECLARE C4 CURSOR
             SELECT
                 C.CASE_NO,
                 C.ALERT_TYPE,
                 C.CUST_NO,
                 C.ACC_NO,
                 CHAR(C.ALERT_DATE, ISO),
                 C.ALERT_AMOUNT,
                 DAYS(DATE(:WS-RUN-ISO)) - DAYS(C.ALERT_DATE)
             FROM AML_CASE C
             WHERE C.CSTATUS = 'O'
             ORDER BY C.ALERT_DATE, C.CASE_NO
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

             PERFORM 2800-AGE-OPEN-CASES
             THRU    2800-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE RUN DATE (CARD YYYY-MM-DD, OR TODAY WHEN *
      *                   THE CARD IS BLANK OR MISSING), THE           *
      *                   MONITORING SETTINGS AND THE WINDOW DATES.    *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-RUN-ISO
                   AT END
                        MOVE SPACES TO WS-RUN-ISO
                END-READ.
                CLOSE CARDIN.

                IF WS-RUN-ISO = SPACES
                   STRING '20' WS-RD-YY '-' WS-RD-MM '-' WS-RD-DD
                          DELIMITED BY SIZE
                     INTO WS-RUN-ISO
                END-IF.

                IF WS-RI-YYYY NOT NUMERIC
                   OR WS-RI-MM NOT NUMERIC
                   OR WS-RI-DD NOT NUMERIC
                   OR WS-RI-DASH1 NOT = '-'
                   OR WS-RI-DASH2 NOT = '-'
                   DISPLAY '++ COBTXMON - BAD RUN DATE CARD ++'
                   DISPLAY '++ COBTXMON - ABORTING, RUN DATE MUST BE '
                           'YYYY-MM-DD OR BLANK FOR TODAY ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE SPACES TO WS-RUN-PERIOD.
                STRING WS-RI-YYYY WS-RI-MM
                       DELIMITED BY SIZE
                  INTO WS-RUN-PERIOD.

                PERFORM 1100-GET-CONTROLS
                THRU    1100-EXIT.

                COMPUTE WS-STRC-BACK = WS-STRC-DAYS - 1.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-RUN-ISO) - 1 DAY, ISO),
                        CHAR(DATE(:WS-RUN-ISO) - :WS-STRC-BACK DAYS,
                             ISO),
                        CHAR(DATE(:WS-RUN-ISO) - 90 DAYS, ISO),
                        CHAR(DATE(:WS-RUN-ISO) - :WS-DORM-DAYS DAYS,
                             ISO)
                    INTO
                        :WS-PRIOR-ISO,
                        :WS-WIN-ISO,
                        :WS-D90-ISO,
                        :WS-DORM-ISO
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBTXMON - ' WS-RUN-ISO
                                 ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-RUN-ISO   TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-RUN-YMD.

                MOVE WS-PRIOR-ISO TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-PRIOR-YMD.

                MOVE WS-WIN-ISO   TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-WIN-YMD.

                MOVE WS-D90-ISO   TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-D90-YMD.

                MOVE WS-DORM-ISO  TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-DORM-YMD.

                MOVE WS-RUN-YMD   TO WS-CN-DATE.
                MOVE WS-RT-HHMMSS TO WS-CN-TIME.
                MOVE 0            TO WS-CN-SEQ.

                DISPLAY 'WS-RUN-ISO     = ' WS-RUN-ISO.
                DISPLAY 'WS-LARGE-LIMIT = ' WS-LARGE-LIMIT.
                DISPLAY 'WS-WIN-YMD     = ' WS-WIN-YMD.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-GET-CONTROLS - EACH SETTING FROM ACC_CONTROL, OR ITS      *
      *                     DEFAULT WHEN THE ROW IS NOT THERE.         *
      ******************************************************************
       1100-GET-CONTROLS.
                MOVE 'AMLLARGE' TO WS-CTL-KEY.
                MOVE 10000      TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-LARGE-LIMIT.

                MOVE 'AMLBAND ' TO WS-CTL-KEY.
                MOVE 90         TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-BAND-PCT.
                COMPUTE WS-BAND-FLOOR ROUNDED =
                    WS-LARGE-LIMIT * WS-BAND-PCT / 100.

                MOVE 'AMLSTRDY' TO WS-CTL-KEY.
                MOVE 7          TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-STRC-DAYS.

                MOVE 'AMLSTRCT' TO WS-CTL-KEY.
                MOVE 3          TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-STRC-MIN.

                MOVE 'AMLDORDY' TO WS-CTL-KEY.
                MOVE 180        TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-DORM-DAYS.

                MOVE 'AMLTURNX' TO WS-CTL-KEY.
                MOVE 10         TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-TURN-MULT.

                MOVE 'AMLTURNM' TO WS-CTL-KEY.
                MOVE 1000       TO WS-CTL-AMOUNT.
                PERFORM 1150-READ-CONTROL
                THRU    1150-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-TURN-MIN.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1150-READ-CONTROL - WS-CTL-AMOUNT HOLDS THE DEFAULT ON ENTRY   *
      *                     AND IS REPLACED WHEN WS-CTL-KEY IS SET.    *
      ******************************************************************
       1150-READ-CONTROL.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-AMOUNT
                    FROM ACC_CONTROL
                    WHERE CTL_KEY = :WS-CTL-KEY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-ISO-TO-YMD - WS-CONV-ISO (YYYY-MM-DD) TO WS-CONV-YMD      *
      *                   (YYMMDD).                                    *
      ******************************************************************
       1200-ISO-TO-YMD.
                MOVE SPACES TO WS-CONV-YMD.
                STRING WS-CONV-ISO(3:2) WS-CONV-ISO(6:2)
                       WS-CONV-ISO(9:2)
                       DELIMITED BY SIZE
                  INTO WS-CONV-YMD.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - THE FOUR TESTS IN TURN UNDER ONE COLUMN LINE.   *
      ******************************************************************
       2000-PROCESS.

                MOVE WS-RPT-ALERT-COLS TO WS-RPT-COLUMNS.
                PRINT WS-RPT-COLUMNS.
                ADD 1 TO WS-LINE-CTR.

                PERFORM 2100-LARGE-TXNS
                THRU    2100-EXIT.

                PERFORM 2200-STRUCTURING
                THRU    2200-EXIT.

                PERFORM 2300-ACCOUNT-ACTIVITY
                THRU    2300-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-LARGE-TXNS - ONE LRGE CASE PER TRANSACTION AT OR OVER THE *
      *                   THRESHOLD.                                   *
      ******************************************************************
       2100-LARGE-TXNS.

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

                PERFORM 2110-FETCH-C1
                THRU    2110-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2110-FETCH-C1 - ONE LARGE TRANSACTION                          *
      ******************************************************************
       2110-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CUST-NO,
                          :WS-ACC-NO,
                          :WS-TXN-AMOUNT,
                          :WS-TXN-TIME
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2110-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE 'LRGE'          TO WS-ALERT-TYPE.
                MOVE WS-ACC-NO       TO WS-ALERT-ACC.
                MOVE SPACES          TO WS-ALERT-KEY.
                STRING WS-RUN-YMD WS-TXN-TIME
                       DELIMITED BY SIZE
                  INTO WS-ALERT-KEY.
                MOVE WS-TXN-AMOUNT   TO WS-ALERT-AMOUNT.
                MOVE 1               TO WS-ALERT-COUNT.
                MOVE 'TRANSACTION AT OR OVER THRESHOLD'
                                     TO WS-ALERT-TEXT.
                PERFORM 2500-RAISE-CASE
                THRU    2500-EXIT.
                IF CASE-RAISED
                   ADD 1 TO WS-LRGE-ALERTS
                END-IF.
       2110-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-STRUCTURING - ONE STRC CASE PER CUSTOMER SPLITTING        *
      *                    PAYMENTS JUST UNDER THE THRESHOLD.          *
      ******************************************************************
       2200-STRUCTURING.

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

                PERFORM 2210-FETCH-C2
                THRU    2210-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-FETCH-C2 - ONE CUSTOMER IN THE JUST-BELOW BAND            *
      ******************************************************************
       2210-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-CUST-NO,
                          :WS-BAND-COUNT,
                          :WS-BAND-SUM
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

                MOVE 'STRC'          TO WS-ALERT-TYPE.
                MOVE SPACES          TO WS-ALERT-ACC.
                MOVE WS-RUN-ISO      TO WS-ALERT-KEY.
                MOVE WS-BAND-SUM     TO WS-ALERT-AMOUNT.
                MOVE WS-BAND-COUNT   TO WS-ALERT-COUNT.
                MOVE 'REPEATED TXNS JUST BELOW THRESHOLD'
                                     TO WS-ALERT-TEXT.
                PERFORM 2550-RAISE-PATTERN-CASE
                THRU    2550-EXIT.
                IF CASE-RAISED
                   ADD 1 TO WS-STRC-ALERTS
                END-IF.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-ACCOUNT-ACTIVITY - THE DORMANCY AND TURNOVER TESTS ON     *
      *                         EACH ACCOUNT ACTIVE TODAY.             *
      ******************************************************************
       2300-ACCOUNT-ACTIVITY.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2310-FETCH-C3
                THRU    2310-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-FETCH-C3 - ONE ACCOUNT ACTIVE TODAY. A NEW ACCOUNT (NO    *
      *                 EARLIER ACTIVITY) IS NEITHER WAKING FROM       *
      *                 DORMANCY NOR ABOVE AN AVERAGE IT DOES NOT      *
      *                 HAVE YET.                                      *
      ******************************************************************
       2310-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-CUST-NO,
                          :WS-ACC-NO,
                          :WS-DAY-TURNOVER,
                          :WS-DAY-COUNT,
                          :WS-ACC-STATUS,
                          :WS-LAST-YMD,
                          :WS-PRIOR-SUM
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-ACCT-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                         GO TO 2310-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-ACC-NO       TO WS-ALERT-ACC.
                MOVE WS-RUN-ISO      TO WS-ALERT-KEY.
                MOVE WS-DAY-TURNOVER TO WS-ALERT-AMOUNT.
                MOVE WS-DAY-COUNT    TO WS-ALERT-COUNT.

                IF WS-ACC-STATUS = 'D'
                   OR (WS-LAST-YMD > 0 AND WS-LAST-YMD < WS-DORM-YMD)
                   MOVE 'DORM'       TO WS-ALERT-TYPE
                   IF WS-ACC-STATUS = 'D'
                      MOVE 'ACTIVITY ON A DORMANT ACCOUNT'
                                     TO WS-ALERT-TEXT
                   ELSE
                      MOVE 'ACTIVITY AFTER A LONG IDLE PERIOD'
                                     TO WS-ALERT-TEXT
                   END-IF
                   PERFORM 2550-RAISE-PATTERN-CASE
                   THRU    2550-EXIT
                   IF CASE-RAISED
                      ADD 1 TO WS-DORM-ALERTS
                   END-IF
                END-IF.

                IF WS-PRIOR-SUM = 0
                   OR WS-DAY-TURNOVER < WS-TURN-MIN
                   GO TO 2310-EXIT
                END-IF.

                COMPUTE WS-DAILY-AVG ROUNDED = WS-PRIOR-SUM / 90.
                COMPUTE WS-TURN-LIMIT = WS-DAILY-AVG * WS-TURN-MULT.
                IF WS-DAY-TURNOVER > WS-TURN-LIMIT
                   MOVE 'TURN'       TO WS-ALERT-TYPE
                   MOVE 'TURNOVER FAR ABOVE 90-DAY AVERAGE'
                                     TO WS-ALERT-TEXT
                   PERFORM 2550-RAISE-PATTERN-CASE
                   THRU    2550-EXIT
                   IF CASE-RAISED
                      ADD 1 TO WS-TURN-ALERTS
                   END-IF
                END-IF.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-RAISE-CASE - WRITE THE ALERT AS AN OPEN CASE AND PRINT    *
      *                   IT. AN ALERT ALREADY ON FILE (-803 ON THE    *
      *                   UNIQUE KEY) IS A RERUN AND IS SKIPPED.       *
      ******************************************************************
       2500-RAISE-CASE.
                MOVE SPACES TO CASE-RAISED-SWITCH.
                ADD 1 TO WS-CN-SEQ.

                EXEC SQL
                    INSERT INTO AML_CASE
                        (
                            CASE_NO
                          , ALERT_TYPE
                          , CUST_NO
                          , ACC_NO
                          , ALERT_KEY
                          , ALERT_DATE
                          , ALERT_AMOUNT
                          , ALERT_COUNT
                          , ALERT_TEXT
                          , CSTATUS
                          , DISPOSITION
                          , CLOSED_BY
                          , CLOSED_DATE
                          , CLOSE_NOTE
                        )
                    VALUES
                        (
                            :WS-CASE-NO
                          , :WS-ALERT-TYPE
                          , :WS-CUST-NO
                          , :WS-ALERT-ACC
                          , :WS-ALERT-KEY
                          , DATE(:WS-RUN-ISO)
                          , :WS-ALERT-AMOUNT
                          , :WS-ALERT-COUNT
                          , :WS-ALERT-TEXT
                          , 'O'
                          , ' '
                          , ' '
                          , '9999-12-31'
                          , ' '
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO CASE-RAISED-SWITCH
                    WHEN -803
                         ADD 1 TO WS-DUP-ALERTS
                         GO TO 2500-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-ALERT-TOTAL.

                MOVE WS-ALERT-TYPE    TO WS-AL-TYPE.
                MOVE WS-CASE-NO       TO WS-AL-CASE-NO.
                MOVE WS-CUST-NO       TO WS-AL-CUST.
                MOVE WS-ALERT-ACC     TO WS-AL-ACC.
                MOVE WS-ALERT-AMOUNT  TO WS-AL-AMOUNT.
                MOVE WS-ALERT-COUNT   TO WS-AL-COUNT.
                MOVE WS-ALERT-TEXT    TO WS-AL-TEXT.
                PRINT WS-RPT-ALERT.
                ADD 1 TO WS-LINE-CTR.

                PERFORM 2400-CHECK-PAGE
                THRU    2400-EXIT.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-RAISE-PATTERN-CASE - A PATTERN CAN PERSIST FOR DAYS;      *
      *                           WHILE A CASE OF THE SAME TYPE IS     *
      *                           OPEN ON THE SAME CUSTOMER AND        *
      *                           ACCOUNT NO NEW ONE IS RAISED.        *
      ******************************************************************
       2550-RAISE-PATTERN-CASE.
                MOVE SPACES TO CASE-RAISED-SWITCH.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-OPEN-CASES
                    FROM AML_CASE
                    WHERE ALERT_TYPE = :WS-ALERT-TYPE
                      AND CUST_NO    = :WS-CUST-NO
                      AND ACC_NO     = :WS-ALERT-ACC
                      AND CSTATUS    = 'O'
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-OPEN-CASES > 0
                   ADD 1 TO WS-DUP-ALERTS
                   GO TO 2550-EXIT
                END-IF.

                PERFORM 2500-RAISE-CASE
                THRU    2500-EXIT.
       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-CHECK-PAGE - PAGE BREAK, REPEATING THE SECTION'S COLUMNS  *
      ******************************************************************
       2400-CHECK-PAGE.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-COLUMNS
                   ADD 1 TO WS-LINE-CTR
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-AGE-OPEN-CASES - EVERY OPEN CASE, OLDEST FIRST, WITH ITS  *
      *                       AGE IN DAYS, COUNTED INTO AGE BANDS.     *
      ******************************************************************
       2800-AGE-OPEN-CASES.

                MOVE WS-RPT-OPEN-COLS TO WS-RPT-COLUMNS.
                PRINT WS-RPT-OPEN-TITLE.
                PRINT WS-RPT-COLUMNS.
                ADD 2 TO WS-LINE-CTR.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2810-FETCH-C4
                THRU    2810-EXIT
                UNTIL END-OF-C4.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.

       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2810-FETCH-C4 - ONE OPEN CASE                                  *
      ******************************************************************
       2810-FETCH-C4.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-OC-CASE-NO,
                          :WS-OC-TYPE,
                          :WS-OC-CUST-NO,
                          :WS-OC-ACC-NO,
                          :WS-OC-DATE,
                          :WS-OC-AMOUNT,
                          :WS-OC-AGE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-OPEN-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                         GO TO 2810-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EVALUATE TRUE
                    WHEN WS-OC-AGE NOT > 7
                         ADD 1 TO WS-AGE-7
                    WHEN WS-OC-AGE NOT > 30
                         ADD 1 TO WS-AGE-30
                    WHEN WS-OC-AGE NOT > 90
                         ADD 1 TO WS-AGE-90
                    WHEN OTHER
                         ADD 1 TO WS-AGE-OVER
                END-EVALUATE.

                MOVE WS-OC-CASE-NO    TO WS-OP-CASE-NO.
                MOVE WS-OC-TYPE       TO WS-OP-TYPE.
                MOVE WS-OC-CUST-NO    TO WS-OP-CUST.
                MOVE WS-OC-ACC-NO     TO WS-OP-ACC.
                MOVE WS-OC-DATE       TO WS-OP-DATE.
                MOVE WS-OC-AGE        TO WS-OP-AGE.
                MOVE WS-OC-AMOUNT     TO WS-OP-AMOUNT.
                PRINT WS-RPT-OPEN.
                ADD 1 TO WS-LINE-CTR.

                PERFORM 2400-CHECK-PAGE
                THRU    2400-EXIT.
       2810-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-RUN-ISO       TO WS-STAMP-PERIOD.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.

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
                MOVE WS-ALERT-TOTAL   TO WS-SUM-ALERTS.
                MOVE WS-LRGE-ALERTS   TO WS-SUM-LRGE.
                MOVE WS-STRC-ALERTS   TO WS-SUM-STRC.
                MOVE WS-DORM-ALERTS   TO WS-SUM-DORM.
                MOVE WS-TURN-ALERTS   TO WS-SUM-TURN.
                MOVE WS-DUP-ALERTS    TO WS-SUM-DUP.
                PRINT WS-RPT-SUMMARY.

                MOVE WS-OPEN-COUNT    TO WS-SUM-OPEN.
                MOVE WS-AGE-7         TO WS-SUM-AGE-7.
                MOVE WS-AGE-30        TO WS-SUM-AGE-30.
                MOVE WS-AGE-90        TO WS-SUM-AGE-90.
                MOVE WS-AGE-OVER      TO WS-SUM-AGE-OVER.
                PRINT WS-RPT-SUMMARY2.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) FOR THE COBRUNRP           *
      *                      OPERATIONS REPORT.                        *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBTXMON'        TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE       TO RUNH-START-DATE.
                MOVE WS-RUN-TIME       TO RUNH-START-TIME.
                MOVE WS-END-DATE       TO RUNH-END-DATE.
                MOVE WS-END-TIME       TO RUNH-END-TIME.
                MOVE WS-ACCT-COUNT     TO RUNH-READ-COUNT.
                MOVE WS-ALERT-TOTAL    TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE       TO RUNH-RETURN-CODE.
                MOVE 'C'               TO RUNH-STATUS.
                MOVE WS-RUN-PERIOD     TO RUNH-PERIOD.

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
