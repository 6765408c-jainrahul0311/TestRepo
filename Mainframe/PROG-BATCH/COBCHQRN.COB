      *-----------------------------------------------------------------
      *     COBCHQRN - PAYROLL CHEQUE RUN. FOR THE PERIOD (YYYYMM) ON
      *                THE CONTROL CARD, PAYS BY CHEQUE THE NET PAY
      *                COBBNKEX COULD NOT SEND TO THE BANK - EVERY
      *                PAYROLL ROW OF THE PERIOD WITH MONEY TO PAY AND
      *                NO DETAIL ON THE BNKSENT REGISTER AND NO SALARY
      *                CREDIT TO AN IN-HOUSE ACCOUNT, THAT IS AN
      *                EMPLOYEE WITHOUT A VERIFIED BANKDET ACCOUNT OR
      *                WHOSE IN-HOUSE ACCOUNT WAS NOT OPEN ON PAY DAY -
      *                AND EVERY RETURNED PAYMENT STILL QUEUED ON
      *                PAYREISS FOR SUCH AN EMPLOYEE. EACH CHEQUE TAKES
      *                THE NEXT NUMBER ON THE CHQREG CHEQUE REGISTER
      *                AND IS PRINTED WITH ITS PAY ADVICE FROM THE
      *                PAYROLL ROW, AS IS ANY REPLACEMENT CHEQUE
      *                APITPO42 HAS REISSUED SINCE THE LAST RUN. THE
      *                CONTROL REPORT THEN LISTS EVERY CHEQUE STILL
      *                OUTSTANDING MORE THAN 90 DAYS AFTER ISSUE, EACH
      *                ALSO WRITTEN TO EXCPFILE FOR FOLLOW-UP, AND THE
      *                PERIOD'S NET-PAY CHEQUES ARE REGISTERED ON
      *                FEEDCTL AS COBCHQRN FOR THE COBFDPRF PROOF.
      *                LIKE THE BANK FILE, NOTHING IS PAID WHILE THE
      *                COBPYREG VARIANCE GATE HOLDS THE PERIOD, AND THE
      *                RUN WAITS FOR COBBNKEX SO NO EMPLOYEE IS PAID
      *                TWICE.
      *
      *                CONTROL CARD: PERIOD(6) FIRST-CHEQUE-NO(8)
      *                              - THE CHEQUE NUMBER IS OPTIONAL
      *                              AND ONLY NEEDED WHEN A NEW CHEQUE
      *                              BOOK STARTS ABOVE THE REGISTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBCHQRN.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 14 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(14).

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
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-CARD.
           05 WS-CARD-PERIOD      PIC X(6).
           05 WS-CARD-FIRST-CHQ   PIC X(8).
           05 WS-CARD-FIRST-N REDEFINES WS-CARD-FIRST-CHQ
                                  PIC 9(8).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PHOLD               PIC X(1).
       01  WS-BNKEX-COUNT         PIC S9(9)      USAGE COMP.

      *    THE NEXT CHEQUE NUMBER TO ISSUE - ONE ABOVE THE HIGHEST ON
      *    THE REGISTER, OR THE CARD'S NUMBER WHEN THAT IS HIGHER.
       01  WS-LAST-CHQ            PIC S9(8)      USAGE COMP-3.
       01  WS-NEXT-CHQ            PIC S9(8)      USAGE COMP-3.
       01  WS-ZERO-CHQ            PIC S9(8)      USAGE COMP-3
                                                 VALUE ZERO.

      *    THE CHEQUE BEING ISSUED.
       01  WS-EMPNO               PIC X(6).
       01  WS-CHQ-PERIOD          PIC X(6).
       01  WS-AMOUNT              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CURRCODE            PIC X(3).
       01  WS-CSOURCE             PIC X(1).
       01  WS-ON-EMP              PIC X(1).

      *    THE CHEQUE BEING PRINTED, WITH ITS PAY ADVICE.
       01  WS-CHQ-NO              PIC S9(8)      USAGE COMP-3.
       01  WS-ISSUE-DATE          PIC X(10).
       01  WS-REPLACES-NO         PIC S9(8)      USAGE COMP-3.
       01  WS-FIRSTNME            PIC X(12).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-SALARYPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUSPAID           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMMPAID            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OTPAID              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ENCASHPAID          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TAXWHELD            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-GARNTOT             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DEDUCTTOT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOANREC             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NETPAID             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-GROSSPAID           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-EDIT-CHQ            PIC 9(8).

      *    AN OUTSTANDING CHEQUE.
       01  WS-DAYS-OUT            PIC S9(9)      USAGE COMP.

       01  WS-TODAY-ISO           PIC X(10).

       01  WS-NET-COUNT           PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-NET-TOTAL           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-REISS-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-REISS-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PRINT-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-PRINT-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FIRST-PRINTED       PIC S9(8)      USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-LAST-PRINTED        PIC S9(8)      USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-HELD-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-HELD-TOTAL          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-OUTST-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-OUTST-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

      *    THE PERIOD'S NET-PAY CHEQUES AS REGISTERED ON FEEDCTL -
      *    RETURNED-PAYMENT CHEQUES SIT OUTSIDE THE PERIOD PROOF, THE
      *    WAY COBBNKEX KEEPS ITS REISSUES OUT.
       01  WS-REG-COUNT           PIC S9(9)     USAGE COMP.
       01  WS-REG-NET             PIC S9(11)V9(2) USAGE COMP-3.

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
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

      *    THE CHEQUE AND ITS PAY ADVICE, ONE PAGE EACH.
       01  WS-CHQ-LINE-1.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(20)  VALUE 'PAYROLL CHEQUE'.
           10 FILLER              PIC X(11)  VALUE 'CHEQUE NO: '.
           10 WS-CHQ-NUMBER       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'DATE: '.
           10 WS-CHQ-DATE         PIC X(10).
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-CHQ-LINE-2.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'PAY TO THE ORDER OF: '.
           10 WS-CHQ-PAYEE        PIC X(28).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'EMPNO: '.
           10 WS-CHQ-EMPNO        PIC X(6).
           10 FILLER              PIC X(59)  VALUE SPACES.

       01  WS-CHQ-LINE-3.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE 'THE SUM OF '.
           10 WS-CHQ-CURR         PIC X(3).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-CHQ-AMOUNT       PIC ***,***,**9.99.
           10 FILLER              PIC X(94)  VALUE SPACES.

       01  WS-CHQ-LINE-4.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-CHQ-NOTE         PIC X(60).
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-ADV-HEADER.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(22)  VALUE
                'PAY ADVICE FOR PERIOD '.
           10 WS-ADV-PERIOD       PIC X(6).
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'DEPT: '.
           10 WS-ADV-DEPT         PIC X(3).
           10 FILLER              PIC X(82)  VALUE SPACES.

       01  WS-ADV-PAY-LINE.
           10 FILLER              PIC X(9).
           10 WS-PAY-LABEL        PIC X(22).
           10 WS-PAY-AMOUNT       PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(87).

      *    THE CONTROL REPORT.
       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'PAYROLL CHEQUE RUN - CONTROL REPORT'.
           10 FILLER              PIC X(54).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(24)  VALUE SPACES.
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
           10 FILLER              PIC X(36)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(10)  VALUE 'CHEQUE NO'.
           10 WS-COL2             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL3             PIC X(8)   VALUE 'PERIOD'.
           10 WS-COL4             PIC X(12)  VALUE 'ISSUED'.
           10 WS-COL5             PIC X(7)   VALUE ' DAYS'.
           10 WS-COL6             PIC X(4)   VALUE 'CURR'.
           10 WS-COL7             PIC X(14)  VALUE '        AMOUNT'.
           10 FILLER              PIC X(60).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-CHQ          PIC 9(8).
           10 FILLER              PIC X(2).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-PERIOD       PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-ISSUED       PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ZZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-CURR         PIC X(3).
           10 FILLER              PIC X(1).
           10 WS-DET-AMOUNT       PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(60).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-SECTION-TEXT     PIC X(60).
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-RPT-SUM-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-SUM-LABEL        PIC X(34).
           10 WS-SUM-COUNT        PIC ZZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-SUM-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(57)  VALUE SPACES.

       01  WS-RPT-RANGE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(24)  VALUE
                'CHEQUE NUMBERS PRINTED: '.
           10 WS-RNG-FIRST        PIC 9(8).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-RNG-LAST         PIC 9(8).
           10 FILLER              PIC X(79)  VALUE SPACES.

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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE PAYREISS
                END-EXEC.

                EXEC SQL INCLUDE BANKDET
                END-EXEC.

                EXEC SQL INCLUDE BNKSENT
                END-EXEC.

                EXEC SQL INCLUDE CHQREG
                END-EXEC.

                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE PERIOD'S NET PAY COBBNKEX DID NOT SEND TO THE BANK OR
      *    CREDIT IN-HOUSE (ACCOUNT_HISTORY REF 'SALARY' + PERIOD +
      *    EMPNO), AND NO CHEQUE HAS YET PAID. A ROW WITH NOTHING TO
      *    PAY GETS NO CHEQUE. A PAYROLL ROW WITH NO EMP ROW (AN ORPHAN
      *    COBEPREC WOULD FLAG) HAS NO PAYEE TO WRITE A CHEQUE TO.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 P.EMPNO,
                 P.NETPAID,
                 COALESCE(E.CURRCODE, ' '),
                 CASE WHEN E.EMPNO IS NULL THEN 'N' ELSE 'Y' END
             FROM PAYROLL P
             LEFT JOIN EMP E
                    ON E.EMPNO = P.EMPNO
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
               AND P.NETPAID    > 0
               AND NOT EXISTS
                   (SELECT 1 FROM BNKSENT S
                     WHERE S.EMPNO      = P.EMPNO
                       AND S.PYEARMONTH = P.PYEARMONTH
                       AND S.PAYTYPE    = ' ')
               AND NOT EXISTS
                   (SELECT 1 FROM ACCOUNT_HISTORY H
                     WHERE H.TXN_REF =
                           'SALARY' || P.PYEARMONTH || P.EMPNO)
               AND NOT EXISTS
                   (SELECT 1 FROM CHQREG Q
                     WHERE Q.EMPNO      = P.EMPNO
                       AND Q.PYEARMONTH = P.PYEARMONTH
                       AND Q.CSOURCE    = 'N')
             ORDER BY P.EMPNO
           END-EXEC.

      *    RETURNED PAYMENTS STILL QUEUED ON PAYREISS FOR AN EMPLOYEE
      *    WITH NO VERIFIED ACCOUNT - COBBNKEX HAS ALREADY REISSUED
      *    EVERY OTHER. THE AMOUNT IS THE PAYROLL ROW'S CURRENT
      *    NETPAID, AS COBBNKEX PAYS IT.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 R.EMPNO,
                 R.PYEARMONTH,
                 P.NETPAID,
                 COALESCE(E.CURRCODE, ' '),
                 CASE WHEN E.EMPNO IS NULL THEN 'N' ELSE 'Y' END
             FROM PAYREISS R
             INNER JOIN PAYROLL P
                     ON P.EMPNO      = R.EMPNO
                    AND P.PYEARMONTH = R.PYEARMONTH
             LEFT JOIN EMP E
                    ON E.EMPNO = R.EMPNO
             WHERE R.RSTATUS = 'Q'
               AND NOT EXISTS
                   (SELECT 1 FROM BANKDET B
                     WHERE B.EMPNO   = R.EMPNO
                       AND B.PRENOTE = 'V')
             ORDER BY R.EMPNO, R.PYEARMONTH
           END-EXEC.

      *    EVERY ISSUED CHEQUE NOT YET PRINTED - THIS RUN'S AND ANY
      *    APITPO42 REISSUED SINCE THE LAST RUN - WITH THE PAYROLL
      *    ROW FOR ITS PAY ADVICE.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 Q.CHQ_NO,
                 Q.EMPNO,
                 Q.PYEARMONTH,
                 Q.CSOURCE,
                 Q.AMOUNT,
                 Q.CURRCODE,
                 CHAR(Q.ISSUE_DATE, ISO),
                 Q.REPLACES_NO,
                 COALESCE(E.FIRSTNME, ' '),
                 COALESCE(E.LASTNAME, ' '),
                 COALESCE(E.WORKDEPT, ' '),
                 COALESCE(P.SALARYPAID, 0),
                 COALESCE(P.BONUSPAID, 0),
                 COALESCE(P.COMMPAID, 0),
                 COALESCE(P.OTPAID, 0),
                 COALESCE(P.ENCASHPAID, 0),
                 COALESCE(P.TAXWHELD, 0),
                 COALESCE(P.GARNTOT, 0),
                 COALESCE(P.DEDUCTTOT, 0),
                 COALESCE(P.LOANREC, 0),
                 COALESCE(P.NETPAID, 0)
             FROM CHQREG Q
             LEFT JOIN EMP E
                    ON E.EMPNO = Q.EMPNO
             LEFT JOIN PAYROLL P
                    ON P.EMPNO      = Q.EMPNO
                   AND P.PYEARMONTH = Q.PYEARMONTH
             WHERE Q.CSTATUS = 'I'
               AND Q.PRINTED = 'N'
             ORDER BY Q.CHQ_NO
           END-EXEC.

      *    CHEQUES ISSUED MORE THAN 90 DAYS AGO AND STILL NOT
      *    PRESENTED, WHATEVER PERIOD THEY PAID, OLDEST FIRST.
           EXEC SQL DECLARE C4 CURSOR
             SELECT
                 CHQ_NO,
                 EMPNO,
                 PYEARMONTH,
                 AMOUNT,
                 CURRCODE,
                 CHAR(ISSUE_DATE, ISO),
                 DAYS(CURRENT DATE) - DAYS(ISSUE_DATE)
             FROM CHQREG
             WHERE CSTATUS    = 'I'
               AND ISSUE_DATE < CURRENT DATE - 90 DAYS
             ORDER BY ISSUE_DATE, CHQ_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2000-ISSUE-NET-PAY
             THRU    2000-EXIT.

             PERFORM 2500-ISSUE-REISSUES
             THRU    2500-EXIT.

             PERFORM 3000-PRINT-CHEQUES
             THRU    3000-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 4000-REPORT-OUTSTANDING
             THRU    4000-EXIT.

             PERFORM 3800-PERIOD-POSITION
             THRU    3800-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE EXCPFILE.

             PERFORM 3900-REGISTER-TOTALS
             THRU    3900-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET THE CONTROL CARD. A MISSING PERIOD IS    *
      *                   FATAL, AS IN COBBNKEX. THE PERIOD MUST HAVE  *
      *                   PASSED THE COBPYREG GATE AND HAD ITS BANK    *
      *                   FILE BUILT - WHAT THE BANK WAS NOT SENT IS   *
      *                   ONLY KNOWN ONCE COBBNKEX HAS RUN.            *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-CARD
                   AT END
                        MOVE SPACES TO WS-CARD
                END-READ.
                CLOSE CARDIN.

                MOVE WS-CARD-PERIOD TO WS-PYEARMONTH.

                IF WS-PYEARMONTH NOT NUMERIC
                   DISPLAY '++ COBCHQRN - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBCHQRN - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO WRITE CHEQUES ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(PHOLD, ' ')
                    INTO
                        :WS-PHOLD
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE SPACES TO WS-PHOLD
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PHOLD NOT = 'R'
                   DISPLAY '++ COBCHQRN - PERIOD ' WS-PYEARMONTH
                           ' IS NOT RELEASED BY THE COBPYREG '
                           'VARIANCE GATE ++'
                   DISPLAY '++ COBCHQRN - NO CHEQUE IS WRITTEN FOR AN '
                           'UNREVIEWED PERIOD ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE 0 TO WS-BNKEX-COUNT.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-BNKEX-COUNT
                    FROM FEEDCTL
                    WHERE FEED_PROGRAM = 'COBBNKEX'
                      AND PERIOD_NO    = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF WS-BNKEX-COUNT = 0
                   DISPLAY '++ COBCHQRN - PERIOD ' WS-PYEARMONTH
                           ' HAS NO COBBNKEX BANK FILE YET ++'
                   DISPLAY '++ COBCHQRN - RUN COBBNKEX FOR THE PERIOD '
                           'FIRST ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE SPACES TO WS-TODAY-ISO.
                STRING '20' WS-RD-YY '-' WS-RD-MM '-' WS-RD-DD
                       DELIMITED BY SIZE
                  INTO WS-TODAY-ISO.

                PERFORM 1100-NEXT-CHEQUE-NO
                THRU    1100-EXIT.

                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-NEXT-CHEQUE-NO - CHEQUE NUMBERS RUN ON FROM THE REGISTER  *
      *                       WITHOUT A GAP, UNLESS THE CARD STARTS A  *
      *                       NEW BOOK HIGHER UP. A CARD NUMBER BELOW  *
      *                       THE REGISTER IS IGNORED - A CHEQUE       *
      *                       NUMBER IS NEVER USED TWICE.              *
      ******************************************************************
       1100-NEXT-CHEQUE-NO.
                EXEC SQL
                    SELECT
                        COALESCE(MAX(CHQ_NO), 0)
                    INTO
                        :WS-LAST-CHQ
                    FROM CHQREG
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                COMPUTE WS-NEXT-CHQ = WS-LAST-CHQ + 1.

                IF WS-CARD-FIRST-CHQ NUMERIC
                   IF WS-CARD-FIRST-N > WS-NEXT-CHQ
                      MOVE WS-CARD-FIRST-N TO WS-NEXT-CHQ
                   END-IF
                END-IF.

                MOVE WS-NEXT-CHQ TO WS-EDIT-CHQ.
                DISPLAY 'FIRST CHEQUE NO = ' WS-EDIT-CHQ.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-ISSUE-NET-PAY - A CHEQUE FOR EACH EMPLOYEE THE BANK FILE  *
      *                      DID NOT PAY                               *
      ******************************************************************
       2000-ISSUE-NET-PAY.

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

                PERFORM 2100-FETCH-C1
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
      * 2100-FETCH-C1 - ONE NET-PAY CHEQUE. AN ORPHAN PAYROLL ROW IS   *
      *                 HELD AND REPORTED INSTEAD.                     *
      ******************************************************************
       2100-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-AMOUNT,
                          :WS-CURRCODE,
                          :WS-ON-EMP
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

                MOVE WS-PYEARMONTH TO WS-CHQ-PERIOD.

                IF WS-ON-EMP NOT = 'Y'
                   ADD 1         TO WS-HELD-COUNT
                   ADD WS-AMOUNT TO WS-HELD-TOTAL
                   MOVE 'CHEQUE PAYEE NOT ON EMP' TO EXCP-TYPE
                   MOVE SPACES                    TO EXCP-KEY
                   STRING WS-EMPNO ' ' WS-CHQ-PERIOD
                          DELIMITED BY SIZE
                     INTO EXCP-KEY
                   PERFORM 2900-WRITE-EXCEPTION
                   THRU    2900-EXIT
                   GO TO 2100-EXIT
                END-IF.

                MOVE 'N' TO WS-CSOURCE.
                PERFORM 2800-ISSUE-CHEQUE
                THRU    2800-EXIT.
                ADD 1         TO WS-NET-COUNT.
                ADD WS-AMOUNT TO WS-NET-TOTAL.

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-ISSUE-REISSUES - A CHEQUE FOR EACH RETURNED PAYMENT STILL *
      *                       QUEUED FOR AN EMPLOYEE THE BANK CANNOT   *
      *                       PAY                                      *
      ******************************************************************
       2500-ISSUE-REISSUES.

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

                PERFORM 2510-FETCH-C2
                THRU    2510-EXIT
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

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-FETCH-C2 - ONE QUEUED RETURN: ISSUE ITS CHEQUE AND MARK   *
      *                 THE QUEUE ROW REISSUED, AS COBBNKEX DOES       *
      ******************************************************************
       2510-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-EMPNO,
                          :WS-CHQ-PERIOD,
                          :WS-AMOUNT,
                          :WS-CURRCODE,
                          :WS-ON-EMP
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2510-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-ON-EMP NOT = 'Y'
                   ADD 1         TO WS-HELD-COUNT
                   ADD WS-AMOUNT TO WS-HELD-TOTAL
                   MOVE 'CHEQUE PAYEE NOT ON EMP' TO EXCP-TYPE
                   MOVE SPACES                    TO EXCP-KEY
                   STRING WS-EMPNO ' ' WS-CHQ-PERIOD
                          DELIMITED BY SIZE
                     INTO EXCP-KEY
                   PERFORM 2900-WRITE-EXCEPTION
                   THRU    2900-EXIT
                   GO TO 2510-EXIT
                END-IF.

                MOVE 'R' TO WS-CSOURCE.
                PERFORM 2800-ISSUE-CHEQUE
                THRU    2800-EXIT.
                ADD 1         TO WS-REISS-COUNT.
                ADD WS-AMOUNT TO WS-REISS-TOTAL.

                PERFORM 2520-MARK-REISSUED
                THRU    2520-EXIT.

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-MARK-REISSUED - THE QUEUE ROW STAYS ON FILE AS EVIDENCE;  *
      *                      THE CHEQUE REGISTER SAYS HOW IT WAS PAID  *
      ******************************************************************
       2520-MARK-REISSUED.

                EXEC SQL
                    UPDATE PAYREISS
                       SET RSTATUS    = 'X'
                     WHERE EMPNO      = :WS-EMPNO
                       AND PYEARMONTH = :WS-CHQ-PERIOD
                       AND RSTATUS    = 'Q'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-ISSUE-CHEQUE - REGISTER THE NEXT CHEQUE NUMBER FOR THE    *
      *                     EMPLOYEE, PERIOD, AMOUNT AND SOURCE SET BY *
      *                     THE CALLER, ISSUED TODAY AND NOT YET       *
      *                     PRINTED                                    *
      ******************************************************************
       2800-ISSUE-CHEQUE.

                EXEC SQL
                    INSERT INTO CHQREG
                        (
                            CHQ_NO
                          , EMPNO
                          , PYEARMONTH
                          , CSOURCE
                          , AMOUNT
                          , CURRCODE
                          , ISSUE_DATE
                          , CSTATUS
                          , STATUS_DATE
                          , REPLACES_NO
                          , PRINTED
                        )
                    VALUES
                        (
                            :WS-NEXT-CHQ
                          , :WS-EMPNO
                          , :WS-CHQ-PERIOD
                          , :WS-CSOURCE
                          , :WS-AMOUNT
                          , :WS-CURRCODE
                          , :WS-TODAY-ISO
                          , 'I'
                          , :WS-TODAY-ISO
                          , :WS-ZERO-CHQ
                          , 'N'
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-NEXT-CHQ.
       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-EXCEPTION - APPEND TO THE SHARED EXCPFILE FOR THE   *
      *                        COBEXHUB CONSOLIDATED DAILY REPORT. THE *
      *                        CALLER HAS ALREADY SET TYPE AND KEY.    *
      ******************************************************************
       2900-WRITE-EXCEPTION.
                MOVE 'COBCHQRN'    TO EXCP-PROGRAM-ID.
                MOVE WS-AMOUNT     TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE   TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME   TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PRINT-CHEQUES - EVERY CHEQUE AWAITING PRINT, IN NUMBER    *
      *                      ORDER                                     *
      ******************************************************************
       3000-PRINT-CHEQUES.

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

                PERFORM 3100-FETCH-C3
                THRU    3100-EXIT
                UNTIL END-OF-C3.

                EXEC SQL
                  CLOSE  C3
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
      * 3100-FETCH-C3 - ONE CHEQUE: PRINT IT AND MARK IT PRINTED       *
      ******************************************************************
       3100-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-CHQ-NO,
                          :WS-EMPNO,
                          :WS-CHQ-PERIOD,
                          :WS-CSOURCE,
                          :WS-AMOUNT,
                          :WS-CURRCODE,
                          :WS-ISSUE-DATE,
                          :WS-REPLACES-NO,
                          :WS-FIRSTNME,
                          :WS-LASTNAME,
                          :WS-WORKDEPT,
                          :WS-SALARYPAID,
                          :WS-BONUSPAID,
                          :WS-COMMPAID,
                          :WS-OTPAID,
                          :WS-ENCASHPAID,
                          :WS-TAXWHELD,
                          :WS-GARNTOT,
                          :WS-DEDUCTTOT,
                          :WS-LOANREC,
                          :WS-NETPAID
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                         GO TO 3100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 3200-PRINT-CHEQUE
                THRU    3200-EXIT.

                PERFORM 3300-MARK-PRINTED
                THRU    3300-EXIT.

                IF WS-PRINT-COUNT = 0
                   MOVE WS-CHQ-NO TO WS-FIRST-PRINTED
                END-IF.
                MOVE WS-CHQ-NO    TO WS-LAST-PRINTED.
                ADD 1             TO WS-PRINT-COUNT.
                ADD WS-AMOUNT     TO WS-PRINT-TOTAL.

       3100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3200-PRINT-CHEQUE - THE CHEQUE ON TOP, THE PAY ADVICE FROM THE *
      *                     PAYROLL ROW UNDER IT, ONE PAGE EACH        *
      ******************************************************************
       3200-PRINT-CHEQUE.
                MOVE WS-CHQ-NO     TO WS-CHQ-NUMBER.
                MOVE WS-ISSUE-DATE TO WS-CHQ-DATE.
                PRINT WS-CHQ-LINE-1.

                MOVE SPACES        TO WS-CHQ-PAYEE.
                STRING WS-FIRSTNME  DELIMITED BY '  '
                       ' '          DELIMITED BY SIZE
                       WS-LASTNAME  DELIMITED BY '  '
                       INTO WS-CHQ-PAYEE.
                MOVE WS-EMPNO      TO WS-CHQ-EMPNO.
                PRINT WS-CHQ-LINE-2.

                MOVE WS-CURRCODE   TO WS-CHQ-CURR.
                MOVE WS-AMOUNT     TO WS-CHQ-AMOUNT.
                PRINT WS-CHQ-LINE-3.

                MOVE SPACES        TO WS-CHQ-NOTE.
                IF WS-REPLACES-NO > 0
                   MOVE WS-REPLACES-NO TO WS-EDIT-CHQ
                   STRING 'REPLACES CHEQUE NO ' WS-EDIT-CHQ
                          DELIMITED BY SIZE
                     INTO WS-CHQ-NOTE
                ELSE
                   IF WS-CSOURCE = 'R'
                      MOVE 'REISSUE OF A RETURNED BANK PAYMENT'
                           TO WS-CHQ-NOTE
                   END-IF
                END-IF.
                PRINT WS-CHQ-LINE-4.

                MOVE WS-CHQ-PERIOD TO WS-ADV-PERIOD.
                MOVE WS-WORKDEPT   TO WS-ADV-DEPT.
                PRINT WS-ADV-HEADER.

                COMPUTE WS-GROSSPAID =
                    WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID
                  + WS-OTPAID + WS-ENCASHPAID.

                MOVE 'SALARY PAID           ' TO WS-PAY-LABEL.
                MOVE WS-SALARYPAID            TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'BONUS PAID            ' TO WS-PAY-LABEL.
                MOVE WS-BONUSPAID             TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'COMMISSION PAID       ' TO WS-PAY-LABEL.
                MOVE WS-COMMPAID              TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'OVERTIME PAID         ' TO WS-PAY-LABEL.
                MOVE WS-OTPAID                TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'LEAVE ENCASHMENT      ' TO WS-PAY-LABEL.
                MOVE WS-ENCASHPAID            TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'GROSS PAY             ' TO WS-PAY-LABEL.
                MOVE WS-GROSSPAID             TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'TAX WITHHELD          ' TO WS-PAY-LABEL.
                MOVE WS-TAXWHELD              TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'GARNISHMENTS          ' TO WS-PAY-LABEL.
                MOVE WS-GARNTOT               TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'DEDUCTIONS TAKEN      ' TO WS-PAY-LABEL.
                MOVE WS-DEDUCTTOT             TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'LOAN RECOVERY         ' TO WS-PAY-LABEL.
                MOVE WS-LOANREC               TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.

                MOVE 'NET PAY               ' TO WS-PAY-LABEL.
                MOVE WS-NETPAID               TO WS-PAY-AMOUNT.
                PRINT WS-ADV-PAY-LINE.
       3200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3300-MARK-PRINTED - A CHEQUE IS PRINTED ONCE                   *
      ******************************************************************
       3300-MARK-PRINTED.

                EXEC SQL
                    UPDATE CHQREG
                       SET PRINTED = 'Y'
                     WHERE CHQ_NO  = :WS-CHQ-NO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       3300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4000-REPORT-OUTSTANDING - EVERY CHEQUE UNPRESENTED AFTER 90    *
      *                           DAYS, FOR FOLLOW-UP WITH THE PAYEE   *
      ******************************************************************
       4000-REPORT-OUTSTANDING.
                MOVE 'CHEQUES OUTSTANDING MORE THAN 90 DAYS'
                     TO WS-SECTION-TEXT.
                PRINT WS-RPT-SECTION.
                ADD 1 TO WS-LINE-CTR.

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

                PERFORM 4100-FETCH-C4
                THRU    4100-EXIT
                UNTIL END-OF-C4.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       4000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 4100-FETCH-C4 - ONE OUTSTANDING CHEQUE, PRINTED AND WRITTEN TO *
      *                 EXCPFILE ON EVERY RUN UNTIL IT IS PRESENTED OR *
      *                 VOIDED                                         *
      ******************************************************************
       4100-FETCH-C4.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-CHQ-NO,
                          :WS-EMPNO,
                          :WS-CHQ-PERIOD,
                          :WS-AMOUNT,
                          :WS-CURRCODE,
                          :WS-ISSUE-DATE,
                          :WS-DAYS-OUT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                         GO TO 4100-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-CHQ-NO     TO WS-DET-CHQ.
                MOVE WS-EMPNO      TO WS-DET-EMPNO.
                MOVE WS-CHQ-PERIOD TO WS-DET-PERIOD.
                MOVE WS-ISSUE-DATE TO WS-DET-ISSUED.
                MOVE WS-DAYS-OUT   TO WS-DET-DAYS.
                MOVE WS-CURRCODE   TO WS-DET-CURR.
                MOVE WS-AMOUNT     TO WS-DET-AMOUNT.
                PERFORM 2400-PRINT-DETAIL
                THRU    2400-EXIT.

                ADD 1         TO WS-OUTST-COUNT.
                ADD WS-AMOUNT TO WS-OUTST-TOTAL.

                MOVE 'CHEQUE UNCASHED 90 DAYS'    TO EXCP-TYPE.
                MOVE WS-CHQ-NO                    TO WS-EDIT-CHQ.
                MOVE SPACES                       TO EXCP-KEY.
                STRING WS-EDIT-CHQ ' ' WS-EMPNO
                       DELIMITED BY SIZE
                  INTO EXCP-KEY.
                PERFORM 2900-WRITE-EXCEPTION
                THRU    2900-EXIT.

       4100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-DETAIL                                              *
      ******************************************************************
       2400-PRINT-DETAIL.
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
      * 2170-PRINT-SUMMARY - CHEQUES ISSUED, PRINTED, HELD AND         *
      *                      OUTSTANDING, AND THE PERIOD'S POSITION    *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE 'NET-PAY CHEQUES ISSUED:'    TO WS-SUM-LABEL.
                MOVE WS-NET-COUNT                 TO WS-SUM-COUNT.
                MOVE WS-NET-TOTAL                 TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUM-LINE.

                MOVE 'RETURNED-PAYMENT CHEQUES ISSUED:'
                                                  TO WS-SUM-LABEL.
                MOVE WS-REISS-COUNT               TO WS-SUM-COUNT.
                MOVE WS-REISS-TOTAL               TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUM-LINE.

                MOVE 'CHEQUES PRINTED (INCL. REISSUES):'
                                                  TO WS-SUM-LABEL.
                MOVE WS-PRINT-COUNT               TO WS-SUM-COUNT.
                MOVE WS-PRINT-TOTAL               TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUM-LINE.

                IF WS-PRINT-COUNT > 0
                   MOVE WS-FIRST-PRINTED TO WS-RNG-FIRST
                   MOVE WS-LAST-PRINTED  TO WS-RNG-LAST
                   PRINT WS-RPT-RANGE
                END-IF.

                MOVE 'HELD - PAYEE NOT ON EMP:'   TO WS-SUM-LABEL.
                MOVE WS-HELD-COUNT                TO WS-SUM-COUNT.
                MOVE WS-HELD-TOTAL                TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUM-LINE.

                MOVE 'OUTSTANDING MORE THAN 90 DAYS:'
                                                  TO WS-SUM-LABEL.
                MOVE WS-OUTST-COUNT               TO WS-SUM-COUNT.
                MOVE WS-OUTST-TOTAL               TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUM-LINE.

                MOVE 'PERIOD NET-PAY CHEQUES (FEEDCTL):'
                                                  TO WS-SUM-LABEL.
                MOVE WS-REG-COUNT                 TO WS-SUM-COUNT.
                MOVE WS-REG-NET                   TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUM-LINE.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3800-PERIOD-POSITION - THE PERIOD'S NET-PAY CHEQUES ON THE     *
      *                        REGISTER. A REPLACED CHEQUE IS LEFT OUT *
      *                        SINCE ITS REPLACEMENT CARRIES THE SAME  *
      *                        MONEY; A VOIDED ONE STAYS IN, AS A      *
      *                        RETURNED PAYMENT STAYS IN THE BANK LEG  *
      *                        WHILE PAYREISS PAYS IT AGAIN.           *
      ******************************************************************
       3800-PERIOD-POSITION.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        COALESCE(SUM(AMOUNT), 0)
                    INTO
                        :WS-REG-COUNT,
                        :WS-REG-NET
                    FROM CHQREG
                    WHERE PYEARMONTH = :WS-PYEARMONTH
                      AND CSOURCE    = 'N'
                      AND CSTATUS   <> 'R'
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       3800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3900-REGISTER-TOTALS - RE-REGISTER THE PERIOD'S NET-PAY        *
      *                        CHEQUES ON FEEDCTL FOR COBFDPRF. THE    *
      *                        OLD ROW IS REPLACED IN FULL.            *
      ******************************************************************
       3900-REGISTER-TOTALS.

                EXEC SQL
                    DELETE FROM FEEDCTL
                     WHERE FEED_PROGRAM = 'COBCHQRN'
                       AND PERIOD_NO    = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO FEEDCTL
                        (
                            FEED_PROGRAM
                          , PERIOD_NO
                          , REC_COUNT
                          , GROSS_AMT
                          , NET_AMT
                          , REG_DATE
                          , REG_TIME
                        )
                    VALUES
                        (
                            'COBCHQRN'
                          , :WS-PYEARMONTH
                          , :WS-REG-COUNT
                          , :WS-REG-NET
                          , :WS-REG-NET
                          , :WS-RUN-DATE
                          , :WS-RUN-TIME
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       3900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) FOR THE COBRUNRP           *
      *                      OPERATIONS REPORT AND THE COBPCLOS CLOSE. *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBCHQRN'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                COMPUTE RUNH-READ-COUNT =
                        WS-NET-COUNT + WS-REISS-COUNT + WS-HELD-COUNT.
                MOVE WS-PRINT-COUNT TO RUNH-WRITE-COUNT.
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
