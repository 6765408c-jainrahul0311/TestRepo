      *                CARD; A CLEAN PERIOD IS RELEASED ('R')
      *                AUTOMATICALLY. THIS IS WHAT STANDS BETWEEN A
      *                FAT-FINGERED COBMERIT CARD AND THE BANK.
      *                A BIWEEKLY OR WEEKLY PERIOD (NN 20-99) IS GATED
      *                ON ITS OWN AGAINST THE PREVIOUS PERIOD OF THE
      *                SAME FREQUENCY ON PAYPCAL. A MONTHLY CARD ALSO
      *                LISTS THE BIWEEKLY AND WEEKLY PERIODS PAID IN
      *                THE MONTH AND A MONTH VIEW OF ALL PAYEES - FOR
      *                INFORMATION, EACH OF THOSE HAVING PASSED ITS
      *                OWN GATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-FIRST-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LAST-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.

      *    BIWEEKLY AND WEEKLY PERIODS PAID IN A MONTHLY CARD'S MONTH.
       01  WS-FRQ-PERIOD-NO       PIC X(6).
       01  WS-FRQ-PAYFREQ         PIC X(1).
       01  WS-FRQ-PAYDATE         PIC X(10).
       01  WS-FRQ-PHOLD           PIC X(1).
       01  WS-FRQ-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-FRQ-GROSS-AMT       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-FRQ-NET-AMT         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-MONTH-EMPS          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-MONTH-GROSS         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-MONTH-NET           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-SUM-LAST         PIC ZZZZ9.
           10 FILLER              PIC X(16)  VALUE SPACES.

       01  WS-RPT-FREQ-HEAD.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'BIWEEKLY AND WEEKLY PERIODS PAID IN THE MONTH -   '.
           10 FILLER              PIC X(40)  VALUE
                'EACH GATED ON ITS OWN REGISTER          '.
           10 FILLER              PIC X(33)  VALUE SPACES.

       01  WS-RPT-FREQ-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'PERIOD '.
           10 WS-FRQ-PERIOD       PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-FRQ-FREQ         PIC X(8).
           10 FILLER              PIC X(6)   VALUE ' PAID '.
           10 WS-FRQ-DATE         PIC X(10).
           10 FILLER              PIC X(8)   VALUE '  EMPS: '.
           10 WS-FRQ-EMPS         PIC ZZZZ9.
           10 FILLER              PIC X(10)  VALUE '  GROSS:  '.
           10 WS-FRQ-GROSS        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(8)   VALUE '  NET:  '.
           10 WS-FRQ-NET          PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(8)   VALUE '  GATE: '.
           10 WS-FRQ-GATE         PIC X(8).
           10 FILLER              PIC X(1)   VALUE SPACES.

       01  WS-RPT-MONTH-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(24)
                VALUE 'MONTH VIEW - ALL PAYEES:'.
           10 WS-MTH-EMPS         PIC ZZZZZ9.
           10 FILLER              PIC X(10)  VALUE '  GROSS:  '.
           10 WS-MTH-GROSS        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(8)   VALUE '  NET:  '.
           10 WS-MTH-NET          PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(39)  VALUE SPACES.

       01  WS-RPT-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'GATE:  '.
             SELECT
                 COALESCE(E.WORKDEPT, ' '),
                 P.EMPNO,
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID,
                 P.LOP,
                 P.NETPAID,
                 CASE WHEN EXISTS
             ORDER BY P2.EMPNO
           END-EXEC.

      *    THE BIWEEKLY AND WEEKLY PERIODS WHOSE PAY DATE FALLS IN A
      *    MONTHLY CARD'S MONTH, WITH THEIR PAYROLL TOTALS AND GATE.
           EXEC SQL DECLARE C3 CURSOR
             SELECT
                 C.PERIOD_NO,
                 C.PAYFREQ,
                 CHAR(C.PAYDATE, ISO),
                 COALESCE(C.PHOLD, ' '),
                 COUNT(P.EMPNO),
                 COALESCE(SUM(P.SALARYPAID + P.BONUSPAID
                              + P.COMMPAID + P.OTPAID
                              + P.ENCASHPAID), 0),
                 COALESCE(SUM(P.NETPAID), 0)
             FROM PAYPCAL C
             LEFT JOIN PAYROLL P
                    ON P.PYEARMONTH = C.PERIOD_NO
             WHERE C.PAYFREQ IN ('B', 'W')
               AND SUBSTR(CHAR(C.PAYDATE, ISO), 1, 4)
                   CONCAT SUBSTR(CHAR(C.PAYDATE, ISO), 6, 2)
                   = :WS-PYEARMONTH
             GROUP BY C.PERIOD_NO, C.PAYFREQ, C.PAYDATE, C.PHOLD
             ORDER BY C.PERIOD_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             IF WS-PERIOD-MM <= 12
                PERFORM 2700-MONTH-VIEW
                THRU    2700-EXIT
             END-IF.

             PERFORM 2600-SET-GATE
             THRU    2600-EXIT.

      ******************************************************************
      * 1000-INITIALIZE - PERIOD AND OPTIONAL THRESHOLD CARD, AND THE  *
      *                   PRIOR PERIOD DERIVED WITH THE YEAR ROLLOVER  *
      *                   - A BIWEEKLY OR WEEKLY PERIOD'S PRIOR IS THE *
      *                   PREVIOUS PERIOD OF ITS FREQUENCY.            *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
      *         SET TO ONE THAT CANNOT EXIST, SO EVERY PAYEE FLAGS
      *         FIRST-TIME AND THE REGISTER IS ALWAYS HELD FOR AN
      *         OPERATOR TO REVIEW AND RELEASE WITH THE COBPPMNT
      *         RLS CARD. A BIWEEKLY OR WEEKLY PERIOD (NN 20-99)
      *         COMPARES WITH THE PREVIOUS PERIOD OF ITS OWN FREQUENCY
      *         ON PAYPCAL - ITS FIRST EVER PERIOD HAS NONE AND IS
      *         HELD LIKE A SUPPLEMENTAL.
                EVALUATE TRUE
                    WHEN WS-PERIOD-MM > 19
                         EXEC SQL
                             SELECT COALESCE(MAX(C.PERIOD_NO),
                                             '000000')
                             INTO   :WS-PRIOR-PERIOD
                             FROM   PAYPCAL C
                             WHERE  C.PERIOD_NO < :WS-PYEARMONTH
                               AND  C.PAYFREQ =
                                    (SELECT F.PAYFREQ
                                       FROM PAYPCAL F
                                      WHERE F.PERIOD_NO =
                                            :WS-PYEARMONTH)
                         END-EXEC
                         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                            PERFORM 9000-DBERROR
                            THRU    9000-EXIT
                         END-IF
                    WHEN WS-PERIOD-MM > 12
                         MOVE '000000' TO WS-PRIOR-PERIOD
                    WHEN WS-PERIOD-MM = 01
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-MONTH-VIEW - ON A MONTHLY CARD, THE BIWEEKLY AND WEEKLY   *
      *                   PERIODS PAID IN THE MONTH AND A MONTH VIEW   *
      *                   OF ALL PAYEES. INFORMATION ONLY - EACH OF    *
      *                   THOSE PERIODS IS JUDGED BY ITS OWN GATE.     *
      ******************************************************************
       2700-MONTH-VIEW.
                MOVE WS-TOTAL-EMPS  TO WS-MONTH-EMPS.
                MOVE WS-TOTAL-GROSS TO WS-MONTH-GROSS.
                MOVE WS-TOTAL-NET   TO WS-MONTH-NET.

                PRINT WS-RPT-FREQ-HEAD.

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

                PERFORM 2710-FETCH-C3
                THRU    2710-EXIT
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

                MOVE WS-MONTH-EMPS  TO WS-MTH-EMPS.
                MOVE WS-MONTH-GROSS TO WS-MTH-GROSS.
                MOVE WS-MONTH-NET   TO WS-MTH-NET.
                PRINT WS-RPT-MONTH-LINE.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2710-FETCH-C3                                                  *
      ******************************************************************
       2710-FETCH-C3.

                EXEC SQL
                    FETCH C3
                    INTO  :WS-FRQ-PERIOD-NO,
                          :WS-FRQ-PAYFREQ,
                          :WS-FRQ-PAYDATE,
                          :WS-FRQ-PHOLD,
                          :WS-FRQ-COUNT,
                          :WS-FRQ-GROSS-AMT,
                          :WS-FRQ-NET-AMT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C3-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C3
                   ADD WS-FRQ-COUNT     TO WS-MONTH-EMPS
                   ADD WS-FRQ-GROSS-AMT TO WS-MONTH-GROSS
                   ADD WS-FRQ-NET-AMT   TO WS-MONTH-NET
                   MOVE WS-FRQ-PERIOD-NO TO WS-FRQ-PERIOD
                   IF WS-FRQ-PAYFREQ = 'B'
                      MOVE 'BIWEEKLY' TO WS-FRQ-FREQ
                   ELSE
                      MOVE 'WEEKLY'   TO WS-FRQ-FREQ
                   END-IF
                   MOVE WS-FRQ-PAYDATE   TO WS-FRQ-DATE
                   MOVE WS-FRQ-COUNT     TO WS-FRQ-EMPS
                   MOVE WS-FRQ-GROSS-AMT TO WS-FRQ-GROSS
                   MOVE WS-FRQ-NET-AMT   TO WS-FRQ-NET
                   EVALUATE WS-FRQ-PHOLD
                       WHEN 'H'
                            MOVE 'HELD'     TO WS-FRQ-GATE
                       WHEN 'R'
                            MOVE 'RELEASED' TO WS-FRQ-GATE
                       WHEN OTHER
                            MOVE 'NOT RUN'  TO WS-FRQ-GATE
                   END-EVALUATE
                   PRINT WS-RPT-FREQ-LINE
                   ADD 1 TO WS-LINE-CTR
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                   END-IF
                END-IF.

       2710-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
