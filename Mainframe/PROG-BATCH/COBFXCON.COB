      *                CURRENCY USING THE EXCHRATE RATE IN EFFECT ON
      *                THE RATE DATE FROM THE CONTROL CARD, AND PRINTS
      *                PER-CURRENCY SUBTOTALS WITH A CONVERTED GRAND
      *                TOTAL FOR THE MONTH-END CLOSE. WITH A MONTH
      *                (YYYYMM) ON THE CARD IT CONSOLIDATES THE GROSS
      *                ACTUALLY PAID THAT MONTH INSTEAD - THE MONTHLY
      *                PERIOD'S PAYROLL PLUS EVERY BIWEEKLY AND WEEKLY
      *                PERIOD WHOSE PAY DATE FALLS IN THE MONTH.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 19 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-RATE-DATE      PIC X(10).
           05  CARDREC-BASE-CURR      PIC X(3).
           05  CARDREC-MONTH          PIC X(6).

      /
       WORKING-STORAGE SECTION.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-RATE-DATE           PIC X(10).
       01  WS-BASE-CURR           PIC X(3)      VALUE 'USD'.
       01  WS-PYEARMONTH          PIC X(6)      VALUE SPACES.

       01  WS-CURRCODE            PIC X(3).
       01  WS-PREV-CURRCODE       PIC X(3)      VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'BASE: '.
           10 WS-STAMP-BASE       PIC X(3).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'MONTH: '.
           10 WS-STAMP-MONTH      PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
             ORDER BY E.CURRCODE, E.WORKDEPT
           END-EXEC.

      *    THE GROSS PAID IN THE CARD MONTH - THE MONTHLY PERIOD AND
      *    THE BIWEEKLY AND WEEKLY PERIODS WITH A PAY DATE IN IT.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 E.CURRCODE,
                 E.WORKDEPT,
                 COUNT(DISTINCT P.EMPNO),
                 COALESCE(SUM(P.SALARYPAID + P.BONUSPAID
                              + P.COMMPAID + P.OTPAID
                              + P.ENCASHPAID), 0)
             FROM PAYROLL P
             INNER JOIN EMP E
                     ON E.EMPNO = P.EMPNO
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
                OR P.PYEARMONTH IN
                   (SELECT C.PERIOD_NO
                      FROM PAYPCAL C
                     WHERE C.PAYFREQ IN ('B', 'W')
                       AND SUBSTR(CHAR(C.PAYDATE, ISO), 1, 4)
                           CONCAT SUBSTR(CHAR(C.PAYDATE, ISO), 6, 2)
                           = :WS-PYEARMONTH)
             GROUP BY E.CURRCODE, E.WORKDEPT
             ORDER BY E.CURRCODE, E.WORKDEPT
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      *                   STAMP THE RUN. A MISSING RATE DATE IS FATAL  *
      *                   - WITHOUT A DATED RATE LOOKUP A RERUN OF A   *
      *                   PRIOR CLOSE COULD NOT REPRODUCE ITS NUMBERS. *
      *                   A BLANK BASE CURRENCY DEFAULTS TO USD. AN    *
      *                   OPTIONAL MONTH (YYYYMM) SWITCHES TO THE      *
      *                   GROSS PAID THAT MONTH.                       *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                   MOVE CARDREC-BASE-CURR TO WS-BASE-CURR
                END-IF.

                IF CARDREC-MONTH NOT = SPACES
                   IF CARDREC-MONTH NOT NUMERIC
                      OR CARDREC-MONTH(5:2) < '01'
                      OR CARDREC-MONTH(5:2) > '12'
                      DISPLAY '++ COBFXCON - BAD MONTH ON CARD: '
                              CARDREC-MONTH ' ++'
                      DISPLAY '++ COBFXCON - ABORTING, MONTH MUST '
                              'BE YYYYMM WITH MM 01-12 ++'
                      GOBACK
                   END-IF
                   MOVE CARDREC-MONTH TO WS-PYEARMONTH
                END-IF.

                DISPLAY 'WS-RATE-DATE = ' WS-RATE-DATE.
                DISPLAY 'WS-BASE-CURR = ' WS-BASE-CURR.
                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      ******************************************************************
       2100-OPEN-C1.

                IF WS-PYEARMONTH = SPACES
                   EXEC SQL
                     OPEN  C1
                   END-EXEC
                ELSE
                   EXEC SQL
                     OPEN  C2
                   END-EXEC
                END-IF.

                EVALUATE SQLCODE
                    WHEN 0
      ******************************************************************
      * 2200-FETCH-C1 - ONE CURRENCY/DEPARTMENT AGGREGATE ROW. A NEW   *
      *                 CURRENCY CLOSES OUT THE PRIOR SUBTOTAL AND     *
      *                 LOOKS UP THAT CURRENCY'S RATE TO BASE. C2      *
      *                 REPLACES C1 WHEN THE CARD CARRIES A MONTH.     *
      ******************************************************************
       2200-FETCH-C1.

                IF WS-PYEARMONTH = SPACES
                   EXEC SQL
                       FETCH C1
                       INTO  :WS-CURRCODE,
                             :WS-WORKDEPT,
                             :WS-EMP-COUNT-N,
                             :WS-NATIVE-N
                   END-EXEC
                ELSE
                   EXEC SQL
                       FETCH C2
                       INTO  :WS-CURRCODE,
                             :WS-WORKDEPT,
                             :WS-EMP-COUNT-N,
                             :WS-NATIVE-N
                   END-EXEC
                END-IF.

                EVALUATE SQLCODE
                    WHEN 0
      ******************************************************************
       2300-CLOSE-C1.

                IF WS-PYEARMONTH = SPACES
                   EXEC SQL
                     CLOSE  C1
                   END-EXEC
                ELSE
                   EXEC SQL
                     CLOSE  C2
                   END-EXEC
                END-IF.

                MOVE SQLCODE TO WS-SQLCODE.

                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-RATE-DATE     TO WS-STAMP-RATE-DATE.
                MOVE WS-BASE-CURR     TO WS-STAMP-BASE.
                MOVE WS-PYEARMONTH    TO WS-STAMP-MONTH.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
