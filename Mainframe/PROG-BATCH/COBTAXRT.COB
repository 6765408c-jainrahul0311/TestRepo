      *-----------------------------------------------------------------
      *     COBTAXRT - PAYROLL TAX REMITTANCE RETURN. FOR A CLOSED
      *                PAYPCAL PERIOD (YYYYMM) ON THE CONTROL CARD,
      *                BUILDS THE RETURN THAT DECLARES AND PAYS THE
      *                TAX COBTAXWH WITHHELD TO EACH SUBSIDIARY'S TAX
      *                AUTHORITY - ONE RETURN PER PAYING CURRENCY
      *                (EMP.CURRCODE, AS ON TAXRULE) IN THE FIXED-
      *                FORMAT REMITTANCE FILE (TAXREM COPYBOOK): A
      *                HEADER, ONE DETAIL PER EMPLOYEE WITH TAXABLE
      *                GROSS AND TAXWHELD, THE TAXABLE PAY AND TAX
      *                FALLING IN EACH TAXRULE BRACKET IN FORCE, AND
      *                THE CONTROL TOTALS. THE TAX DECLARED IS THE
      *                TAXWHELD ACTUALLY TAKEN FROM PAY; AN EMPLOYEE
      *                WHOSE WITHHOLDING NO LONGER AGREES WITH THE
      *                BRACKETS (A LATE RULE CHANGE OR A MANUAL
      *                CORRECTION) IS PRINTED AS A VARIANCE FOR THE
      *                PAYROLL OFFICE. EACH RETURN'S TOTALS ARE
      *                REGISTERED ON FEEDCTL SO COBFDPRF CAN PROVE THE
      *                TAX DECLARED EQUALS THE TAX WITHHELD, AND THE
      *                FILE IS RE-READ AND PROVED AGAINST ITS CONTROL
      *                TRAILERS BEFORE RELEASE. AN OPEN PERIOD IS
      *                REFUSED - ITS WITHHOLDING CAN STILL CHANGE.
      *                REPLACES THE RETURN BUILT BY HAND FROM THE
      *                COBPYREG REGISTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBTAXRT.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT TAXREM
                  ASSIGN TO DA-S-TAXREM.

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

       FD      TAXREM
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  TAXREM-REC                 PIC X(80).

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
       77  END-OF-TXR-SWITCH      PIC X          VALUE  SPACES.
               88  END-OF-TXR                    VALUE  'Y'.
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       77  PROOF-FAIL-SWITCH      PIC X          VALUE  SPACES.
               88  PROOF-FAILED                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PSTATUS             PIC X(1).
       01  WS-PERIOD-END          PIC X(10).
       01  WS-PAYDATE             PIC X(10).
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.
       01  WS-PAYFREQ             PIC X(1)      VALUE 'M'.
       01  WS-PERIODS-YEAR        PIC 9(2)      VALUE 12.

      *    THE RETURN RECORDS ARE BUILT HERE AND WRITTEN FROM
      *    WORKING STORAGE, AS COBGRNEX DOES WITH GRNREM.
           COPY TAXREM.

       01  WS-EMPNO               PIC X(6).
       01  WS-CURRCODE            PIC X(3).
       01  WS-TAXABLE             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TAXWHELD            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CALC-TAX            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TOP-BRACKET         PIC 9(2).

      *    THE BRACKET SET IN FORCE FOR THE CURRENT AUTHORITY, LOADED
      *    ASCENDING BY FLOOR ON THE CURRENCY BREAK, WITH THE RETURN'S
      *    RUNNING TOTALS FOR EACH BRACKET ALONGSIDE.
       01  WS-BRK-COUNT           PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-BRK-SUB             PIC S9(4)      USAGE COMP.
       01  WS-BRACKET-TABLE.
           05 WS-BRACKET OCCURS 10 TIMES.
              10 WS-BRK-FLOOR     PIC S9(7)V9(2) USAGE COMP-3.
              10 WS-BRK-RATE      PIC S9(1)V9(4) USAGE COMP-3.
              10 WS-BRK-EMPS      PIC 9(7)       USAGE COMP.
              10 WS-BRK-TAXABLE   PIC S9(13)V9(2) USAGE COMP-3.
              10 WS-BRK-TAX       PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-C2-FLOOR            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-C2-RATE             PIC S9(1)V9(4) USAGE COMP-3.

       01  WS-SLICE-TOP           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SLICE-AMT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SLICE-TAX           PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-PREV-CURRCODE       PIC X(3)      VALUE LOW-VALUES.
       01  WS-AUTH-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-AUTH-TAXABLE        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-AUTH-TAX            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-AUTHORITIES         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-FEED-PROGRAM        PIC X(9).
       01  WS-REG-COUNT           PIC S9(9)      USAGE COMP.

       01  WS-READ-ROWS           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-VARIANCE-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-NOCURR-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-NOCURR-TAX          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-WRITE-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-WRITE-TAX           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-READ-TAX            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
      *    THE RE-READ RUNNING TOTALS SINCE THE LAST 'H' HEADER.
       01  WS-GROUP-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-GROUP-TAXABLE       PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-GROUP-TAX           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-GROUP-BRK-TAX       PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-GROUP-OPEN          PIC X(1)      VALUE 'N'.

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
                VALUE 'PAYROLL TAX REMITTANCE RETURN - COVER'.
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
           10 WS-COL1             PIC X(11)  VALUE 'AUTHORITY'.
           10 WS-COL2             PIC X(11)  VALUE 'EMPLOYEES'.
           10 WS-COL3             PIC X(24)  VALUE 'TAXABLE GROSS'.
           10 WS-COL4             PIC X(24)  VALUE 'TAX DECLARED'.
           10 FILLER              PIC X(53).

       01  WS-RPT-AUTH-LINE.
           10 FILLER              PIC X(9).
           10 WS-AL-AUTHORITY     PIC X(3).
           10 FILLER              PIC X(9).
           10 WS-AL-COUNT         PIC ZZZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-AL-TAXABLE       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-AL-TAX           PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(45).

       01  WS-RPT-BRACKET-LINE.
           10 FILLER              PIC X(13)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'BRACKET '.
           10 WS-BL-NO            PIC Z9.
           10 FILLER              PIC X(8)   VALUE '  FROM  '.
           10 WS-BL-FLOOR         PIC Z,ZZZ,ZZ9.99.
           10 FILLER              PIC X(3)   VALUE ' AT'.
           10 WS-BL-RATE          PIC Z9.9999.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-BL-COUNT         PIC ZZZZZZ9.
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-BL-TAXABLE       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-BL-TAX           PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(13)  VALUE SPACES.

       01  WS-RPT-VARIANCE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(26)  VALUE
                'WITHHOLDING <> BRACKETS: '.
           10 WS-VAR-EMPNO        PIC X(6).
           10 FILLER              PIC X(11)  VALUE '  DECLARED '.
           10 WS-VAR-DECLARED     PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(12)  VALUE '  BRACKETS '.
           10 WS-VAR-CALC         PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(28)  VALUE SPACES.

       01  WS-RPT-NOCURR.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(27)  VALUE
                'NO PAYING CURRENCY - EMP: '.
           10 WS-NC-EMPNO         PIC X(6).
           10 FILLER              PIC X(7)   VALUE '  TAX  '.
           10 WS-NC-TAX           PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(26)  VALUE
                '  - NOT ON ANY RETURN'.
           10 FILLER              PIC X(32)  VALUE SPACES.

       01  WS-RPT-PROOF-LINE.
           10 FILLER              PIC X(9).
           10 WS-PRF-LABEL        PIC X(28).
           10 WS-PRF-COUNT        PIC ZZZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(52).

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

                EXEC SQL INCLUDE PAYROLL
                END-EXEC.

                EXEC SQL INCLUDE TAXRULE
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    ONE ROW PER PAYROLL ROW OF THE PERIOD, IN AUTHORITY ORDER.
      *    THE TAXABLE GROSS IS THE SAME FIGURE COBTAXWH TAXED; AN
      *    ORPHAN ROW WITH NO EMP ROW CARRIES SPACES CURRENCY, SORTS
      *    FIRST AND BELONGS TO NO AUTHORITY.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 P.EMPNO,
                 COALESCE(E.CURRCODE, ' '),
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID,
                 P.TAXWHELD
             FROM PAYROLL P
             LEFT JOIN EMP E
                    ON E.EMPNO = P.EMPNO
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
             ORDER BY COALESCE(E.CURRCODE, ' '), P.EMPNO
           END-EXEC.

      *    THE BRACKET SET COBTAXWH APPLIED - THE MOST RECENT
      *    EFFECTIVE DATE NOT AFTER THE PERIOD END, ALL ITS BRACKETS
      *    ASCENDING BY FLOOR.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 T.BRACKFLOOR,
                 T.TAXRATE
             FROM TAXRULE T
             WHERE T.TAXCURR = :WS-CURRCODE
               AND T.EFFDATE =
                   (SELECT MAX(T2.EFFDATE) FROM TAXRULE T2
                     WHERE T2.TAXCURR = :WS-CURRCODE
                       AND T2.EFFDATE <= :WS-PERIOD-END)
             ORDER BY T.BRACKFLOOR
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

             CLOSE TAXREM.

             PERFORM 3000-PROVE-FILE
             THRU    3000-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET THE PAY PERIOD CARD. THE PERIOD MUST BE  *
      *                   ON THE PAYPCAL CALENDAR AND CLOSED - AN OPEN *
      *                   PERIOD CAN STILL BE RERUN AND ITS TAX WOULD  *
      *                   NO LONGER MATCH WHAT WAS DECLARED. THE       *
      *                   PERIOD'S EARLIER REGISTRATIONS ARE CLEARED   *
      *                   SO A RERUN REPLACES EVERY RETURN. ITS        *
      *                   PAYFREQ SAYS HOW MANY PERIODS MAKE A YEAR.   *
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
                   DISPLAY '++ COBTAXRT - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBTAXRT - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO BUILD THE RETURN ++'
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        PSTATUS,
                        PENDDATE,
                        PAYDATE,
                        COALESCE(RUNTYPE, 'R'),
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-PSTATUS,
                        :WS-PERIOD-END,
                        :WS-PAYDATE,
                        :WS-RUNTYPE,
                        :WS-PAYFREQ
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBTAXRT - PERIOD ' WS-PYEARMONTH
                                 ' IS NOT ON THE PAYPCAL CALENDAR ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PSTATUS NOT = 'C'
                   DISPLAY '++ COBTAXRT - PERIOD ' WS-PYEARMONTH
                           ' IS NOT CLOSED - NO RETURN UNTIL COBPCLOS '
                           'HAS CLOSED IT ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EVALUATE WS-PAYFREQ
                    WHEN 'B'
                         MOVE 26 TO WS-PERIODS-YEAR
                    WHEN 'W'
                         MOVE 52 TO WS-PERIODS-YEAR
                    WHEN OTHER
                         MOVE 12 TO WS-PERIODS-YEAR
                END-EVALUATE.

                EXEC SQL
                    DELETE FROM FEEDCTL
                     WHERE FEED_PROGRAM LIKE 'TAXRT%'
                       AND PERIOD_NO    = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                OPEN OUTPUT TAXREM.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.
                PRINT WS-RPT-COLUMNS.

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
                   PERFORM 2400-CLOSE-AUTHORITY
                   THRU    2400-EXIT
                END-IF.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

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
      * 2200-FETCH-C1 - ONE PAYROLL ROW. ON AN AUTHORITY BREAK THE     *
      *                 PREVIOUS RETURN IS CLOSED AND THE NEXT ONE     *
      *                 OPENED WITH ITS OWN BRACKET SET.               *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-CURRCODE,
                          :WS-TAXABLE,
                          :WS-TAXWHELD
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF END-OF-C1
                   GO TO 2200-EXIT
                END-IF.

                ADD 1 TO WS-READ-ROWS.

                IF WS-CURRCODE = SPACES
                   ADD 1            TO WS-NOCURR-COUNT
                   ADD WS-TAXWHELD  TO WS-NOCURR-TAX
                   MOVE WS-EMPNO    TO WS-NC-EMPNO
                   MOVE WS-TAXWHELD TO WS-NC-TAX
                   PRINT WS-RPT-NOCURR
                   ADD 1 TO WS-LINE-CTR
                   GO TO 2200-EXIT
                END-IF.

                IF WS-CURRCODE NOT = WS-PREV-CURRCODE
                   IF NOT FIRST-ROW
                      PERFORM 2400-CLOSE-AUTHORITY
                      THRU    2400-EXIT
                   END-IF
                   MOVE 'N'         TO FIRST-ROW-SWITCH
                   MOVE 0           TO WS-AUTH-COUNT
                   MOVE ZERO        TO WS-AUTH-TAXABLE
                   MOVE ZERO        TO WS-AUTH-TAX
                   MOVE WS-CURRCODE TO WS-PREV-CURRCODE
                   ADD 1            TO WS-AUTHORITIES
                   PERFORM 2210-LOAD-BRACKETS
                   THRU    2210-EXIT
                   PERFORM 2300-WRITE-HEADER
                   THRU    2300-EXIT
                END-IF.

                PERFORM 2220-CALC-TAX
                THRU    2220-EXIT.

                IF WS-CALC-TAX NOT = WS-TAXWHELD
                   ADD 1            TO WS-VARIANCE-COUNT
                   MOVE WS-EMPNO    TO WS-VAR-EMPNO
                   MOVE WS-TAXWHELD TO WS-VAR-DECLARED
                   MOVE WS-CALC-TAX TO WS-VAR-CALC
                   PRINT WS-RPT-VARIANCE
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                MOVE SPACES         TO TXR-DETAIL-REC.
                MOVE 'D'            TO TD-RECORD-TYPE.
                MOVE WS-CURRCODE    TO TD-AUTHORITY.
                MOVE WS-EMPNO       TO TD-EMPNO.
                MOVE WS-TAXABLE     TO TD-TAXABLE.
                MOVE WS-TAXWHELD    TO TD-TAXWHELD.
                MOVE WS-TOP-BRACKET TO TD-TOP-BRACKET.
                WRITE TAXREM-REC FROM TXR-DETAIL-REC.

                ADD 1           TO WS-AUTH-COUNT.
                ADD WS-TAXABLE  TO WS-AUTH-TAXABLE.
                ADD WS-TAXWHELD TO WS-AUTH-TAX.
                ADD 1           TO WS-WRITE-COUNT.
                ADD WS-TAXWHELD TO WS-WRITE-TAX.

                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-COLUMNS
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-LOAD-BRACKETS - LOAD THE AUTHORITY'S BRACKET SET AND      *
      *                      CLEAR ITS RETURN TOTALS. NO ROWS LEAVES   *
      *                      THE TABLE EMPTY - COBTAXWH WITHHELD       *
      *                      NOTHING AND THE RETURN DECLARES NOTHING.  *
      ******************************************************************
       2210-LOAD-BRACKETS.
                MOVE 0      TO WS-BRK-COUNT.
                MOVE SPACES TO END-OF-C2-SWITCH.

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

                PERFORM 2215-FETCH-C2
                THRU    2215-EXIT
                UNTIL END-OF-C2 OR WS-BRK-COUNT = 10.

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
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2215-FETCH-C2 - ONE BRACKET ROW INTO THE TABLE                 *
      ******************************************************************
       2215-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-C2-FLOOR,
                          :WS-C2-RATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-BRK-COUNT
      *                  FLOORS ARE MONTHLY - SCALED TO THE PERIOD'S
      *                  FREQUENCY AS COBTAXWH WITHHELD THEM.
                         COMPUTE WS-BRK-FLOOR (WS-BRK-COUNT) ROUNDED =
                                 WS-C2-FLOOR * 12 / WS-PERIODS-YEAR
                         MOVE WS-C2-RATE
                              TO WS-BRK-RATE    (WS-BRK-COUNT)
                         MOVE 0
                              TO WS-BRK-EMPS    (WS-BRK-COUNT)
                         MOVE ZERO
                              TO WS-BRK-TAXABLE (WS-BRK-COUNT)
                         MOVE ZERO
                              TO WS-BRK-TAX     (WS-BRK-COUNT)
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2215-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2220-CALC-TAX - SPREAD THE EMPLOYEE'S TAXABLE PAY OVER THE     *
      *                 BRACKETS EXACTLY AS COBTAXWH DOES, ADDING EACH *
      *                 SLICE AND ITS TAX TO THE BRACKET'S RETURN      *
      *                 TOTALS. THE SUM OF THE SLICE TAXES IS WHAT THE *
      *                 BRACKETS SAY SHOULD HAVE BEEN WITHHELD.        *
      ******************************************************************
       2220-CALC-TAX.
                MOVE ZERO TO WS-CALC-TAX.
                MOVE 0    TO WS-TOP-BRACKET.

                IF WS-TAXABLE > ZERO
                   PERFORM 2225-TAX-ONE-BRACKET
                   THRU    2225-EXIT
                   VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL   WS-BRK-SUB > WS-BRK-COUNT
                END-IF.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2225-TAX-ONE-BRACKET - THE SLICE TOP IS THE NEXT BRACKET'S     *
      *                        FLOOR, OR THE TAXABLE PAY ITSELF ON     *
      *                        THE LAST BRACKET.                       *
      ******************************************************************
       2225-TAX-ONE-BRACKET.
                IF WS-TAXABLE NOT > WS-BRK-FLOOR (WS-BRK-SUB)
                   GO TO 2225-EXIT
                END-IF.

                IF WS-BRK-SUB < WS-BRK-COUNT
                   MOVE WS-BRK-FLOOR (WS-BRK-SUB + 1) TO WS-SLICE-TOP
                ELSE
                   MOVE WS-TAXABLE                    TO WS-SLICE-TOP
                END-IF.

                IF WS-SLICE-TOP > WS-TAXABLE
                   MOVE WS-TAXABLE TO WS-SLICE-TOP
                END-IF.

                COMPUTE WS-SLICE-AMT =
                        WS-SLICE-TOP - WS-BRK-FLOOR (WS-BRK-SUB).
                COMPUTE WS-SLICE-TAX ROUNDED =
                        WS-SLICE-AMT * WS-BRK-RATE (WS-BRK-SUB).

                ADD WS-SLICE-TAX TO WS-CALC-TAX.
                ADD 1            TO WS-BRK-EMPS    (WS-BRK-SUB).
                ADD WS-SLICE-AMT TO WS-BRK-TAXABLE (WS-BRK-SUB).
                ADD WS-SLICE-TAX TO WS-BRK-TAX     (WS-BRK-SUB).
                MOVE WS-BRK-SUB  TO WS-TOP-BRACKET.
       2225-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-WRITE-HEADER - OPEN THE AUTHORITY'S RETURN                *
      ******************************************************************
       2300-WRITE-HEADER.
                MOVE SPACES        TO TXR-HEADER-REC.
                MOVE 'H'           TO TH-RECORD-TYPE.
                MOVE WS-CURRCODE   TO TH-AUTHORITY.
                MOVE WS-PYEARMONTH TO TH-PERIOD.
                MOVE WS-PERIOD-END TO TH-PERIOD-END.
                MOVE WS-PAYDATE    TO TH-PAYDATE.
                MOVE WS-RUN-DATE   TO TH-FILE-DATE.
                MOVE WS-RUN-TIME   TO TH-FILE-TIME.
                MOVE WS-RUNTYPE    TO TH-RUNTYPE.
                WRITE TAXREM-REC FROM TXR-HEADER-REC.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-CLOSE-AUTHORITY - WRITE THE RETURN'S BRACKET RECORDS AND  *
      *                        CONTROL TRAILER, PRINT ITS COVER LINES  *
      *                        AND REGISTER ITS TOTALS ON FEEDCTL      *
      ******************************************************************
       2400-CLOSE-AUTHORITY.
                MOVE WS-PREV-CURRCODE TO WS-AL-AUTHORITY.
                MOVE WS-AUTH-COUNT    TO WS-AL-COUNT.
                MOVE WS-AUTH-TAXABLE  TO WS-AL-TAXABLE.
                MOVE WS-AUTH-TAX      TO WS-AL-TAX.
                PRINT WS-RPT-AUTH-LINE.
                ADD 1 TO WS-LINE-CTR.

                PERFORM 2410-WRITE-BRACKET
                THRU    2410-EXIT
                VARYING WS-BRK-SUB FROM 1 BY 1
                UNTIL   WS-BRK-SUB > WS-BRK-COUNT.

                MOVE SPACES           TO TXR-TRAILER-REC.
                MOVE 'R'              TO TR-RECORD-TYPE.
                MOVE WS-PREV-CURRCODE TO TR-AUTHORITY.
                MOVE WS-AUTH-COUNT    TO TR-REC-COUNT.
                MOVE WS-AUTH-TAXABLE  TO TR-TAXABLE.
                MOVE WS-AUTH-TAX      TO TR-TAXWHELD.
                WRITE TAXREM-REC FROM TXR-TRAILER-REC.

                PERFORM 3900-REGISTER-RETURN
                THRU    3900-EXIT.

                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-COLUMNS
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-WRITE-BRACKET - ONE BRACKET'S SHARE OF THE RETURN         *
      ******************************************************************
       2410-WRITE-BRACKET.
                MOVE SPACES           TO TXR-BRACKET-REC.
                MOVE 'B'              TO TB-RECORD-TYPE.
                MOVE WS-PREV-CURRCODE TO TB-AUTHORITY.
                MOVE WS-BRK-SUB       TO TB-BRACKET-NO.
                MOVE WS-BRK-FLOOR   (WS-BRK-SUB) TO TB-FLOOR.
                MOVE WS-BRK-RATE    (WS-BRK-SUB) TO TB-RATE.
                MOVE WS-BRK-EMPS    (WS-BRK-SUB) TO TB-EMP-COUNT.
                MOVE WS-BRK-TAXABLE (WS-BRK-SUB) TO TB-TAXABLE.
                MOVE WS-BRK-TAX     (WS-BRK-SUB) TO TB-TAX.
                WRITE TAXREM-REC FROM TXR-BRACKET-REC.

                MOVE WS-BRK-SUB                  TO WS-BL-NO.
                MOVE WS-BRK-FLOOR   (WS-BRK-SUB) TO WS-BL-FLOOR.
                MOVE WS-BRK-RATE    (WS-BRK-SUB) TO WS-BL-RATE.
                MOVE WS-BRK-EMPS    (WS-BRK-SUB) TO WS-BL-COUNT.
                MOVE WS-BRK-TAXABLE (WS-BRK-SUB) TO WS-BL-TAXABLE.
                MOVE WS-BRK-TAX     (WS-BRK-SUB) TO WS-BL-TAX.
                PRINT WS-RPT-BRACKET-LINE.
                ADD 1 TO WS-LINE-CTR.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PROVE-FILE - THE FILE JUST WRITTEN IS RE-READ AND EVERY   *
      *                   RETURN'S DETAILS PROVED AGAINST ITS 'R'      *
      *                   CONTROL TRAILER. AN UNEQUAL PROOF HOLDS THE  *
      *                   RETURNS WITH RETURN CODE 8.                  *
      ******************************************************************
       3000-PROVE-FILE.
                OPEN INPUT TAXREM.

                PERFORM 3300-READ-TXR
                THRU    3300-EXIT
                UNTIL END-OF-TXR.

                CLOSE TAXREM.

                IF WS-READ-COUNT NOT = WS-WRITE-COUNT
                   OR WS-READ-TAX NOT = WS-WRITE-TAX
                   OR WS-GROUP-OPEN = 'Y'
                   MOVE 'Y' TO PROOF-FAIL-SWITCH
                END-IF.

                MOVE 'RETURNS WRITTEN:            ' TO WS-PRF-LABEL.
                MOVE WS-AUTHORITIES    TO WS-PRF-COUNT.
                MOVE WS-READ-TAX       TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.
                MOVE 'EMPLOYEES DECLARED:         ' TO WS-PRF-LABEL.
                MOVE WS-READ-COUNT     TO WS-PRF-COUNT.
                MOVE WS-WRITE-TAX      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.
                MOVE 'WITHHOLDING VARIANCES:      ' TO WS-PRF-LABEL.
                MOVE WS-VARIANCE-COUNT TO WS-PRF-COUNT.
                MOVE ZERO              TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.
                MOVE 'ROWS WITH NO CURRENCY:      ' TO WS-PRF-LABEL.
                MOVE WS-NOCURR-COUNT   TO WS-PRF-COUNT.
                MOVE WS-NOCURR-TAX     TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                IF PROOF-FAILED
                   MOVE 'A RETURN IS OUT OF BALANCE - RELEASE NOTHING'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE 'EVERY RETURN EQUALS ITS TRAILER - RELEASE'
                        TO WS-VERDICT
                END-IF.
                PRINT WS-RPT-VERDICT.
       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3300-READ-TXR - ONE RECORD OF THE RE-READ PASS. A RETURN'S     *
      *                 BRACKET TAXES ARE HELD TO ITS DETAILS ONLY     *
      *                 WHEN NO EMPLOYEE WAS A VARIANCE - A VARIANCE   *
      *                 IS THE ONE CASE WHERE THEY MAY DIFFER.         *
      ******************************************************************
       3300-READ-TXR.
                READ TAXREM INTO TXR-DETAIL-REC
                   AT END
                        MOVE 'Y' TO END-OF-TXR-SWITCH
                END-READ.

                IF END-OF-TXR
                   GO TO 3300-EXIT
                END-IF.

                EVALUATE TD-RECORD-TYPE
                    WHEN 'H'
                         IF WS-GROUP-OPEN = 'Y'
                            MOVE 'Y' TO PROOF-FAIL-SWITCH
                         END-IF
                         MOVE 'Y'  TO WS-GROUP-OPEN
                         MOVE 0    TO WS-GROUP-COUNT
                         MOVE ZERO TO WS-GROUP-TAXABLE
                         MOVE ZERO TO WS-GROUP-TAX
                         MOVE ZERO TO WS-GROUP-BRK-TAX
                    WHEN 'D'
                         ADD 1           TO WS-READ-COUNT
                         ADD TD-TAXWHELD TO WS-READ-TAX
                         ADD 1           TO WS-GROUP-COUNT
                         ADD TD-TAXABLE  TO WS-GROUP-TAXABLE
                         ADD TD-TAXWHELD TO WS-GROUP-TAX
                    WHEN 'B'
                         MOVE TXR-DETAIL-REC TO TXR-BRACKET-REC
                         ADD TB-TAX TO WS-GROUP-BRK-TAX
                    WHEN 'R'
                         MOVE TXR-DETAIL-REC TO TXR-TRAILER-REC
                         IF TR-REC-COUNT NOT = WS-GROUP-COUNT
                            OR TR-TAXABLE NOT = WS-GROUP-TAXABLE
                            OR TR-TAXWHELD NOT = WS-GROUP-TAX
                            MOVE 'Y' TO PROOF-FAIL-SWITCH
                         END-IF
                         IF WS-VARIANCE-COUNT = 0
                            AND WS-GROUP-BRK-TAX NOT = WS-GROUP-TAX
                            MOVE 'Y' TO PROOF-FAIL-SWITCH
                         END-IF
                         MOVE 'N' TO WS-GROUP-OPEN
                    WHEN OTHER
                         MOVE 'Y' TO PROOF-FAIL-SWITCH
                END-EVALUATE.
       3300-EXIT.
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
      * 3900-REGISTER-RETURN - REGISTER THE RETURN'S CONTROL TOTALS ON *
      *                        FEEDCTL UNDER 'TAXRT' AND THE AUTHORITY *
      *                        CURRENCY: EMPLOYEES DECLARED, TAXABLE   *
      *                        GROSS, AND IN NET_AMT THE TAX DECLARED  *
      ******************************************************************
       3900-REGISTER-RETURN.
                MOVE SPACES TO WS-FEED-PROGRAM.
                STRING 'TAXRT' WS-PREV-CURRCODE
                       DELIMITED BY SIZE
                  INTO WS-FEED-PROGRAM.
                MOVE WS-AUTH-COUNT TO WS-REG-COUNT.

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
                            :WS-FEED-PROGRAM
                          , :WS-PYEARMONTH
                          , :WS-REG-COUNT
                          , :WS-AUTH-TAXABLE
                          , :WS-AUTH-TAX
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
      *                      FILE (RUNHREC), STAMPED WITH THE PERIOD.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBTAXRT'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-READ-ROWS   TO RUNH-READ-COUNT.
                MOVE WS-WRITE-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE    TO RUNH-RETURN-CODE.
                MOVE 'C'            TO RUNH-STATUS.
                MOVE WS-PYEARMONTH  TO RUNH-PERIOD.

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
