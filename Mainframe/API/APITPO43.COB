      *-----------------------------------------------------------------
      *  APITPO43 - TECHNICAL PROGRAM ANSWERING THE NET-PAY "WHAT-IF"
      *             INQUIRY FOR OFFERS AND RAISES. GIVEN AN EMPNO - OR
      *             A PAYING CURRENCY AND JOB CODE FOR A PROSPECTIVE
      *             HIRE - A PROPOSED ANNUAL SALARY, BONUS AND
      *             COMMISSION AND AN EFFECTIVE DATE, IT WORKS OUT ONE
      *             PAY PERIOD'S GROSS, TAX, EACH STANDING DEDUCTION
      *             AND NET PAY BY THE SAME RULES COBPAYGN, COBTAXWH
      *             AND COBDEDPO APPLY, NEXT TO THE EMPLOYEE'S CURRENT
      *             FIGURES ON THE SAME RULES. NOTHING IS WRITTEN BUT
      *             THE INQLOG ROW EVERY PAY-EXPOSING INQUIRY LEAVES.
      *             GARNISHMENTS AND LOAN RECOVERY ARE ORDERS AGAINST
      *             THE PERSON, NOT THE PAY RATE, AND ARE NOT SHOWN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP043.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE TAXRULE
           END-EXEC.

           EXEC SQL
               INCLUDE DEDMAST
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WHATIF-MASTER-RECORD.
           10 WS-EMPNO                PIC X(6).
           10 WS-CURRCODE             PIC X(3).
           10 WS-JOB                  PIC X(8).
           10 WS-PAYFREQ              PIC X(1).
           10 WS-EFF-DATE             PIC X(10).

      *    THE EMPLOYEE'S FIGURES ON EMP TODAY, AND THE PROPOSAL.
       01  WS-CUR-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CUR-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CUR-COMM                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CUR-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-NEW-SALARY              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-COMM                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3.

      *    ONE VIEW AT A TIME - 1 = CURRENT, 2 = PROPOSED.
       01  WS-VIEW                    PIC S9(4) USAGE COMP.
       01  WS-CALC-SALARY             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CALC-BONUS              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CALC-COMM               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CALC-FTEPCT             PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-SALARYPAID              PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BONUSPAID               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMMPAID                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-GROSS                   PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TAXWHELD                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DEDUCTTOT               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-THIS-DED                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NETPAID                 PIC S9(9)V9(2) USAGE COMP-3.

      *    HOW MANY PERIODS OF THE EMPLOYEE'S PAY FREQUENCY MAKE A
      *    YEAR - MONTHLY-STATED FLOORS AND FLAT DEDUCTIONS ARE
      *    SCALED BY 12 OVER IT, AS THE BATCH RUNS DO.
       01  WS-PERIODS-YEAR            PIC 9(2)  VALUE 12.

      *    THE BRACKET SET IN FORCE FOR THE CURRENCY ON THE EFFECTIVE
      *    DATE, ASCENDING BY FLOOR (SEE COBTAXWH).
       01  WS-BRK-COUNT               PIC S9(4) USAGE COMP VALUE 0.
       01  WS-BRK-SUB                 PIC S9(4) USAGE COMP.
       01  WS-BRACKET-TABLE.
           05 WS-BRACKET OCCURS 10 TIMES.
              10 WS-BRK-FLOOR         PIC S9(7)V9(2) USAGE COMP-3.
              10 WS-BRK-RATE          PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-C1-FLOOR                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-C1-RATE                 PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-SLICE-TOP               PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SLICE-AMT               PIC S9(9)V9(2) USAGE COMP-3.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.

      *    THE EMPLOYEE'S STANDING DEDUCTIONS ACTIVE ON THE EFFECTIVE
      *    DATE (SEE COBDEDPO).
       01  WS-DED-COUNT               PIC S9(4) USAGE COMP VALUE 0.
       01  WS-DED-SUB                 PIC S9(4) USAGE COMP.
       01  WS-DED-TABLE.
           05 WS-DED OCCURS 10 TIMES.
              10 WS-DED-TYPE          PIC X(8).
              10 WS-DED-AMOUNT        PIC S9(5)V9(2) USAGE COMP-3.
              10 WS-DED-PCT           PIC S9(1)V9(4) USAGE COMP-3.
       77  END-OF-C2-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C2                         VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   T.BRACKFLOOR
                 , T.TAXRATE
               FROM TAXRULE T
               WHERE T.TAXCURR = :WS-CURRCODE
                 AND T.EFFDATE =
                     (SELECT MAX(T2.EFFDATE) FROM TAXRULE T2
                       WHERE T2.TAXCURR = :WS-CURRCODE
                         AND T2.EFFDATE <= :WS-EFF-DATE)
               ORDER BY T.BRACKFLOOR
           END-EXEC.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT
                   D.DEDTYPE
                 , D.DEDAMOUNT
                 , D.DEDPCT
               FROM DEDMAST D
               WHERE D.EMPNO     = :WS-EMPNO
                 AND D.DEDSTART <= :WS-EFF-DATE
                 AND (D.DEDSTOP IS NULL
                      OR D.DEDSTOP >= :WS-EFF-DATE)
               ORDER BY D.DEDTYPE
           END-EXEC.


      *    SENSITIVE-INQUIRY LOG WORKAREAS (SEE INQLOG /
      *    9500-LOG-INQUIRY).
       01  WS-INQ-DATE                PIC 9(6).
       01  WS-INQ-TIME                PIC 9(8).

           COPY APIERRB.

       LINKAGE SECTION.
       01 CMD-CODE  PIC 99.
       01 RESP-CODE PIC 99.
       01 DATA-IN   PIC X(512).
       01 CMD01-DATA-IN REDEFINES DATA-IN.
           05 CMD01-EMPNO             PIC X(6).
           05 CMD01-CURRCODE          PIC X(3).
           05 CMD01-JOB               PIC X(8).
           05 CMD01-PAYFREQ           PIC X(1).
           05 CMD01-FTEPCT            PIC 9(3)V9(2).
           05 CMD01-SALARY            PIC 9(7)V9(2).
           05 CMD01-BONUS             PIC 9(7)V9(2).
           05 CMD01-COMM              PIC 9(7)V9(2).
           05 CMD01-EFF-DATE          PIC X(10).
           05 FILLER                  PIC X(452).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-OUT-EMPNO         PIC X(6).
           05 CMD01-OUT-CURRCODE      PIC X(3).
           05 CMD01-OUT-JOB           PIC X(8).
           05 CMD01-OUT-PAYFREQ       PIC X(1).
           05 CMD01-PERIODS-YEAR      PIC 9(2).
           05 CMD01-NO-TAX-RULE       PIC X(1).
           05 CMD01-CURRENT-SHOWN     PIC X(1).
           05 CMD01-VIEW OCCURS 2 TIMES.
               10 CMD01-FTEPCT-OUT    PIC 9(3)V9(2).
               10 CMD01-SALARYPAID    PIC S9(7)V9(2).
               10 CMD01-BONUSPAID     PIC S9(7)V9(2).
               10 CMD01-COMMPAID      PIC S9(7)V9(2).
               10 CMD01-GROSSPAID     PIC S9(9)V9(2).
               10 CMD01-TAXWHELD      PIC S9(7)V9(2).
               10 CMD01-DEDUCTTOT     PIC S9(7)V9(2).
               10 CMD01-NETPAID       PIC S9(9)V9(2).
           05 CMD01-DED-COUNT         PIC S9(4).
           05 CMD01-DED OCCURS 10 TIMES.
               10 CMD01-DEDTYPE       PIC X(8).
               10 CMD01-DED-CUR       PIC S9(7)V9(2).
               10 CMD01-DED-NEW       PIC S9(7)V9(2).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = EMPNO NOT ON EMP,
      *             3 = BAD INPUT (NON-NUMERIC FIGURES, NO EFFECTIVE
      *             DATE, NO CURRENCY FOR A PROSPECTIVE HIRE, FTE
      *             OVER 100).
      *
      * VIEW 1 OF CMD01-VIEW IS THE CURRENT FIGURES (SPACES AND
      * CMD01-CURRENT-SHOWN 'N' FOR A PROSPECTIVE HIRE), VIEW 2 THE
      * PROPOSAL. CMD01-NO-TAX-RULE 'Y' MEANS THE CURRENCY HAS NO
      * TAXRULE SET IN FORCE ON THE DATE - NOTHING WOULD BE WITHHELD.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
                   THRU    CMD-01-EXIT
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - NET-PAY WHAT-IF. AN EMPLOYEE'S PAYING CURRENCY, JOB,
      *          PAY FREQUENCY AND CONTRACTED FTE COME FROM EMP; A
      *          PAY FREQUENCY OR FTE KEYED ON THE INQUIRY OVERRIDES
      *          THEM FOR THE PROPOSAL ONLY (AN OFFER MAY CHANGE THE
      *          HOURS). A PROSPECTIVE HIRE IS PAID MONTHLY AT FULL
      *          TIME UNLESS KEYED, AND HAS NO STANDING DEDUCTIONS.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE SPACES         TO DATA-OUT.
           MOVE CMD01-EMPNO    TO WS-EMPNO.
           MOVE CMD01-EFF-DATE TO WS-EFF-DATE.

           IF CMD01-SALARY NOT NUMERIC
              OR CMD01-BONUS NOT NUMERIC
              OR CMD01-COMM  NOT NUMERIC
              OR WS-EFF-DATE = SPACES
              MOVE 3 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.
           MOVE CMD01-SALARY TO WS-NEW-SALARY.
           MOVE CMD01-BONUS  TO WS-NEW-BONUS.
           MOVE CMD01-COMM   TO WS-NEW-COMM.

           IF WS-EMPNO = SPACES
              MOVE CMD01-CURRCODE TO WS-CURRCODE
              MOVE CMD01-JOB      TO WS-JOB
              MOVE 'M'            TO WS-PAYFREQ
              MOVE 100            TO WS-CUR-FTEPCT
              IF WS-CURRCODE = SPACES
                 MOVE 3 TO RESP-CODE
                 GO TO CMD-01-EXIT
              END-IF
           ELSE
              PERFORM 2100-GET-EMPLOYEE
              IF RESP-CODE NOT = 0
                 GO TO CMD-01-EXIT
              END-IF
           END-IF.

           IF CMD01-PAYFREQ = 'M' OR 'B' OR 'W'
              MOVE CMD01-PAYFREQ TO WS-PAYFREQ
           END-IF.

           MOVE WS-CUR-FTEPCT TO WS-NEW-FTEPCT.
           IF CMD01-FTEPCT NUMERIC
              IF CMD01-FTEPCT > 100
                 MOVE 3 TO RESP-CODE
                 GO TO CMD-01-EXIT
              END-IF
              IF CMD01-FTEPCT > 0
                 MOVE CMD01-FTEPCT TO WS-NEW-FTEPCT
              END-IF
           END-IF.

           EVALUATE WS-PAYFREQ
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-YEAR
               WHEN 'W'
                   MOVE 52 TO WS-PERIODS-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-YEAR
           END-EVALUATE.

           PERFORM 2200-LOAD-BRACKETS.
           IF RESP-CODE NOT = 0
              GO TO CMD-01-EXIT
           END-IF.

           MOVE 0 TO WS-DED-COUNT.
           IF WS-EMPNO NOT = SPACES
              PERFORM 2300-LOAD-DEDUCTIONS
              IF RESP-CODE NOT = 0
                 GO TO CMD-01-EXIT
              END-IF
           END-IF.

           MOVE WS-EMPNO        TO CMD01-OUT-EMPNO.
           MOVE WS-CURRCODE     TO CMD01-OUT-CURRCODE.
           MOVE WS-JOB          TO CMD01-OUT-JOB.
           MOVE WS-PAYFREQ      TO CMD01-OUT-PAYFREQ.
           MOVE WS-PERIODS-YEAR TO CMD01-PERIODS-YEAR.
           MOVE WS-DED-COUNT    TO CMD01-DED-COUNT.
           IF WS-BRK-COUNT = 0
              MOVE 'Y' TO CMD01-NO-TAX-RULE
           ELSE
              MOVE 'N' TO CMD01-NO-TAX-RULE
           END-IF.

           IF WS-EMPNO NOT = SPACES
              MOVE 'Y'           TO CMD01-CURRENT-SHOWN
              MOVE 1             TO WS-VIEW
              MOVE WS-CUR-SALARY TO WS-CALC-SALARY
              MOVE WS-CUR-BONUS  TO WS-CALC-BONUS
              MOVE WS-CUR-COMM   TO WS-CALC-COMM
              MOVE WS-CUR-FTEPCT TO WS-CALC-FTEPCT
              PERFORM 2400-CALC-VIEW
           ELSE
              MOVE 'N'           TO CMD01-CURRENT-SHOWN
           END-IF.

           MOVE 2             TO WS-VIEW.
           MOVE WS-NEW-SALARY TO WS-CALC-SALARY.
           MOVE WS-NEW-BONUS  TO WS-CALC-BONUS.
           MOVE WS-NEW-COMM   TO WS-CALC-COMM.
           MOVE WS-NEW-FTEPCT TO WS-CALC-FTEPCT.
           PERFORM 2400-CALC-VIEW.

           MOVE 0 TO RESP-CODE.
           PERFORM 9500-LOG-INQUIRY.
       CMD-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2100-GET-EMPLOYEE - THE EMPLOYEE'S PAYING CURRENCY, JOB, PAY
      *          FREQUENCY, CONTRACTED FTE AND ANNUAL FIGURES.
      *-----------------------------------------------------------------
       2100-GET-EMPLOYEE.
           EXEC SQL
                SELECT
                    CURRCODE
                  , JOB
                  , COALESCE(PAYFREQ, 'M')
                  , FTEPCT
                  , SALARY
                  , BONUS
                  , COMM
                INTO
                    :WS-CURRCODE
                  , :WS-JOB
                  , :WS-PAYFREQ
                  , :WS-CUR-FTEPCT
                  , :WS-CUR-SALARY
                  , :WS-CUR-BONUS
                  , :WS-CUR-COMM
                FROM EMP
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * 2200-LOAD-BRACKETS - THE CURRENCY'S BRACKET SET IN FORCE ON THE
      *          EFFECTIVE DATE. FLOORS ARE MONTHLY AND ARE SCALED TO
      *          THE PAY FREQUENCY, AS COBTAXWH DOES. NO ROWS LEAVES
      *          THE TABLE EMPTY AND NOTHING IS WITHHELD.
      *-----------------------------------------------------------------
       2200-LOAD-BRACKETS.
           MOVE 0      TO WS-BRK-COUNT.
           MOVE SPACES TO END-OF-C1-SWITCH.
           MOVE 0      TO RESP-CODE.

           EXEC SQL
               OPEN C1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           ELSE
              PERFORM 2210-FETCH-C1
              THRU    2210-EXIT
              UNTIL END-OF-C1 OR WS-BRK-COUNT = 10
              EXEC SQL
                  CLOSE C1
              END-EXEC
           END-IF.
      *-----------------------------------------------------------------
      * 2210-FETCH-C1 - ONE BRACKET ROW INTO THE TABLE.
      *-----------------------------------------------------------------
       2210-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-C1-FLOOR,
                    :WS-C1-RATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-BRK-COUNT
                   COMPUTE WS-BRK-FLOOR (WS-BRK-COUNT) ROUNDED =
                           WS-C1-FLOOR * 12 / WS-PERIODS-YEAR
                   MOVE WS-C1-RATE TO WS-BRK-RATE (WS-BRK-COUNT)
               WHEN 100
                   MOVE 'Y' TO END-OF-C1-SWITCH
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
                   MOVE 1   TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2300-LOAD-DEDUCTIONS - EVERY DEDMAST ROW OF THE EMPLOYEE
      *          ACTIVE ON THE EFFECTIVE DATE, UP TO TEN.
      *-----------------------------------------------------------------
       2300-LOAD-DEDUCTIONS.
           MOVE SPACES TO END-OF-C2-SWITCH.
           MOVE 0      TO RESP-CODE.

           EXEC SQL
               OPEN C2
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           ELSE
              PERFORM 2310-FETCH-C2
              THRU    2310-EXIT
              UNTIL END-OF-C2 OR WS-DED-COUNT = 10
              EXEC SQL
                  CLOSE C2
              END-EXEC
           END-IF.
      *-----------------------------------------------------------------
      * 2310-FETCH-C2 - ONE STANDING DEDUCTION INTO THE TABLE.
      *-----------------------------------------------------------------
       2310-FETCH-C2.
           EXEC SQL
               FETCH C2
               INTO :DEDTYPE,
                    :DEDAMOUNT,
                    :DEDPCT
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-DED-COUNT
                   MOVE DEDTYPE   TO WS-DED-TYPE   (WS-DED-COUNT)
                   MOVE DEDAMOUNT TO WS-DED-AMOUNT (WS-DED-COUNT)
                   MOVE DEDPCT    TO WS-DED-PCT    (WS-DED-COUNT)
                   MOVE DEDTYPE   TO CMD01-DEDTYPE (WS-DED-COUNT)
               WHEN 100
                   MOVE 'Y' TO END-OF-C2-SWITCH
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C2-SWITCH
                   MOVE 1   TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       2310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2400-CALC-VIEW - ONE FULL PERIOD'S PAY FOR THE VIEW. SALARY IS
      *          PAID AT THE CONTRACTED FTE, BONUS AND COMMISSION ARE
      *          NOT (COBPAYGN); TAX IS PROGRESSIVE ON THE GROSS
      *          (COBTAXWH); EACH DEDUCTION IS ITS FLAT AMOUNT SCALED
      *          TO THE PERIOD PLUS ITS PERCENTAGE OF THE GROSS
      *          (COBDEDPO).
      *-----------------------------------------------------------------
       2400-CALC-VIEW.
           COMPUTE WS-SALARYPAID ROUNDED =
                   (WS-CALC-SALARY / WS-PERIODS-YEAR)
                 * WS-CALC-FTEPCT / 100.
           COMPUTE WS-BONUSPAID ROUNDED =
                   WS-CALC-BONUS / WS-PERIODS-YEAR.
           COMPUTE WS-COMMPAID ROUNDED =
                   WS-CALC-COMM / WS-PERIODS-YEAR.
           COMPUTE WS-GROSS =
                   WS-SALARYPAID + WS-BONUSPAID + WS-COMMPAID.

           MOVE ZERO TO WS-TAXWHELD.
           IF WS-GROSS > ZERO
              PERFORM 2410-TAX-ONE-BRACKET
              THRU    2410-EXIT
              VARYING WS-BRK-SUB FROM 1 BY 1
              UNTIL   WS-BRK-SUB > WS-BRK-COUNT
           END-IF.

           MOVE ZERO TO WS-DEDUCTTOT.
           PERFORM 2420-ONE-DEDUCTION
           THRU    2420-EXIT
           VARYING WS-DED-SUB FROM 1 BY 1
           UNTIL   WS-DED-SUB > WS-DED-COUNT.

           COMPUTE WS-NETPAID =
                   WS-GROSS - WS-TAXWHELD - WS-DEDUCTTOT.

           MOVE WS-CALC-FTEPCT TO CMD01-FTEPCT-OUT (WS-VIEW).
           MOVE WS-SALARYPAID  TO CMD01-SALARYPAID (WS-VIEW).
           MOVE WS-BONUSPAID   TO CMD01-BONUSPAID  (WS-VIEW).
           MOVE WS-COMMPAID    TO CMD01-COMMPAID   (WS-VIEW).
           MOVE WS-GROSS       TO CMD01-GROSSPAID  (WS-VIEW).
           MOVE WS-TAXWHELD    TO CMD01-TAXWHELD   (WS-VIEW).
           MOVE WS-DEDUCTTOT   TO CMD01-DEDUCTTOT  (WS-VIEW).
           MOVE WS-NETPAID     TO CMD01-NETPAID    (WS-VIEW).
      *-----------------------------------------------------------------
      * 2410-TAX-ONE-BRACKET - THE SLICE TOP IS THE NEXT BRACKET'S
      *          FLOOR, OR THE GROSS ITSELF ON THE LAST BRACKET.
      *-----------------------------------------------------------------
       2410-TAX-ONE-BRACKET.
           IF WS-BRK-SUB < WS-BRK-COUNT
              MOVE WS-BRK-FLOOR (WS-BRK-SUB + 1) TO WS-SLICE-TOP
           ELSE
              MOVE WS-GROSS                      TO WS-SLICE-TOP
           END-IF.

           IF WS-SLICE-TOP > WS-GROSS
              MOVE WS-GROSS TO WS-SLICE-TOP
           END-IF.

           IF WS-GROSS > WS-BRK-FLOOR (WS-BRK-SUB)
              COMPUTE WS-SLICE-AMT =
                      WS-SLICE-TOP - WS-BRK-FLOOR (WS-BRK-SUB)
              COMPUTE WS-TAXWHELD ROUNDED =
                      WS-TAXWHELD
                      + (WS-SLICE-AMT * WS-BRK-RATE (WS-BRK-SUB))
           END-IF.
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2420-ONE-DEDUCTION - ONE STANDING DEDUCTION AGAINST THE VIEW'S
      *          GROSS.
      *-----------------------------------------------------------------
       2420-ONE-DEDUCTION.
           COMPUTE WS-THIS-DED ROUNDED =
                   (WS-DED-AMOUNT (WS-DED-SUB) * 12 / WS-PERIODS-YEAR)
                 + (WS-GROSS * WS-DED-PCT (WS-DED-SUB)).
           ADD WS-THIS-DED TO WS-DEDUCTTOT.

           IF WS-VIEW = 1
              MOVE WS-THIS-DED TO CMD01-DED-CUR (WS-DED-SUB)
           ELSE
              MOVE WS-THIS-DED TO CMD01-DED-NEW (WS-DED-SUB)
           END-IF.
       2420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9500-LOG-INQUIRY - PAY FIGURES WERE JUST EXPOSED: ONE INQLOG
      *          ROW RECORDS WHO LOOKED AT WHICH EMPNO AND WHEN (SPACES
      *          FOR A PROSPECTIVE HIRE). A FAILURE TO LOG DOES NOT
      *          FAIL THE INQUIRY.
      *-----------------------------------------------------------------
       9500-LOG-INQUIRY.
           ACCEPT WS-INQ-DATE FROM DATE.
           ACCEPT WS-INQ-TIME FROM TIME.

           EXEC SQL
                INSERT INTO INQLOG
                    (
                        INQ_PROGRAM
                      , INQ_CMD
                      , INQ_OPID
                      , INQ_EMPNO
                      , INQ_DATE
                      , INQ_TIME
                    )
                VALUES
                    (
                        'APITP043'
                      , :CMD-CODE
                      , USER
                      , :WS-EMPNO
                      , :WS-INQ-DATE
                      , :WS-INQ-TIME
                    )
           END-EXEC.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP043' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE 'EMP'      TO AEB-TABLE.
           MOVE 'SQL ERROR - SEE SQLCODE/SQLSTATE'
                           TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256).
