      *                (YYYYMM) ON THE CONTROL CARD, SETS THE CONTROL
      *                TOTALS THE FEED JOBS REGISTERED ON FEEDCTL
      *                AGAINST THE LIVE PAYROLL TABLE AND PROVES:
      *                  A. PAYROLL NET GENERATED = BANK FILE NET +
      *                     SALARY CREDITED TO IN-HOUSE ACCOUNTS
      *                     (COBBNKIN) + COBCHQRN CHEQUE NET FOR THE
      *                     EMPLOYEES WITH NO VERIFIED ACCOUNT
      *                     (THE BANK LEG COBBNKEX REGISTERS IS THE
      *                     FULL PERIOD'S DETAILS, SO A RETURN THAT
      *                     LATER BOUNCES DOES NOT UNBALANCE IT -
      *                     RETURNS QUEUED FOR REISSUE ARE PRINTED
      *                     FOR INFORMATION ONLY. A PERIOD HELD BY
      *                     THE COBPYREG GATE IS EXPECTED TO HAVE NO
      *                     BANK OR CHEQUE LEG YET)
      *                  B. PAYROLL GROSS = GL FEED DEBITS + COST
      *                     HELD OUT AS UNMAPPED. COBGLPST POSTS A
      *                     MONTH WITH THE BIWEEKLY AND WEEKLY
      *                     PERIODS PAID IN IT, SO THE GROSS PROVED
      *                     IS THE SAME MONTH VIEW; ON A BIWEEKLY OR
      *                     WEEKLY PERIOD CARD (NN ABOVE 19) THERE IS
      *                     NO GL LEG OF ITS OWN AND B IS NOT PROVED
      *                  C. EMPLOYER ON-COST STORED ON ONCOST =
      *                     COBONCST FEED DEBITS + ON-COST HELD OUT
      *                     AS UNMAPPED
      *                  D. TAX WITHHELD ON PAYROLL = TAX DECLARED ON
      *                     THE COBTAXRT REMITTANCE RETURN, FOR EACH
      *                     AUTHORITY (PAYING CURRENCY). THE RETURN IS
      *                     ONLY BUILT ONCE THE PERIOD IS CLOSED, SO
      *                     AN OPEN PERIOD IS EXPECTED TO HAVE NONE
      *                  E. ACCOUNT MONEY MOVED IN THE MONTH (EVERY
      *                     ACCOUNT_HISTORY MOVEMENT, EITHER
      *                     DIRECTION) = COBACCGL FEED DEBITS +
      *                     MOVEMENTS HELD OUT AS UNMAPPED. THE
      *                     ACCOUNT FEED IS DAILY, SO THE MONTH IS
      *                     PROVED THROUGH THE LAST DAY IT HAS FED;
      *                     A SUPPLEMENTAL, BIWEEKLY OR WEEKLY PERIOD
      *                     CARD HAS NO ACCOUNT LEG
      *                ANY LEG THAT DISAGREES OR IS MISSING IS
      *                FLAGGED AND WRITTEN TO EXCPFILE FOR THE
      *                COBEXHUB MORNING REPORT - THE HUMAN WITH THE
               88  LEG-FOUND                     VALUE  'Y'.
       77  PROOF-FAIL-SWITCH      PIC X          VALUE  SPACES.
               88  PROOF-FAILED                  VALUE  'Y'.
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PHOLD               PIC X(1).
       01  WS-PSTATUS             PIC X(1).

       01  WS-LIVE-COUNT          PIC S9(9)      USAGE COMP.
       01  WS-LIVE-GROSS          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-MONTH-GROSS         PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-GL-APPLIES          PIC X(1)      VALUE 'Y'.
       01  WS-LIVE-NET            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-QUEUED-NET          PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-BNKEX-NET           PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-BNKEX-FOUND         PIC X(1)      VALUE SPACES.
       01  WS-BNKIN-NET           PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-BNKIN-FOUND         PIC X(1)      VALUE SPACES.
       01  WS-CHQRN-NET           PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CHQRN-FOUND         PIC X(1)      VALUE SPACES.
       01  WS-GLPST-GROSS         PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-GLPST-HELD          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-GLPST-FOUND         PIC X(1)      VALUE SPACES.
       01  WS-LIVE-ONCOST         PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ONCST-GROSS         PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ONCST-HELD          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ONCST-FOUND         PIC X(1)      VALUE SPACES.
       01  WS-PAYGN-FOUND         PIC X(1)      VALUE SPACES.

      *    PROOF E, THE ACCOUNT GL FEED, OVER THE MONTH'S FED DAYS.
       01  WS-ACCGL-APPLIES       PIC X(1)      VALUE 'Y'.
       01  WS-ACCGL-FOUND         PIC X(1)      VALUE SPACES.
       01  WS-ACCGL-GROSS         PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ACCGL-HELD          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-LIVE-MOVES          PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FED-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-FED-DATE            PIC 9(8)      VALUE ZERO.
       01  WS-FED-DATE-R REDEFINES WS-FED-DATE.
           05 WS-FED-CC           PIC 9(2).
           05 WS-FED-YMD          PIC 9(6).
       01  WS-MONTH-FROM          PIC X(6).
       01  WS-MONTH-FROM-N REDEFINES WS-MONTH-FROM
                                  PIC 9(6).
       01  WS-MONTH-TO            PIC X(6).
       01  WS-MONTH-TO-N REDEFINES WS-MONTH-TO
                                  PIC 9(6).

      *    PROOF D, ONE AUTHORITY AT A TIME.
       01  WS-TAX-CURRCODE        PIC X(3).
       01  WS-TAX-COUNT           PIC S9(9)      USAGE COMP.
       01  WS-TAX-WITHHELD        PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-PROOF-A-RIGHT       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PROOF-B-RIGHT       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PROOF-C-RIGHT       PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-PROOF-E-RIGHT       PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

                EXEC SQL INCLUDE ONCOST
                END-EXEC.

                EXEC SQL INCLUDE ACCCTL
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE TAX WITHHELD IN THE PERIOD PER AUTHORITY, KEYED THE WAY
      *    COBTAXRT BUILDS ITS RETURNS. ORPHAN ROWS WITH NO EMP ROW
      *    CARRY SPACES CURRENCY AND BELONG TO NO AUTHORITY.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 COALESCE(E.CURRCODE, ' '),
                 COUNT(*),
                 COALESCE(SUM(P.TAXWHELD), 0)
             FROM PAYROLL P
             LEFT JOIN EMP E
                    ON E.EMPNO = P.EMPNO
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
             GROUP BY COALESCE(E.CURRCODE, ' ')
             ORDER BY 1
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      /
      ******************************************************************
      * 2000-GATHER-LEGS - THE LIVE PAYROLL TOTALS, THE QUEUED         *
      *                    RETURNS, THE HOLD AND STATUS FLAGS AND THE  *
      *                    REGISTERED FEED LEGS. THE TAX RETURN LEGS   *
      *                    ARE READ PER AUTHORITY IN 2600.             *
      ******************************************************************
       2000-GATHER-LEGS.
                MOVE 0    TO WS-LIVE-COUNT.
                    SELECT
                        COUNT(*),
                        COALESCE(SUM(SALARYPAID + BONUSPAID
                                     + COMMPAID + OTPAID
                                     + ENCASHPAID), 0),
                        COALESCE(SUM(NETPAID), 0)
                    INTO
                        :WS-LIVE-COUNT,
                   THRU    9000-EXIT
                END-IF.

      *         PROOF B IS TAKEN ON THE MONTH VIEW COBGLPST POSTS -
      *         THE PERIOD PLUS THE BIWEEKLY AND WEEKLY PERIODS WHOSE
      *         PAY DATE FALLS IN THE MONTH. A BIWEEKLY OR WEEKLY
      *         PERIOD CARD HAS NO GL LEG OF ITS OWN.
                MOVE ZERO TO WS-MONTH-GROSS.
                IF WS-PYEARMONTH(5:2) > '19'
                   MOVE 'N' TO WS-GL-APPLIES
                ELSE
                   MOVE 'Y' TO WS-GL-APPLIES
                   EXEC SQL
                       SELECT
                           COALESCE(SUM(P.SALARYPAID + P.BONUSPAID
                                        + P.COMMPAID + P.OTPAID
                                        + P.ENCASHPAID), 0)
                       INTO
                           :WS-MONTH-GROSS
                       FROM PAYROLL P
                       WHERE P.PYEARMONTH = :WS-PYEARMONTH
                          OR P.PYEARMONTH IN
                             (SELECT C.PERIOD_NO
                                FROM PAYPCAL C
                               WHERE C.PAYFREQ IN ('B', 'W')
                                 AND SUBSTR(CHAR(C.PAYDATE, ISO), 1, 4)
                                     CONCAT
                                     SUBSTR(CHAR(C.PAYDATE, ISO), 6, 2)
                                     = :WS-PYEARMONTH)
                   END-EXEC
                   IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                MOVE ZERO TO WS-QUEUED-NET.
                EXEC SQL
                    SELECT
                END-IF.

                MOVE SPACES TO WS-PHOLD.
                MOVE SPACES TO WS-PSTATUS.
                EXEC SQL
                    SELECT
                        COALESCE(PHOLD, ' '),
                        PSTATUS
                    INTO
                        :WS-PHOLD,
                        :WS-PSTATUS
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.
                   MOVE WS-LEG-NET TO WS-BNKEX-NET
                END-IF.

                MOVE 'COBBNKIN' TO WS-LEG-PROGRAM.
                PERFORM 2100-READ-LEG
                THRU    2100-EXIT.
                IF LEG-FOUND
                   MOVE 'Y'        TO WS-BNKIN-FOUND
                   MOVE WS-LEG-NET TO WS-BNKIN-NET
                END-IF.

                MOVE 'COBCHQRN' TO WS-LEG-PROGRAM.
                PERFORM 2100-READ-LEG
                THRU    2100-EXIT.
                IF LEG-FOUND
                   MOVE 'Y'        TO WS-CHQRN-FOUND
                   MOVE WS-LEG-NET TO WS-CHQRN-NET
                END-IF.

                MOVE 'COBGLPST' TO WS-LEG-PROGRAM.
                PERFORM 2100-READ-LEG
                THRU    2100-EXIT.
                   MOVE WS-LEG-GROSS TO WS-GLPST-GROSS
                   MOVE WS-LEG-NET   TO WS-GLPST-HELD
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(ONC_AMOUNT), 0)
                    INTO
                        :WS-LIVE-ONCOST
                    FROM ONCOST
                    WHERE PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE 'COBONCST' TO WS-LEG-PROGRAM.
                PERFORM 2100-READ-LEG
                THRU    2100-EXIT.
                IF LEG-FOUND
                   MOVE 'Y'          TO WS-ONCST-FOUND
                   MOVE WS-LEG-GROSS TO WS-ONCST-GROSS
                   MOVE WS-LEG-NET   TO WS-ONCST-HELD
                END-IF.

                IF WS-PYEARMONTH(5:2) > '12'
                   MOVE 'N' TO WS-ACCGL-APPLIES
                ELSE
                   PERFORM 2200-GATHER-ACCOUNT-LEG
                   THRU    2200-EXIT
                END-IF.
       2000-EXIT.
                EXIT.


      /
      ******************************************************************
      * 2200-GATHER-ACCOUNT-LEG - PROOF E. THE MONTH'S ACCOUNT MONEY   *
      *                           MOVED, THROUGH THE LAST DAY COBACCGL *
      *                           HAS FED (ACC_CONTROL 'GLFEEDDT'),    *
      *                           AND THE FEED'S REGISTERED LEG.       *
      ******************************************************************
       2200-GATHER-ACCOUNT-LEG.
                MOVE SPACES TO WS-MONTH-FROM WS-MONTH-TO.
                STRING WS-PYEARMONTH(3:4) '01'
                       DELIMITED BY SIZE
                  INTO WS-MONTH-FROM.
                STRING WS-PYEARMONTH(3:4) '31'
                       DELIMITED BY SIZE
                  INTO WS-MONTH-TO.

                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-FED-AMOUNT
                    FROM ACC_CONTROL
                    WHERE CTL_KEY = 'GLFEEDDT'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-FED-AMOUNT TO WS-FED-DATE
                         IF WS-FED-YMD < WS-MONTH-TO-N
                            MOVE WS-FED-YMD TO WS-MONTH-TO-N
                         END-IF
                    WHEN +100
                         MOVE ZERO TO WS-FED-DATE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(ABS(TXN_AMOUNT)), 0)
                    INTO
                        :WS-LIVE-MOVES
                    FROM ACCOUNT_HISTORY
                    WHERE TXN_DATE BETWEEN :WS-MONTH-FROM-N
                                       AND :WS-MONTH-TO-N
                      AND TXN_AMOUNT <> 0
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE 'COBACCGL' TO WS-LEG-PROGRAM.
                PERFORM 2100-READ-LEG
                THRU    2100-EXIT.
                IF LEG-FOUND
                   MOVE 'Y'          TO WS-ACCGL-FOUND
                   MOVE WS-LEG-GROSS TO WS-ACCGL-GROSS
                   MOVE WS-LEG-NET   TO WS-ACCGL-HELD
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-JUDGE-PROOFS - PRINT EVERY LEG AND THE FIVE PROOFS. A     *
      *                     MISSING OR DISAGREEING LEG WRITES AN       *
      *                     EXCEPTION AND ENDS WITH RETURN CODE 8.     *
      *                     PROOF B IS NOT PROVED ON A BIWEEKLY OR     *
      *                     WEEKLY PERIOD CARD - THOSE PERIODS POST    *
      *                     WITH THEIR PAY-DATE MONTH.                 *
      ******************************************************************
       2400-JUDGE-PROOFS.
                MOVE 'PAYROLL NET (LIVE TABLE)      '
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

      *         THE IN-HOUSE LEG IS REGISTERED BY THE SAME COBBNKEX
      *         RUN AS THE BANK LEG, ZERO WHEN NOBODY IS PAID
      *         IN-HOUSE; ONE NOT ON FILE IS TAKEN AS NIL, SINCE THE
      *         BANK LEG ALREADY ANSWERS FOR A MISSING EXTRACT.
                MOVE 'IN-HOUSE SALARY (REGISTERED)  '
                     TO WS-LEG-LABEL.
                MOVE WS-BNKIN-NET TO WS-LEG-AMOUNT.
                IF WS-BNKIN-FOUND NOT = 'Y'
                   MOVE 'NONE REGISTERED - TAKEN AS NIL'
                        TO WS-LEG-NOTE
                ELSE
                   MOVE SPACES TO WS-LEG-NOTE
                END-IF.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE 'CHEQUE RUN NET (REGISTERED)   '
                     TO WS-LEG-LABEL.
                MOVE WS-CHQRN-NET TO WS-LEG-AMOUNT.
                IF WS-CHQRN-FOUND NOT = 'Y'
                   IF WS-PHOLD = 'H'
                      MOVE 'PERIOD HELD - NOT YET PAID'
                           TO WS-LEG-NOTE
                   ELSE
                      MOVE 'LEG MISSING' TO WS-LEG-NOTE
                      PERFORM 2500-FLAG-LEG
                      THRU    2500-EXIT
                   END-IF
                ELSE
                   MOVE SPACES TO WS-LEG-NOTE
                END-IF.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

      *         INFORMATIONAL ONLY: THE BANK LEG ALREADY CARRIES THE
      *         RETURNED PAYMENTS (COBBNKEX REGISTERS THE FULL
      *         PERIOD), SO THE QUEUE IS NOT PART OF THE EQUALITY -
                THRU    2450-EXIT.

                IF WS-BNKEX-FOUND = 'Y'
                   AND WS-CHQRN-FOUND = 'Y'
                   COMPUTE WS-PROOF-A-RIGHT =
                           WS-BNKEX-NET + WS-BNKIN-NET
                         + WS-CHQRN-NET
                   IF WS-LIVE-NET NOT = WS-PROOF-A-RIGHT
                      MOVE 'NET <> BANK + IN-HOUSE + CHQS'
                           TO WS-LEG-NOTE
                      MOVE 'BANK/CHEQUE LEGS DISAGREE     '
                           TO WS-LEG-LABEL
                      COMPUTE WS-LEG-AMOUNT =
                          WS-LIVE-NET - WS-PROOF-A-RIGHT
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                IF WS-GL-APPLIES = 'N'
                   MOVE 'GL FEED DEBITS (REGISTERED)   '
                        TO WS-LEG-LABEL
                   MOVE ZERO TO WS-LEG-AMOUNT
                   MOVE 'POSTED WITH THE PAY-DATE MONTH'
                        TO WS-LEG-NOTE
                   PERFORM 2450-PRINT-LEG
                   THRU    2450-EXIT
                   GO TO 2400-ONCOST
                END-IF.

                MOVE 'PAYROLL GROSS (MONTH VIEW)    '
                     TO WS-LEG-LABEL.
                MOVE WS-MONTH-GROSS TO WS-LEG-AMOUNT.
                MOVE SPACES         TO WS-LEG-NOTE.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE 'GL FEED DEBITS (REGISTERED)   '
                     TO WS-LEG-LABEL.
                MOVE WS-GLPST-GROSS TO WS-LEG-AMOUNT.
                IF WS-GLPST-FOUND = 'Y'
                   COMPUTE WS-PROOF-B-RIGHT =
                           WS-GLPST-GROSS + WS-GLPST-HELD
                   IF WS-MONTH-GROSS NOT = WS-PROOF-B-RIGHT
                      MOVE 'PAYROLL GROSS <> GL DEBITS'
                           TO WS-LEG-NOTE
                      MOVE 'GL LEG DISAGREES              '
                           TO WS-LEG-LABEL
                      COMPUTE WS-LEG-AMOUNT =
                          WS-MONTH-GROSS - WS-PROOF-B-RIGHT
                      PERFORM 2450-PRINT-LEG
                      THRU    2450-EXIT
                      PERFORM 2500-FLAG-LEG
                   END-IF
                END-IF.

       2400-ONCOST.
                MOVE 'ON-COST STORED (LIVE TABLE)   '
                     TO WS-LEG-LABEL.
                MOVE WS-LIVE-ONCOST TO WS-LEG-AMOUNT.
                MOVE SPACES         TO WS-LEG-NOTE.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE 'ON-COST DEBITS (REGISTERED)   '
                     TO WS-LEG-LABEL.
                MOVE WS-ONCST-GROSS TO WS-LEG-AMOUNT.
                IF WS-ONCST-FOUND NOT = 'Y'
                   MOVE 'LEG MISSING' TO WS-LEG-NOTE
                   PERFORM 2500-FLAG-LEG
                   THRU    2500-EXIT
                ELSE
                   MOVE SPACES TO WS-LEG-NOTE
                END-IF.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE 'ON-COST HELD OUT (UNMAPPED)   '
                     TO WS-LEG-LABEL.
                MOVE WS-ONCST-HELD TO WS-LEG-AMOUNT.
                MOVE SPACES        TO WS-LEG-NOTE.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                IF WS-ONCST-FOUND = 'Y'
                   COMPUTE WS-PROOF-C-RIGHT =
                           WS-ONCST-GROSS + WS-ONCST-HELD
                   IF WS-LIVE-ONCOST NOT = WS-PROOF-C-RIGHT
                      MOVE 'ON-COST STORED <> GL DEBITS'
                           TO WS-LEG-NOTE
                      MOVE 'ON-COST LEG DISAGREES         '
                           TO WS-LEG-LABEL
                      COMPUTE WS-LEG-AMOUNT =
                          WS-LIVE-ONCOST - WS-PROOF-C-RIGHT
                      PERFORM 2450-PRINT-LEG
                      THRU    2450-EXIT
                      PERFORM 2500-FLAG-LEG
                      THRU    2500-EXIT
                   END-IF
                END-IF.

                PERFORM 2600-PROVE-TAX-RETURNS
                THRU    2600-EXIT.

                IF WS-ACCGL-APPLIES = 'Y'
                   PERFORM 2700-PROVE-ACCOUNT-FEED
                   THRU    2700-EXIT
                END-IF.

                IF WS-PAYGN-FOUND NOT = 'Y'
                   MOVE 'GENERATION LEG (COBPAYGN)     '
                        TO WS-LEG-LABEL
       2450-PRINT-LEG.
                PRINT WS-RPT-LEG-LINE.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2450-EXIT.
                EXIT.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PROVE-TAX-RETURNS - PROOF D. FOR EVERY AUTHORITY WITH     *
      *                          PAYROLL ROWS IN THE PERIOD, THE TAX   *
      *                          WITHHELD MUST EQUAL THE TAX DECLARED  *
      *                          ON ITS REGISTERED COBTAXRT RETURN.    *
      ******************************************************************
       2600-PROVE-TAX-RETURNS.
                MOVE SPACES TO END-OF-C1-SWITCH.

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

                PERFORM 2610-FETCH-C1
                THRU    2610-EXIT
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
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-FETCH-C1 - ONE AUTHORITY'S WITHHOLDING AGAINST ITS        *
      *                 RETURN LEG. TAX ON ROWS WITH NO CURRENCY CAN   *
      *                 BE DECLARED TO NO ONE AND IS ALWAYS FLAGGED.   *
      ******************************************************************
       2610-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-TAX-CURRCODE,
                          :WS-TAX-COUNT,
                          :WS-TAX-WITHHELD
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
                   GO TO 2610-EXIT
                END-IF.

                IF WS-TAX-CURRCODE = SPACES
                   IF WS-TAX-WITHHELD NOT = ZERO
                      MOVE 'TAX WITHHELD - NO CURRENCY    '
                           TO WS-LEG-LABEL
                      MOVE WS-TAX-WITHHELD TO WS-LEG-AMOUNT
                      MOVE 'TAX WITH NO AUTHORITY'
                           TO WS-LEG-NOTE
                      PERFORM 2450-PRINT-LEG
                      THRU    2450-EXIT
                      PERFORM 2500-FLAG-LEG
                      THRU    2500-EXIT
                   END-IF
                   GO TO 2610-EXIT
                END-IF.

                MOVE SPACES TO WS-LEG-LABEL.
                STRING 'TAX WITHHELD ' WS-TAX-CURRCODE
                       ' (LIVE TABLE)'
                       DELIMITED BY SIZE
                  INTO WS-LEG-LABEL.
                MOVE WS-TAX-WITHHELD TO WS-LEG-AMOUNT.
                MOVE SPACES          TO WS-LEG-NOTE.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE SPACES TO WS-LEG-PROGRAM.
                STRING 'TAXRT' WS-TAX-CURRCODE
                       DELIMITED BY SIZE
                  INTO WS-LEG-PROGRAM.
                PERFORM 2100-READ-LEG
                THRU    2100-EXIT.

                MOVE SPACES TO WS-LEG-LABEL.
                STRING 'TAX DECLARED ' WS-TAX-CURRCODE
                       ' (REGISTERED)'
                       DELIMITED BY SIZE
                  INTO WS-LEG-LABEL.
                IF LEG-FOUND
                   MOVE WS-LEG-NET TO WS-LEG-AMOUNT
                   MOVE SPACES     TO WS-LEG-NOTE
                ELSE
                   MOVE ZERO       TO WS-LEG-AMOUNT
                   IF WS-PSTATUS NOT = 'C'
                      MOVE 'PERIOD OPEN - RETURN NOT DUE'
                           TO WS-LEG-NOTE
                   ELSE
                      MOVE 'LEG MISSING' TO WS-LEG-NOTE
                      PERFORM 2500-FLAG-LEG
                      THRU    2500-EXIT
                   END-IF
                END-IF.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                IF LEG-FOUND
                   IF WS-LEG-NET NOT = WS-TAX-WITHHELD
                      OR WS-LEG-COUNT NOT = WS-TAX-COUNT
                      MOVE 'TAX WITHHELD <> TAX DECLARED'
                           TO WS-LEG-NOTE
                      MOVE 'TAX RETURN LEG DISAGREES      '
                           TO WS-LEG-LABEL
                      COMPUTE WS-LEG-AMOUNT =
                          WS-TAX-WITHHELD - WS-LEG-NET
                      PERFORM 2450-PRINT-LEG
                      THRU    2450-EXIT
                      PERFORM 2500-FLAG-LEG
                      THRU    2500-EXIT
                   END-IF
                END-IF.
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-PROVE-ACCOUNT-FEED - PROOF E. THE ACCOUNT MONEY MOVED     *
      *                           OVER THE FED DAYS MUST EQUAL THE     *
      *                           COBACCGL DEBITS PLUS THE MOVEMENTS   *
      *                           IT HELD OUT AS UNMAPPED. A MONTH     *
      *                           WITH NO MOVEMENT NEEDS NO LEG.       *
      ******************************************************************
       2700-PROVE-ACCOUNT-FEED.
                MOVE 'ACCOUNT MONEY MOVED (LIVE)    '
                     TO WS-LEG-LABEL.
                MOVE WS-LIVE-MOVES TO WS-LEG-AMOUNT.
                MOVE SPACES        TO WS-LEG-NOTE.
                IF WS-FED-DATE NOT = ZERO
                   STRING 'FED THROUGH ' WS-FED-DATE
                          DELIMITED BY SIZE
                     INTO WS-LEG-NOTE
                END-IF.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE 'ACCOUNT GL DEBITS (REGISTERED)'
                     TO WS-LEG-LABEL.
                MOVE WS-ACCGL-GROSS TO WS-LEG-AMOUNT.
                MOVE SPACES         TO WS-LEG-NOTE.
                IF WS-ACCGL-FOUND NOT = 'Y'
                   AND WS-LIVE-MOVES NOT = ZERO
                   MOVE 'LEG MISSING' TO WS-LEG-NOTE
                   PERFORM 2500-FLAG-LEG
                   THRU    2500-EXIT
                END-IF.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                MOVE 'ACCOUNT GL HELD OUT (UNMAPPED)'
                     TO WS-LEG-LABEL.
                MOVE WS-ACCGL-HELD TO WS-LEG-AMOUNT.
                MOVE SPACES        TO WS-LEG-NOTE.
                PERFORM 2450-PRINT-LEG
                THRU    2450-EXIT.

                IF WS-ACCGL-FOUND = 'Y'
                   COMPUTE WS-PROOF-E-RIGHT =
                           WS-ACCGL-GROSS + WS-ACCGL-HELD
                   IF WS-LIVE-MOVES NOT = WS-PROOF-E-RIGHT
                      MOVE 'ACCOUNT MOVES <> GL DEBITS'
                           TO WS-LEG-NOTE
                      MOVE 'ACCOUNT GL LEG DISAGREES      '
                           TO WS-LEG-LABEL
                      COMPUTE WS-LEG-AMOUNT =
                          WS-LIVE-MOVES - WS-PROOF-E-RIGHT
                      PERFORM 2450-PRINT-LEG
                      THRU    2450-EXIT
                      PERFORM 2500-FLAG-LEG
                      THRU    2500-EXIT
                   END-IF
                END-IF.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
