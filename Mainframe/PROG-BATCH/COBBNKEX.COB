      *                RETURNED PAYMENT COBBNKRT QUEUED, SENDS A
      *                ZERO-VALUE PRENOTE TEST FOR EACH NEWLY KEYED
      *                ACCOUNT, AND REFUSES TO RUN AT ALL WHILE THE
      *                COBPYREG VARIANCE GATE HOLDS THE PERIOD. A
      *                REGULAR RUN ALSO PAYS EVERY EXPENSE CLAIM
      *                APITPO40 HAS APPROVED, TAX-FREE AND OUTSIDE
      *                PAYROLL, AND MARKS IT PAID BY THE PERIOD SO IT
      *                CAN NEVER BE PAID AGAIN. EVERY DETAIL THAT MOVES
      *                MONEY IS ALSO REGISTERED ON BNKSENT, SO COBBNKST
      *                CAN PROVE THE BANK SETTLED IT. NET PAY AND
      *                RETURNS FOR AN EMPLOYEE WITH NO VERIFIED ACCOUNT
      *                ARE LEFT TO THE COBCHQRN CHEQUE RUN.
      *
      *                AN EMPLOYEE WHO BANKS WITH US AND NAMED AN
      *                IN-HOUSE ACCOUNT ON BANKDET IS NOT PUT ON THE
      *                FILES AT ALL: THE NETPAID IS CREDITED STRAIGHT
      *                TO THE ACCOUNT AS A SALARY CREDIT ON
      *                ACCOUNT_HISTORY (REF 'SALARY' + PERIOD + EMPNO,
      *                WHICH ALSO STOPS A RERUN CREDITING IT TWICE). AN
      *                IN-HOUSE ACCOUNT CLOSED SINCE IT WAS KEYED IS NOT
      *                CREDITED - THE PAY FALLS TO THE CHEQUE RUN AND
      *                THE RUN ENDS RETURN CODE 4. THE COVER REPORT
      *                THEN PROVES THE PERIOD'S NET PAYROLL EQUALS THE
      *                FILES' PERIOD DETAILS PLUS THE IN-HOUSE CREDITS
      *                PLUS WHAT IS LEFT FOR THE CHEQUE RUN (RETURN
      *                CODE 8 IF NOT), AND THE IN-HOUSE CREDITS ARE
      *                REGISTERED ON FEEDCTL AS COBBNKIN BESIDE THE
      *                FILES' OWN COBBNKEX ROW FOR COBFDPRF. A WEEKLY
      *                OR BIWEEKLY PERIOD IS EXTRACTED ON ITS OWN PAY
      *                DATE LIKE ANY OTHER, ITS FREQUENCY CARRIED ON
      *                THE FILE HEADER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  END-OF-C2                     VALUE  'Y'.
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       77  END-OF-BNK-SWITCH      PIC X          VALUE  SPACES.
               88  END-OF-BNK                    VALUE  'Y'.
       77  PROOF-FAIL-SWITCH      PIC X          VALUE  SPACES.
               88  PROOF-FAILED                  VALUE  'Y'.
       77  IN-CREDIT-SWITCH       PIC X          VALUE  SPACES.
               88  IN-HOUSE-CREDITED             VALUE  'Y'.
               88  IN-HOUSE-NOT-OPEN             VALUE  'N'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PHOLD               PIC X(1).
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.
       01  WS-PAYFREQ             PIC X(1)      VALUE 'M'.
       01  WS-PAYDATE             PIC X(10).

      *    THE BANK FILE RECORDS ARE BUILT HERE AND WRITTEN FROM
       01  WS-CURRCODE            PIC X(3).
       01  WS-BANKCODE            PIC X(4).
       01  WS-ACCTNO              PIC X(12).
       01  WS-DEST-TYPE           PIC X(1).
       01  WS-CUST-NO             PIC X(10).
       01  WS-ACC-NO              PIC X(10).

       01  WS-RI-EMPNO            PIC X(6).
       01  WS-RI-PERIOD           PIC X(6).
       01  WS-RI-CURRCODE         PIC X(3).
       01  WS-RI-BANKCODE         PIC X(4).
       01  WS-RI-ACCTNO           PIC X(12).
       01  WS-RI-DEST-TYPE        PIC X(1).
       01  WS-RI-CUST-NO          PIC X(10).
       01  WS-RI-ACC-NO           PIC X(10).
       01  WS-REISSUE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-RI-INHOUSE-COUNT    PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-PN-EMPNO            PIC X(6).
       01  WS-PN-BANKCODE         PIC X(4).
       01  WS-ZERO-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-EX-CLAIM-NO         PIC X(20).
       01  WS-EX-EMPNO            PIC X(6).
       01  WS-EX-AMOUNT           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-EX-CURRCODE         PIC X(3).
       01  WS-EX-BANKCODE         PIC X(4).
       01  WS-EX-ACCTNO           PIC X(12).
       01  WS-EX-DEST-TYPE        PIC X(1).
       01  WS-EX-CUST-NO          PIC X(10).
       01  WS-EX-ACC-NO           PIC X(10).
       01  WS-EXPENSE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-EX-INHOUSE-COUNT    PIC 9(5)      USAGE COMP  VALUE 0.

      *    THE BNKSENT REGISTER KEY OF THE DETAIL BEING ROUTED, SET BY
      *    EACH EXTRACT BEFORE IT ROUTES, AND THE DATE THE BANK IS
      *    EXPECTED TO SETTLE IT.
       01  WS-SENT-TYPE           PIC X(1).
       01  WS-SENT-REF            PIC X(20).
       01  WS-SENT-DATE           PIC X(10).

      *    THE IN-HOUSE SALARY CREDIT BEING POSTED BY
      *    2300-CREDIT-IN-HOUSE, FOR A PERIOD ROW OR A REISSUE.
       01  WS-IN-EMPNO            PIC X(6).
       01  WS-IN-PERIOD           PIC X(6).
       01  WS-IN-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-IN-CUST-NO          PIC X(10).
       01  WS-IN-ACC-NO           PIC X(10).
       01  WS-IN-ACC-STATUS       PIC X(1).
       01  WS-IN-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-IN-TXN-DATE         PIC 9(6).
       01  WS-IN-TXN-TIME         PIC 9(8).
       01  WS-IN-TXN-REF          PIC X(20).
       01  WS-IN-PREFIX           PIC X(12).

      *    THE PERIOD'S IN-HOUSE CREDITS AS THIS RUN POSTED (OR FOUND
      *    AN EARLIER RUN HAD POSTED) THEM, THE PAY LEFT FOR THE
      *    CHEQUE RUN BECAUSE THE ACCOUNT WAS NOT OPEN, AND THE
      *    FIGURES 3600-PROVE-NET-PAY READS BACK FROM THE TABLES.
       01  WS-INHOUSE-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-INHOUSE-NET         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-NOTOPEN-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-NOTOPEN-NET         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-LIVE-COUNT          PIC S9(9)     USAGE COMP.
       01  WS-LIVE-NET            PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-CREDIT-COUNT        PIC S9(9)     USAGE COMP.
       01  WS-CREDIT-NET          PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-CHEQUE-COUNT        PIC S9(9)     USAGE COMP.
       01  WS-CHEQUE-NET          PIC S9(13)V9(2) USAGE COMP-3.
       01  WS-NET-DIFF            PIC S9(13)V9(2) USAGE COMP-3.

      *    ONE SLOT PER OUTPUT FILE: 1=USD 2=CAD 3=EUR 4=HOLDOVER.
       01  WS-FILE-SUB            PIC S9(4)     USAGE COMP.
       01  WS-FILE-TABLE.
       01  WS-TOTAL-DETAILS       PIC 9(7)      USAGE COMP  VALUE 0.

      *    THE PERIOD'S OWN DETAILS AND NET, REGISTERED ON FEEDCTL -
      *    REISSUES, PRENOTES AND EXPENSE CLAIMS SIT OUTSIDE THE
      *    PERIOD PROOF.
       01  WS-PERIOD-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-PERIOD-NET          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-REG-COUNT           PIC S9(9)     USAGE COMP.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RD-YY            PIC 9(2).
           05 WS-RD-MM            PIC 9(2).
           05 WS-RD-DD            PIC 9(2).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).
                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE BNKSENT
                END-EXEC.

                EXEC SQL INCLUDE CHQREG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      *    HOLDOVER FILE, SO THE BANK FILES NEVER SILENTLY DROP
      *    MONEY. THE RECEIVING ACCOUNT IS THE EMPLOYEE'S LATEST
      *    VERIFIED BANKDET ROW - NEVER ONE STILL IN THE PRENOTE
      *    CYCLE. AN EMPLOYEE WITH NO VERIFIED ACCOUNT IS LEFT TO THE
      *    COBCHQRN CHEQUE RUN, AND ONE ALREADY PAID BY CHEQUE FOR THE
      *    PERIOD IS NEVER PAID AGAIN BY A RERUN. A ROW WHOSE VERIFIED
      *    BANKDET ROW NAMES AN IN-HOUSE ACCOUNT (DEST_TYPE 'I') IS
      *    CREDITED TO THAT ACCOUNT INSTEAD OF GOING ON A FILE.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 P.EMPNO,
                 P.NETPAID,
                 COALESCE(E.CURRCODE, ' '),
                 B.BANKCODE,
                 B.ACCTNO,
                 B.DEST_TYPE,
                 B.CUST_NO,
                 B.ACC_NO
             FROM PAYROLL P
             LEFT JOIN EMP E
                    ON E.EMPNO = P.EMPNO
             INNER JOIN BANKDET B
                    ON B.EMPNO   = P.EMPNO
                   AND B.PRENOTE = 'V'
                   AND B.EFFDATE =
                         WHERE B2.EMPNO   = P.EMPNO
                           AND B2.PRENOTE = 'V')
             WHERE P.PYEARMONTH = :WS-PYEARMONTH
               AND NOT EXISTS
                   (SELECT 1 FROM CHQREG Q
                     WHERE Q.EMPNO      = P.EMPNO
                       AND Q.PYEARMONTH = P.PYEARMONTH
                       AND Q.CSOURCE    = 'N')
             ORDER BY P.EMPNO
           END-EXEC.

      *    PERIOD THEY WERE ORIGINALLY PAID FOR. THE AMOUNT IS THE
      *    PAYROLL ROW'S CURRENT NETPAID, NOT THE QUEUED FIGURE, SO A
      *    COBRETRO CORRECTION BETWEEN RETURN AND REISSUE PAYS THE
      *    CORRECTED MONEY. A RETURN FOR AN EMPLOYEE WITH NO VERIFIED
      *    ACCOUNT STAYS QUEUED FOR THE COBCHQRN CHEQUE RUN; ONE FOR AN
      *    EMPLOYEE NOW PAID IN-HOUSE IS CREDITED TO THE ACCOUNT.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 R.EMPNO,
                 R.PYEARMONTH,
                 P.NETPAID,
                 COALESCE(E.CURRCODE, ' '),
                 B.BANKCODE,
                 B.ACCTNO,
                 B.DEST_TYPE,
                 B.CUST_NO,
                 B.ACC_NO
             FROM PAYREISS R
             INNER JOIN PAYROLL P
                     ON P.EMPNO      = R.EMPNO
                    AND P.PYEARMONTH = R.PYEARMONTH
             LEFT JOIN EMP E
                    ON E.EMPNO = R.EMPNO
             INNER JOIN BANKDET B
                    ON B.EMPNO   = R.EMPNO
                   AND B.PRENOTE = 'V'
                   AND B.EFFDATE =
             ORDER BY B.EMPNO, B.EFFDATE
           END-EXEC.

      *    EXPENSE CLAIMS APPROVED FOR PAYMENT, IN THE PAYING CURRENCY
      *    THEY WERE CONVERTED TO AT SUBMISSION, TO THE SAME VERIFIED
      *    ACCOUNT NET PAY GOES TO - ON A FILE, OR CREDITED TO AN
      *    IN-HOUSE ACCOUNT. A CLAIM FOR AN EMPLOYEE WITH NO VERIFIED
      *    ACCOUNT STAYS APPROVED AND UNPAID. A RERUN OF THE SAME
      *    PERIOD PICKS UP AGAIN THE CLAIMS THIS PERIOD ALREADY MARKED
      *    PAID, SINCE THE RERUN'S FILES REPLACE THE FIRST RUN'S; A
      *    CLAIM PAID IN ANY OTHER PERIOD IS NEVER SELECTED.
           EXEC SQL DECLARE C4 CURSOR
             SELECT
                 C.CLAIM_NO,
                 C.EMPNO,
                 C.PAY_AMT,
                 C.PAY_CURR,
                 COALESCE(B.BANKCODE, ' '),
                 COALESCE(B.ACCTNO, ' '),
                 COALESCE(B.DEST_TYPE, ' '),
                 COALESCE(B.CUST_NO, ' '),
                 COALESCE(B.ACC_NO, ' ')
             FROM EXPCLAIM C
             LEFT JOIN BANKDET B
                    ON B.EMPNO   = C.EMPNO
                   AND B.PRENOTE = 'V'
                   AND B.EFFDATE =
                       (SELECT MAX(B2.EFFDATE) FROM BANKDET B2
                         WHERE B2.EMPNO   = C.EMPNO
                           AND B2.PRENOTE = 'V')
             WHERE C.CSTATUS = 'A'
                OR (C.CSTATUS     = 'D'
                AND C.PAID_PERIOD = :WS-PYEARMONTH)
             ORDER BY C.EMPNO, C.CLAIM_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
             PERFORM 1200-WRITE-HEADERS
             THRU    1200-EXIT.

             PERFORM 1400-CLEAR-SENT-REGISTER
             THRU    1400-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2550-EXTRACT-PRENOTES
             THRU    2550-EXIT.

             PERFORM 2600-EXTRACT-EXPENSES
             THRU    2600-EXIT.

             PERFORM 1300-WRITE-TRAILERS
             THRU    1300-EXIT.

             PERFORM 3500-PRINT-COVER
             THRU    3500-EXIT.

             PERFORM 3600-PROVE-NET-PAY
             THRU    3600-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3900-REGISTER-TOTALS
             THRU    3900-EXIT.

             PERFORM 3950-REGISTER-IN-HOUSE
             THRU    3950-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

                    SELECT
                        COALESCE(PHOLD, ' '),
                        COALESCE(RUNTYPE, 'R'),
                        PAYDATE,
                        COALESCE(PAYFREQ, 'M')
                    INTO
                        :WS-PHOLD,
                        :WS-RUNTYPE,
                        :WS-PAYDATE,
                        :WS-PAYFREQ
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.
                         MOVE SPACES TO WS-PHOLD
                         MOVE 'R'    TO WS-RUNTYPE
                         MOVE SPACES TO WS-PAYDATE
                         MOVE 'M'    TO WS-PAYFREQ
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                VARYING WS-FILE-SUB FROM 1 BY 1
                UNTIL   WS-FILE-SUB > 4.

                IF WS-PAYDATE = SPACES
                   STRING '20' WS-RD-YY '-' WS-RD-MM '-' WS-RD-DD
                          DELIMITED BY SIZE
                     INTO WS-SENT-DATE
                ELSE
                   MOVE WS-PAYDATE TO WS-SENT-DATE
                END-IF.

                OPEN OUTPUT BNKUSD BNKCAD BNKEUR BNKOTH.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
                MOVE WS-RUN-TIME   TO BH-FILE-TIME.
                MOVE WS-PYEARMONTH TO BH-PERIOD.
                MOVE WS-RUNTYPE    TO BH-RUNTYPE.
                MOVE WS-PAYFREQ    TO BH-PAYFREQ.

                PERFORM 2900-WRITE-TO-FILE
                THRU    2900-EXIT
       1310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1400-CLEAR-SENT-REGISTER - THIS RUN'S FILES REPLACE ANY        *
      *                            EARLIER RUN'S FOR THE PERIOD, SO    *
      *                            ITS DETAILS STILL AWAITING THE BANK *
      *                            COME OFF THE REGISTER. A DETAIL THE *
      *                            BANK HAS ANSWERED FOR STAYS.        *
      ******************************************************************
       1400-CLEAR-SENT-REGISTER.

                EXEC SQL
                    DELETE FROM BNKSENT
                     WHERE PYEARMONTH = :WS-PYEARMONTH
                       AND SSTATUS    = 'T'
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE DETAIL RECORD PER EMPLOYEE PAID, ROUTED    *
      *                 TO ITS CURRENCY'S FILE, OR ONE SALARY CREDIT   *
      *                 FOR AN EMPLOYEE PAID IN-HOUSE                  *
      ******************************************************************
       2200-FETCH-C1.

                          :WS-NET-AMOUNT,
                          :WS-CURRCODE,
                          :WS-BANKCODE,
                          :WS-ACCTNO,
                          :WS-DEST-TYPE,
                          :WS-CUST-NO,
                          :WS-ACC-NO
                END-EXEC.

                EVALUATE SQLCODE
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C1 AND WS-DEST-TYPE = 'I'
                   MOVE WS-EMPNO      TO WS-IN-EMPNO
                   MOVE WS-PYEARMONTH TO WS-IN-PERIOD
                   MOVE WS-NET-AMOUNT TO WS-IN-AMOUNT
                   MOVE WS-CUST-NO    TO WS-IN-CUST-NO
                   MOVE WS-ACC-NO     TO WS-IN-ACC-NO
                   MOVE SPACES        TO WS-IN-TXN-REF
                   PERFORM 2300-CREDIT-IN-HOUSE
                   THRU    2300-EXIT
                   IF IN-HOUSE-CREDITED
                      ADD 1            TO WS-INHOUSE-COUNT
                      ADD WS-IN-AMOUNT TO WS-INHOUSE-NET
                   END-IF
                   IF IN-HOUSE-NOT-OPEN
                      ADD 1            TO WS-NOTOPEN-COUNT
                      ADD WS-IN-AMOUNT TO WS-NOTOPEN-NET
                   END-IF
                   GO TO 2200-EXIT
                END-IF.

                IF NOT END-OF-C1
                   MOVE SPACES        TO BNK-DETAIL-REC
                   MOVE 'D'           TO BD-RECORD-TYPE
                   MOVE WS-CURRCODE   TO BD-CURRCODE
                   MOVE WS-BANKCODE   TO BD-BANKCODE
                   MOVE WS-ACCTNO     TO BD-ACCTNO
                   ADD 1             TO WS-PERIOD-COUNT
                   ADD WS-NET-AMOUNT TO WS-PERIOD-NET
                   MOVE SPACES       TO WS-SENT-TYPE
                   MOVE SPACES       TO WS-SENT-REF
                   PERFORM 2800-ROUTE-DETAIL
                   THRU    2800-EXIT
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CREDIT-IN-HOUSE - POST ONE NET-PAY CREDIT TO AN IN-HOUSE  *
      *                        ACCOUNT: THE BALANCE AND A SALARY       *
      *                        HISTORY ROW, THE WAY COBINTAC POSTS     *
      *                        INTEREST. THE HISTORY REF IS 'SALARY' + *
      *                        PERIOD + EMPNO, UNLESS THE CALLER SET   *
      *                        ONE (AN EXPENSE CLAIM'S NUMBER); IF A   *
      *                        ROW WITH IT IS ALREADY ON FILE AN       *
      *                        EARLIER RUN PAID IT AND ITS AMOUNT IS   *
      *                        TAKEN AS IS. AN ACCOUNT NO LONGER OPEN  *
      *                        IS NOT CREDITED, SO THE PAY FALLS TO    *
      *                        THE CHEQUE RUN (A CLAIM STAYS APPROVED  *
      *                        AND UNPAID), AND THE RUN ENDS RETURN    *
      *                        CODE 4. NOTHING TO PAY IS NOT POSTED.   *
      ******************************************************************
       2300-CREDIT-IN-HOUSE.
                MOVE SPACES TO IN-CREDIT-SWITCH.

                IF WS-IN-AMOUNT NOT > ZERO
                   GO TO 2300-EXIT
                END-IF.

                IF WS-IN-TXN-REF = SPACES
                   STRING 'SALARY' WS-IN-PERIOD WS-IN-EMPNO
                          DELIMITED BY SIZE
                     INTO WS-IN-TXN-REF
                END-IF.

                EXEC SQL
                    SELECT
                        TXN_AMOUNT
                    INTO
                        :WS-IN-AMOUNT
                    FROM ACCOUNT_HISTORY
                    WHERE TXN_REF = :WS-IN-TXN-REF
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO IN-CREDIT-SWITCH
                         GO TO 2300-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE ACCOUNT
                       SET ACC_TOTAL  = ACC_TOTAL + :WS-IN-AMOUNT
                     WHERE CUST_NO    = :WS-IN-CUST-NO
                       AND ACC_NO     = :WS-IN-ACC-NO
                       AND ACC_STATUS NOT = 'C'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'N' TO IN-CREDIT-SWITCH
                         DISPLAY '++ COBBNKEX - EMPLOYEE ' WS-IN-EMPNO
                                 ' IN-HOUSE ACCOUNT ' WS-IN-CUST-NO
                                 '/' WS-IN-ACC-NO ' IS NOT OPEN ++'
                         IF WS-IN-TXN-REF(1:6) = 'SALARY'
                            DISPLAY '++ COBBNKEX - PAY FOR PERIOD '
                                    WS-IN-PERIOD ' NOT CREDITED, LEFT '
                                    'FOR THE CHEQUE RUN ++'
                         ELSE
                            DISPLAY '++ COBBNKEX - CLAIM '
                                    WS-IN-TXN-REF ' NOT CREDITED, '
                                    'LEFT APPROVED ++'
                         END-IF
                         IF RETURN-CODE < 4
                            MOVE 4 TO RETURN-CODE
                         END-IF
                         GO TO 2300-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        ACC_TOTAL
                    INTO
                        :WS-IN-BALANCE
                    FROM ACCOUNT
                    WHERE CUST_NO = :WS-IN-CUST-NO
                      AND ACC_NO  = :WS-IN-ACC-NO
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ACCEPT WS-IN-TXN-DATE FROM DATE.
                ACCEPT WS-IN-TXN-TIME FROM TIME.

                EXEC SQL
                    INSERT INTO ACCOUNT_HISTORY
                        (
                            CUST_NO
                          , ACC_NO
                          , TXN_AMOUNT
                          , TXN_BALANCE
                          , TXN_DATE
                          , TXN_TIME
                          , TXN_REF
                        )
                    VALUES
                        (
                            :WS-IN-CUST-NO
                          , :WS-IN-ACC-NO
                          , :WS-IN-AMOUNT
                          , :WS-IN-BALANCE
                          , :WS-IN-TXN-DATE
                          , :WS-IN-TXN-TIME
                          , :WS-IN-TXN-REF
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO IN-CREDIT-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-EXTRACT-REISSUES - AFTER THE PERIOD'S OWN DETAILS, PAY    *
      /
      ******************************************************************
      * 2510-FETCH-C2 - ONE QUEUED REISSUE: WRITE ITS DETAIL RECORD    *
      *                 (OR CREDIT IT IN-HOUSE) AND MARK THE QUEUE ROW *
      *                 REISSUED. ONE WHOSE IN-HOUSE ACCOUNT IS NOT    *
      *                 OPEN STAYS QUEUED.                             *
      ******************************************************************
       2510-FETCH-C2.

                          :WS-RI-AMOUNT,
                          :WS-RI-CURRCODE,
                          :WS-RI-BANKCODE,
                          :WS-RI-ACCTNO,
                          :WS-RI-DEST-TYPE,
                          :WS-RI-CUST-NO,
                          :WS-RI-ACC-NO
                END-EXEC.

                EVALUATE SQLCODE
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C2 AND WS-RI-DEST-TYPE = 'I'
                   MOVE WS-RI-EMPNO     TO WS-IN-EMPNO
                   MOVE WS-RI-PERIOD    TO WS-IN-PERIOD
                   MOVE WS-RI-AMOUNT    TO WS-IN-AMOUNT
                   MOVE WS-RI-CUST-NO   TO WS-IN-CUST-NO
                   MOVE WS-RI-ACC-NO    TO WS-IN-ACC-NO
                   MOVE SPACES          TO WS-IN-TXN-REF
                   PERFORM 2300-CREDIT-IN-HOUSE
                   THRU    2300-EXIT
                   IF IN-HOUSE-CREDITED
                      ADD 1 TO WS-RI-INHOUSE-COUNT
                      PERFORM 2520-MARK-REISSUED
                      THRU    2520-EXIT
                   END-IF
                   GO TO 2510-EXIT
                END-IF.

                IF NOT END-OF-C2
                   MOVE SPACES          TO BNK-DETAIL-REC
                   MOVE 'D'             TO BD-RECORD-TYPE
                   MOVE WS-RI-CURRCODE  TO WS-CURRCODE
                   MOVE WS-RI-AMOUNT    TO WS-NET-AMOUNT
                   ADD 1                TO WS-REISSUE-COUNT
                   MOVE 'R'             TO WS-SENT-TYPE
                   MOVE WS-RI-PERIOD    TO WS-SENT-REF
                   PERFORM 2800-ROUTE-DETAIL
                   THRU    2800-EXIT
                   PERFORM 2520-MARK-REISSUED
       2570-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-EXTRACT-EXPENSES - ONE TAX-FREE DETAIL PER APPROVED       *
      *                         EXPENSE CLAIM, MARKED 'E' WITH THE     *
      *                         CLAIM NUMBER, AND THE CLAIM MARKED     *
      *                         PAID BY THIS PERIOD. A SUPPLEMENTAL    *
      *                         RUN LEAVES CLAIMS FOR THE NEXT         *
      *                         REGULAR FILE.                          *
      ******************************************************************
       2600-EXTRACT-EXPENSES.
                IF WS-RUNTYPE NOT = 'R'
                   GO TO 2600-EXIT
                END-IF.

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

                PERFORM 2610-FETCH-C4
                THRU    2610-EXIT
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

       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-FETCH-C4 - ONE APPROVED CLAIM: WRITE ITS DETAIL RECORD,   *
      *                 OR CREDIT IT TO THE IN-HOUSE ACCOUNT UNDER THE *
      *                 CLAIM NUMBER, AND MARK THE CLAIM PAID. A CLAIM *
      *                 WITH NO VERIFIED ACCOUNT, OR WHOSE IN-HOUSE    *
      *                 ACCOUNT IS NOT OPEN, IS LEFT APPROVED.         *
      ******************************************************************
       2610-FETCH-C4.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-EX-CLAIM-NO,
                          :WS-EX-EMPNO,
                          :WS-EX-AMOUNT,
                          :WS-EX-CURRCODE,
                          :WS-EX-BANKCODE,
                          :WS-EX-ACCTNO,
                          :WS-EX-DEST-TYPE,
                          :WS-EX-CUST-NO,
                          :WS-EX-ACC-NO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF END-OF-C4
                   GO TO 2610-EXIT
                END-IF.

                IF WS-EX-DEST-TYPE = 'I'
                   MOVE WS-EX-EMPNO     TO WS-IN-EMPNO
                   MOVE WS-PYEARMONTH   TO WS-IN-PERIOD
                   MOVE WS-EX-AMOUNT    TO WS-IN-AMOUNT
                   MOVE WS-EX-CUST-NO   TO WS-IN-CUST-NO
                   MOVE WS-EX-ACC-NO    TO WS-IN-ACC-NO
                   MOVE WS-EX-CLAIM-NO  TO WS-IN-TXN-REF
                   PERFORM 2300-CREDIT-IN-HOUSE
                   THRU    2300-EXIT
                   IF IN-HOUSE-CREDITED
                      ADD 1 TO WS-EX-INHOUSE-COUNT
                      PERFORM 2620-MARK-CLAIM-PAID
                      THRU    2620-EXIT
                   END-IF
                   IF IN-HOUSE-NOT-OPEN
                      ADD 1 TO WS-NOACCT-COUNT
                   END-IF
                   GO TO 2610-EXIT
                END-IF.

                IF WS-EX-ACCTNO = SPACES
                   ADD 1 TO WS-NOACCT-COUNT
                   GO TO 2610-EXIT
                END-IF.

                IF NOT END-OF-C4
                   MOVE SPACES          TO BNK-DETAIL-REC
                   MOVE 'D'             TO BD-RECORD-TYPE
                   MOVE WS-EX-EMPNO     TO BD-EMPNO
                   MOVE WS-EX-AMOUNT    TO BD-AMOUNT
                   MOVE WS-EX-CURRCODE  TO BD-CURRCODE
                   MOVE WS-EX-BANKCODE  TO BD-BANKCODE
                   MOVE WS-EX-ACCTNO    TO BD-ACCTNO
                   MOVE 'E'             TO BD-PAYTYPE
                   MOVE WS-EX-CLAIM-NO  TO BD-REFERENCE
                   MOVE WS-EX-CURRCODE  TO WS-CURRCODE
                   MOVE WS-EX-AMOUNT    TO WS-NET-AMOUNT
                   ADD 1                TO WS-EXPENSE-COUNT
                   MOVE 'E'             TO WS-SENT-TYPE
                   MOVE WS-EX-CLAIM-NO  TO WS-SENT-REF
                   PERFORM 2800-ROUTE-DETAIL
                   THRU    2800-EXIT
                   PERFORM 2620-MARK-CLAIM-PAID
                   THRU    2620-EXIT
                END-IF.

       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2620-MARK-CLAIM-PAID - THE CLAIM CARRIES THE PERIOD THAT PAID  *
      *                        IT, FOR COBEXPGL AND FOR EVERY LATER    *
      *                        RUN TO STEER CLEAR OF                   *
      ******************************************************************
       2620-MARK-CLAIM-PAID.

                EXEC SQL
                    UPDATE EXPCLAIM
                       SET CSTATUS     = 'D'
                         , PAID_PERIOD = :WS-PYEARMONTH
                     WHERE CLAIM_NO    = :WS-EX-CLAIM-NO
                       AND (CSTATUS    = 'A'
                        OR  PAID_PERIOD = :WS-PYEARMONTH)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2620-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-ROUTE-DETAIL - THE DETAIL JUST BUILT GOES TO ITS          *
      *                     CURRENCY'S FILE AND INTO THAT FILE'S       *
      *                     COUNT AND HASH. AN UNKNOWN CURRENCY GOES   *
      *                     TO THE HOLDOVER FILE. ALL BUT A PRENOTE    *
      *                     GOES ON THE BNKSENT REGISTER.              *
      ******************************************************************
       2800-ROUTE-DETAIL.
                EVALUATE WS-CURRCODE
                ADD 1 TO WS-WRITE-COUNT (WS-FILE-SUB).
                ADD 1 TO WS-TOTAL-DETAILS.
                ADD WS-NET-AMOUNT TO WS-WRITE-HASH (WS-FILE-SUB).

                IF BD-PRENOTE NOT = 'P'
                   PERFORM 2850-REGISTER-SENT
                   THRU    2850-EXIT
                END-IF.
       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-REGISTER-SENT - ONE BNKSENT ROW AWAITING THE BANK'S       *
      *                      SETTLEMENT. A ROW ALREADY ON FILE IS ONE  *
      *                      THE BANK ANSWERED FOR BEFORE THIS RERUN   *
      *                      AND IS LEFT AS IT IS.                     *
      ******************************************************************
       2850-REGISTER-SENT.

                EXEC SQL
                    INSERT INTO BNKSENT
                        (
                            EMPNO
                          , PYEARMONTH
                          , PAYTYPE
                          , PAYREF
                          , AMOUNT
                          , CURRCODE
                          , SENT_DATE
                          , SSTATUS
                          , STL_DATE
                          , STL_AMOUNT
                        )
                    VALUES
                        (
                            :BD-EMPNO
                          , :WS-PYEARMONTH
                          , :WS-SENT-TYPE
                          , :WS-SENT-REF
                          , :WS-NET-AMOUNT
                          , :WS-CURRCODE
                          , :WS-SENT-DATE
                          , 'T'
                          , NULL
                          , 0
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -803
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-TO-FILE - THE 80-BYTE IMAGE IN BNK-HEADER-REC GOES  *
                MOVE ZERO             TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'REISSUES CREDITED IN-HOUSE: ' TO WS-PRF-LABEL.
                MOVE WS-RI-INHOUSE-COUNT TO WS-PRF-COUNT.
                MOVE ZERO             TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'PRENOTE TESTS INCLUDED:     ' TO WS-PRF-LABEL.
                MOVE WS-PRENOTE-COUNT TO WS-PRF-COUNT.
                MOVE ZERO             TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'EXPENSE CLAIMS INCLUDED:    ' TO WS-PRF-LABEL.
                MOVE WS-EXPENSE-COUNT TO WS-PRF-COUNT.
                MOVE ZERO             TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'CLAIMS CREDITED IN-HOUSE:   ' TO WS-PRF-LABEL.
                MOVE WS-EX-INHOUSE-COUNT TO WS-PRF-COUNT.
                MOVE ZERO             TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'CLAIMS HELD - NO ACCOUNT:   ' TO WS-PRF-LABEL.
                MOVE WS-NOACCT-COUNT  TO WS-PRF-COUNT.
                MOVE ZERO             TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.
       3520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3600-PROVE-NET-PAY - PROVE THE PERIOD'S NET PAYROLL, READ      *
      *                      LIVE FROM PAYROLL, EQUALS THE FILES'      *
      *                      PERIOD DETAILS PLUS THE IN-HOUSE SALARY   *
      *                      CREDITS READ BACK FROM ACCOUNT_HISTORY    *
      *                      PLUS THE NET LEFT FOR THE COBCHQRN CHEQUE *
      *                      RUN (NEITHER ON BNKSENT NOR CREDITED).    *
      *                      THE CREDITS READ BACK MUST ALSO EQUAL     *
      *                      THOSE THIS RUN POSTED OR FOUND. ANY       *
      *                      DIFFERENCE HOLDS RELEASE WITH RETURN      *
      *                      CODE 8.                                   *
      ******************************************************************
       3600-PROVE-NET-PAY.
                STRING 'SALARY' WS-PYEARMONTH
                       DELIMITED BY SIZE
                  INTO WS-IN-PREFIX.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        COALESCE(SUM(NETPAID), 0)
                    INTO
                        :WS-LIVE-COUNT,
                        :WS-LIVE-NET
                    FROM PAYROLL
                    WHERE PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        COALESCE(SUM(TXN_AMOUNT), 0)
                    INTO
                        :WS-CREDIT-COUNT,
                        :WS-CREDIT-NET
                    FROM ACCOUNT_HISTORY
                    WHERE SUBSTR(TXN_REF, 1, 12) = :WS-IN-PREFIX
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        COALESCE(SUM(P.NETPAID), 0)
                    INTO
                        :WS-CHEQUE-COUNT,
                        :WS-CHEQUE-NET
                    FROM PAYROLL P
                    WHERE P.PYEARMONTH = :WS-PYEARMONTH
                      AND NOT EXISTS
                          (SELECT 1 FROM BNKSENT S
                            WHERE S.EMPNO      = P.EMPNO
                              AND S.PYEARMONTH = P.PYEARMONTH
                              AND S.PAYTYPE    = ' ')
                      AND NOT EXISTS
                          (SELECT 1 FROM ACCOUNT_HISTORY H
                            WHERE H.TXN_REF =
                                  'SALARY' || P.PYEARMONTH || P.EMPNO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-NET-DIFF = WS-LIVE-NET
                                    - WS-PERIOD-NET
                                    - WS-CREDIT-NET
                                    - WS-CHEQUE-NET.

                MOVE 'NET PAYROLL FOR THE PERIOD: ' TO WS-PRF-LABEL.
                MOVE WS-LIVE-COUNT    TO WS-PRF-COUNT.
                MOVE WS-LIVE-NET      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'PERIOD PAY ON THE FILES:    ' TO WS-PRF-LABEL.
                MOVE WS-PERIOD-COUNT  TO WS-PRF-COUNT.
                MOVE WS-PERIOD-NET    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'SALARY CREDITED IN-HOUSE:   ' TO WS-PRF-LABEL.
                MOVE WS-CREDIT-COUNT  TO WS-PRF-COUNT.
                MOVE WS-CREDIT-NET    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'LEFT FOR THE CHEQUE RUN:    ' TO WS-PRF-LABEL.
                MOVE WS-CHEQUE-COUNT  TO WS-PRF-COUNT.
                MOVE WS-CHEQUE-NET    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE '  OF WHICH IN-HOUSE NOT OPEN' TO WS-PRF-LABEL.
                MOVE WS-NOTOPEN-COUNT TO WS-PRF-COUNT.
                MOVE WS-NOTOPEN-NET   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                MOVE 'DIFFERENCE:                 ' TO WS-PRF-LABEL.
                MOVE ZERO             TO WS-PRF-COUNT.
                MOVE WS-NET-DIFF      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                IF WS-NET-DIFF NOT = ZERO
                   OR WS-CREDIT-COUNT NOT = WS-INHOUSE-COUNT
                   OR WS-CREDIT-NET   NOT = WS-INHOUSE-NET
                   MOVE 'NET PAY OUT OF BALANCE - RELEASE NOTHING'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE 'NET PAY FULLY ACCOUNTED FOR - RELEASE'
                        TO WS-VERDICT
                END-IF.
                PRINT WS-RPT-VERDICT.
       3600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
                END-EVALUATE.
       3900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3950-REGISTER-IN-HOUSE - THE PERIOD'S IN-HOUSE SALARY CREDITS, *
      *                          AS READ BACK FROM ACCOUNT_HISTORY,    *
      *                          GO ON FEEDCTL AS THEIR OWN LEG        *
      *                          (COBBNKIN) SO COBFDPRF CAN PROVE NET  *
      *                          PAY = FILES + IN-HOUSE + CHEQUES. THE *
      *                          ROW IS REPLACED IN FULL LIKE THE      *
      *                          FILES' OWN.                           *
      ******************************************************************
       3950-REGISTER-IN-HOUSE.
                MOVE WS-CREDIT-COUNT TO WS-REG-COUNT.

                EXEC SQL
                    DELETE FROM FEEDCTL
                     WHERE FEED_PROGRAM = 'COBBNKIN'
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
                            'COBBNKIN'
                          , :WS-PYEARMONTH
                          , :WS-REG-COUNT
                          , :WS-CREDIT-NET
                          , :WS-CREDIT-NET
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
       3950-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
