      *                CUSTOMER IS NOT ON FILE IS FLAGGED AND LANDS
      *                ON EXCPFILE FOR THE COBEXHUB MORNING REPORT.
      *                A CUSTOMER HOLDING SEVERAL ACCOUNTS ALSO GETS
      *                A COMBINED SUMMARY PAGE. A TRANSFER LINE NAMES
      *                THE OTHER ACCOUNT AND THE TRANSFER REFERENCE,
      *                SO BOTH STATEMENTS SHOW WHERE THE MONEY WENT.
      *                UNDER THE LEDGER (CLOSING) BALANCE EACH
      *                STATEMENT SHOWS THE FUNDS HELD AT MONTH END
      *                (ACC_HOLD), THE CREDIT LIMIT AND THE AVAILABLE
      *                BALANCE THEY LEAVE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
                                  PIC 9(4).
       01  WS-FROM-YMD            PIC 9(6).
       01  WS-TO-YMD              PIC 9(6).
       01  WS-MONTH-FIRST         PIC X(10).

       01  WS-CUST-NO             PIC X(10).
       01  WS-ACC-NO              PIC X(10).
       01  WS-ACC-TOTAL           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CRED-LIMIT          PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-TXN-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TXN-BALANCE         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TXN-DATE            PIC 9(6).
       01  WS-TXN-TIME            PIC 9(8).
       01  WS-TXN-REF             PIC X(20).
       01  WS-CTR-CUST-NO         PIC X(10).
       01  WS-CTR-ACC-NO          PIC X(10).

       01  WS-AFTER-SUM           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-MONTH-SUM           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-OPENING             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CLOSING             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-HELD                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-AVAILABLE           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-RUNNING             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TXN-COUNT           PIC 9(5)      USAGE COMP.

           10 WS-TX-AMOUNT        PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-TX-BALANCE       PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-TX-XFER-DIR      PIC X(14).
           10 WS-TX-CTR-CUST      PIC X(10).
           10 WS-TX-CTR-SLASH     PIC X(1).
           10 WS-TX-CTR-ACC       PIC X(10).
           10 WS-TX-REF-LIT       PIC X(5).
           10 WS-TX-REF           PIC X(20).
           10 FILLER              PIC X(14)  VALUE SPACES.

       01  WS-RPT-CLOSING.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'LEDGER BALANCE:    '.
           10 WS-ST-CLOSING       PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ST-VERDICT       PIC X(38).
           10 FILLER              PIC X(56)  VALUE SPACES.

       01  WS-RPT-AVAILABLE.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'HELD FUNDS:        '.
           10 WS-AV-HELD          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'CREDIT LIMIT: '.
           10 WS-AV-LIMIT         PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'AVAILABLE BALANCE: '.
           10 WS-AV-AVAILABLE     PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(28)  VALUE SPACES.

       01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.

       01  WS-RPT-CUSTNAME.
             SELECT
                 A.CUST_NO,
                 A.ACC_NO,
                 A.ACC_TOTAL,
                 COALESCE(A.CREDLIMIT, 0)
             FROM ACCOUNT A
             WHERE A.ACC_STATUS NOT = 'C'
             ORDER BY A.CUST_NO, A.ACC_NO
                 H.TXN_AMOUNT,
                 H.TXN_BALANCE,
                 H.TXN_DATE,
                 H.TXN_TIME,
                 H.TXN_REF,
                 H.CTR_CUST_NO,
                 H.CTR_ACC_NO
             FROM ACCOUNT_HISTORY H
             WHERE H.CUST_NO = :WS-CUST-NO
               AND H.ACC_NO  = :WS-ACC-NO
                    (WS-MONTH-YYMM-N * 100) + 1.
                COMPUTE WS-TO-YMD =
                    (WS-MONTH-YYMM-N * 100) + 31.
                MOVE SPACES TO WS-MONTH-FIRST.
                STRING WS-STMT-MONTH(1:4) '-' WS-STMT-MONTH(5:2) '-01'
                       DELIMITED BY SIZE
                  INTO WS-MONTH-FIRST.

                OPEN OUTPUT STMARCH.
                OPEN EXTEND EXCPFILE.
                    FETCH C1
                    INTO  :WS-CUST-NO,
                          :WS-ACC-NO,
                          :WS-ACC-TOTAL,
                          :WS-CRED-LIMIT
                END-EXEC.

                EVALUATE SQLCODE
      *                        LESS THE MONTH'S ACTIVITY. THE RUNNING  *
      *                        REPLAY OF THE MONTH'S TXN_BALANCES      *
      *                        MUST LAND ON THE CLOSING FIGURE.        *
      *                        HELD = THE HOLDS IN FORCE ON THE LAST   *
      *                        DAY OF THE MONTH; AVAILABLE = CLOSING   *
      *                        LESS HELD PLUS THE CREDIT LIMIT.        *
      ******************************************************************
       2300-BUILD-STATEMENT.
                MOVE ZERO TO WS-AFTER-SUM.
                    WS-ACC-TOTAL - WS-AFTER-SUM.
                COMPUTE WS-OPENING =
                    WS-CLOSING - WS-MONTH-SUM.

                MOVE ZERO TO WS-HELD.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(HOLD_AMOUNT), 0)
                    INTO
                        :WS-HELD
                    FROM ACC_HOLD
                    WHERE CUST_NO      = :WS-CUST-NO
                      AND ACC_NO       = :WS-ACC-NO
                      AND PLACED_DATE  <= DATE(:WS-MONTH-FIRST)
                                          + 1 MONTH - 1 DAY
                      AND EXPIRY_DATE  >= DATE(:WS-MONTH-FIRST)
                                          + 1 MONTH - 1 DAY
                      AND RELEASE_DATE >  DATE(:WS-MONTH-FIRST)
                                          + 1 MONTH - 1 DAY
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                COMPUTE WS-AVAILABLE =
                    WS-CLOSING - WS-HELD + WS-CRED-LIMIT.
                MOVE WS-OPENING TO WS-RUNNING.
                MOVE 0 TO WS-TXN-COUNT.

                MOVE WS-CLOSING TO STMA-BALANCE.
                WRITE STMA-RECORD.

                MOVE WS-HELD       TO WS-AV-HELD.
                MOVE WS-CRED-LIMIT TO WS-AV-LIMIT.
                MOVE WS-AVAILABLE  TO WS-AV-AVAILABLE.
                PRINT WS-RPT-AVAILABLE.

                MOVE 'A'          TO STMA-LINE-TYPE.
                MOVE 0            TO STMA-TXN-DATE STMA-TXN-TIME.
                MOVE WS-HELD      TO STMA-AMOUNT.
                MOVE WS-AVAILABLE TO STMA-BALANCE.
                WRITE STMA-RECORD.

                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.


      /
      ******************************************************************
      * 2400-FETCH-TXN - ONE STATEMENT TRANSACTION LINE. A TRANSFER    *
      *                  LEG SHOWS THE OTHER ACCOUNT - 'TO' ON THE     *
      *                  DEBIT, 'FROM' ON THE CREDIT - AND THE REF.    *
      ******************************************************************
       2400-FETCH-TXN.

                    INTO  :WS-TXN-AMOUNT,
                          :WS-TXN-BALANCE,
                          :WS-TXN-DATE,
                          :WS-TXN-TIME,
                          :WS-TXN-REF,
                          :WS-CTR-CUST-NO,
                          :WS-CTR-ACC-NO
                END-EXEC.

                EVALUATE SQLCODE
                   MOVE WS-TXN-TIME    TO WS-TX-TIME
                   MOVE WS-TXN-AMOUNT  TO WS-TX-AMOUNT
                   MOVE WS-TXN-BALANCE TO WS-TX-BALANCE
                   IF WS-CTR-CUST-NO = SPACES
                      MOVE SPACES TO WS-TX-XFER-DIR  WS-TX-CTR-CUST
                                     WS-TX-CTR-SLASH WS-TX-CTR-ACC
                                     WS-TX-REF-LIT   WS-TX-REF
                   ELSE
                      IF WS-TXN-AMOUNT < 0
                         MOVE 'TRANSFER TO'   TO WS-TX-XFER-DIR
                      ELSE
                         MOVE 'TRANSFER FROM' TO WS-TX-XFER-DIR
                      END-IF
                      MOVE WS-CTR-CUST-NO TO WS-TX-CTR-CUST
                      MOVE '/'            TO WS-TX-CTR-SLASH
                      MOVE WS-CTR-ACC-NO  TO WS-TX-CTR-ACC
                      MOVE ' REF '        TO WS-TX-REF-LIT
                      MOVE WS-TXN-REF     TO WS-TX-REF
                   END-IF
                   PRINT WS-RPT-TXN
                   ADD 1 TO WS-LINE-CTR
                   MOVE 'T'            TO STMA-LINE-TYPE
