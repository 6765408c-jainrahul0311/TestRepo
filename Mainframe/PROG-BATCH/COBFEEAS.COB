      *                ACCOUNTS COBDORMT FLAGGED 'D' AND THE LOW-
      *                BALANCE FEE ON ACCOUNTS UNDER THE SCHEDULE'S
      *                FLOOR, WAIVING EITHER WHEN THE BALANCE SITS
      *                BELOW THE WAIVER THRESHOLD. BOTH TESTS USE THE
      *                AVAILABLE BALANCE - ACC_TOTAL LESS ACTIVE
      *                ACC_HOLD HOLDS, PLUS THE CREDIT LIMIT - NOT THE
      *                LEDGER BALANCE. EACH FEE POSTS AS
      *                A PROPER HISTORY TRANSACTION (THE ADJUSTMENT
      *                POSTING, WITH THE ACCFEE KEY AS ITS REFERENCE
      *                FOR THE COBACCGL LEDGER FEED), AFTER AN ACCFEE
      *                REGISTER ROW WHOSE UNIQUE KEY MAKES A RERUN
      *                SKIP INSTEAD OF ASSESSING TWICE. A FEE ABOVE
      *                THE ACC_CONTROL 'ADJLIMIT' DUAL-CONTROL
      *                THRESHOLD DOES NOT POST - IT QUEUES ON
      *                ACC_PENDADJ FOR A SECOND OPERATOR, THE SAME AS
      *                ANY UNUSUAL ADJUSTMENT.
      *                PRINTS THE FEE REGISTER BY FEE TYPE.
      *-----------------------------------------------------------------
      *
       01  W-CUST-NO              PIC X(10).
       01  W-ACC-NO               PIC X(10).
       01  W-ACC-TOTAL            PIC S9(9)V9(2) USAGE COMP-3.
       01  W-ACC-AVAIL            PIC S9(9)V9(2) USAGE COMP-3.
       01  W-ACC-STATUS           PIC X(1).
       01  W-ADJ-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
       01  W-NEW-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  W-TXN-DATE             PIC 9(6).
       01  W-TXN-TIME             PIC 9(8).
       01  W-TXN-REF              PIC X(20).
       01  W-PEND-NO              PIC X(20).

       01  WS-ADJ-LIMIT           PIC S9(9)V9(2) USAGE COMP-3.
                 A.CUST_NO,
                 A.ACC_NO,
                 A.ACC_TOTAL,
                 A.ACC_STATUS,
                 A.ACC_TOTAL + COALESCE(A.CREDLIMIT, 0)
               - COALESCE((SELECT SUM(H.HOLD_AMOUNT)
                             FROM ACC_HOLD H
                            WHERE H.CUST_NO     = A.CUST_NO
                              AND H.ACC_NO      = A.ACC_NO
                              AND H.HSTATUS     = 'A'
                              AND H.EXPIRY_DATE >= CURRENT DATE), 0)
             FROM ACCOUNT A
             WHERE A.ACC_STATUS NOT = 'C'
             ORDER BY A.CUST_NO, A.ACC_NO
                    INTO  :W-CUST-NO,
                          :W-ACC-NO,
                          :W-ACC-TOTAL,
                          :W-ACC-STATUS,
                          :W-ACC-AVAIL
                END-EXEC.

                EVALUATE SQLCODE
      ******************************************************************
      * 2400-TEST-ONE-FEE - DOES THIS SCHEDULE LINE APPLY TO THIS      *
      *                     ACCOUNT THIS MONTH. AN APPLICABLE FEE IS   *
      *                     ASSESSED UNLESS THE AVAILABLE BALANCE      *
      *                     SITS BELOW THE WAIVER THRESHOLD.           *
      ******************************************************************
       2400-TEST-ONE-FEE.
                EVALUATE WS-FEE-TYPE (WS-FEE-SUB)
                         IF W-ACC-STATUS = 'D'
                            GO TO 2400-EXIT
                         END-IF
                         IF W-ACC-AVAIL >= WS-FEE-LIMIT (WS-FEE-SUB)
                            GO TO 2400-EXIT
                         END-IF
                    WHEN OTHER
                         GO TO 2400-EXIT
                END-EVALUATE.

                IF W-ACC-AVAIL < WS-FEE-WAIVE (WS-FEE-SUB)
                   GO TO 2400-EXIT
                END-IF.

                ACCEPT W-TXN-DATE FROM DATE.
                ACCEPT W-TXN-TIME FROM TIME.

      *         THE HISTORY ROW CARRIES ITS ACCFEE KEY AS THE
      *         REFERENCE SO THE COBACCGL LEDGER FEED CAN MAP THE FEE
      *         BY TYPE AND TELL IT FROM AN ORDINARY ADJUSTMENT.
                MOVE SPACES TO W-TXN-REF.
                STRING 'ACCFEE' WS-FEEMONTH WS-C3-TYPE
                       DELIMITED BY SIZE
                  INTO W-TXN-REF.

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
                            :W-CUST-NO
                          , :W-ACC-NO
                          , :W-ADJ-AMOUNT
                          , :W-NEW-BALANCE
                          , :W-TXN-DATE
                          , :W-TXN-TIME
                          , :W-TXN-REF
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
