      *                PROVES), BUILDS THE DAILY BALANCES THROUGH THE
      *                MONTH, AND ACCRUES INTEREST AT THE INTTIER
      *                RATE FOR EACH DAY'S BALANCE. THE INTEREST
      *                POSTS AS A PROPER HISTORY TRANSACTION (THE
      *                ADJUSTMENT POSTING, WITH THE ACCINT KEY AS ITS
      *                REFERENCE FOR THE COBACCGL LEDGER FEED) SO
      *                COBSTMT STATEMENTS SHOW IT, AND AN ACCINT
      *                REGISTER ROW IS WRITTEN FIRST - AN ACCOUNT
      *                ALREADY REGISTERED FOR THE MONTH IS SKIPPED,
      *                SO THE DOUBLE-POSTS THE OLD MANUAL KEYING
      *                PRODUCED CANNOT RECUR. TAX IS WITHHELD FROM
      *                THE INTEREST AT THE INT_WHT_RATE RATE FOR THE
      *                CUSTOMER'S RESIDENCY, RECORDED ON THE ACCINT
      *                ROW AND POSTED AS A SECOND HISTORY TRANSACTION
      *                (REFERENCE 'ACCWHT' AND THE MONTH). PRINTS THE
      *                CONTROL REPORT OF INTEREST PAID BY RATE TIER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  W-NEW-BALANCE          PIC S9(9)V9(2) USAGE COMP-3.
       01  W-TXN-DATE             PIC 9(6).
       01  W-TXN-TIME             PIC 9(8).
       01  W-TXN-REF              PIC X(20).

       01  WS-TXN-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TXN-BALANCE         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-RUN-DAYS            PIC S9(4)      USAGE COMP.
       01  WS-INT-ACCUM           PIC S9(9)V9(6) USAGE COMP-3.
       01  WS-INT-AMOUNT          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-WHT-RATE            PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-WHT-AMOUNT          PIC S9(7)V9(2) USAGE COMP-3.

      *    THE PUBLISHED RATE TIERS, LOADED ASCENDING BY FLOOR.
       01  WS-TIER-COUNT          PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-ZEROINT-COUNT       PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-TOTAL-INTEREST      PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-TOTAL-WHT           PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-SUM-INT          PIC $$,$$$,$$$,$$9.99.
           10 FILLER              PIC X(26)  VALUE SPACES.

       01  WS-RPT-SUMMARY-WHT.
           10 FILLER              PIC X(84)  VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'TAX WITHHELD:   '.
           10 WS-SUM-WHT          PIC $$,$$$,$$$,$$9.99.
           10 FILLER              PIC X(26)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE INTTIER
                END-EXEC.

                EXEC SQL INCLUDE CUSTMST
                END-EXEC.

                EXEC SQL INCLUDE INTWHT
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
       2500-POST-INTEREST.
                MOVE SPACES TO DUP-MONTH-SWITCH.

                PERFORM 2510-CALC-WITHHOLDING
                THRU    2510-EXIT.

                EXEC SQL
                    INSERT INTO ACCINT
                        (
                          , ACC_NO
                          , INTMONTH
                          , INTAMOUNT
                          , WHT_AMOUNT
                        )
                    VALUES
                        (
                          , :W-ACC-NO
                          , :WS-ACCMONTH
                          , :WS-INT-AMOUNT
                          , :WS-WHT-AMOUNT
                        )
                END-EXEC.

                ACCEPT W-TXN-DATE FROM DATE.
                ACCEPT W-TXN-TIME FROM TIME.

      *         THE HISTORY ROW CARRIES ITS ACCINT KEY AS THE
      *         REFERENCE SO THE COBACCGL LEDGER FEED CAN TELL THE
      *         INTEREST FROM AN ORDINARY ADJUSTMENT.
                MOVE SPACES TO W-TXN-REF.
                STRING 'ACCINT' WS-ACCMONTH
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
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-WHT-AMOUNT > ZERO
                   PERFORM 2520-POST-WITHHOLDING
                   THRU    2520-EXIT
                END-IF.

                ADD 1             TO WS-POSTED-COUNT.
                ADD WS-INT-AMOUNT TO WS-TOTAL-INTEREST.
                ADD WS-WHT-AMOUNT TO WS-TOTAL-WHT.
                IF WS-ACCT-TIER > 0
                   ADD 1 TO WS-TIER-ACCTS (WS-ACCT-TIER)
                   ADD WS-INT-AMOUNT
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-CALC-WITHHOLDING - THE TAX TO WITHHOLD FROM THE MONTH'S   *
      *                         INTEREST AT THE RATE FOR THE           *
      *                         CUSTOMER'S RESIDENCY. NO CUSTOMER ROW  *
      *                         OR NO RATE FOR THE RESIDENCY MEANS     *
      *                         NOTHING IS WITHHELD.                   *
      ******************************************************************
       2510-CALC-WITHHOLDING.
                MOVE ZERO TO WS-WHT-RATE.
                MOVE ZERO TO WS-WHT-AMOUNT.

                EXEC SQL
                    SELECT
                        W.WHT_RATE
                    INTO
                        :WS-WHT-RATE
                    FROM CUSTOMER C,
                         INT_WHT_RATE W
                    WHERE C.CUST_NO   = :W-CUST-NO
                      AND W.RESIDENCY = C.RESIDENCY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2510-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-WHT-AMOUNT ROUNDED =
                        WS-INT-AMOUNT * WS-WHT-RATE / 100.

                IF WS-WHT-AMOUNT > WS-INT-AMOUNT
                   MOVE WS-INT-AMOUNT TO WS-WHT-AMOUNT
                END-IF.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-POST-WITHHOLDING - TAKE THE WITHHELD TAX BACK OFF THE     *
      *                         BALANCE AS ITS OWN HISTORY ROW, SO     *
      *                         THE STATEMENT SHOWS GROSS INTEREST     *
      *                         AND TAX SEPARATELY AND THE LEDGER      *
      *                         FEED CAN POST THE TAX LIABILITY.       *
      ******************************************************************
       2520-POST-WITHHOLDING.
                COMPUTE W-ADJ-AMOUNT = ZERO - WS-WHT-AMOUNT.

                EXEC SQL
                    UPDATE ACCOUNT
                       SET ACC_TOTAL = ACC_TOTAL + :W-ADJ-AMOUNT
                     WHERE CUST_NO = :W-CUST-NO
                       AND ACC_NO  = :W-ACC-NO
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
                        ACC_TOTAL
                    INTO
                        :W-NEW-BALANCE
                    FROM ACCOUNT
                    WHERE CUST_NO = :W-CUST-NO
                      AND ACC_NO  = :W-ACC-NO
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ACCEPT W-TXN-DATE FROM DATE.
                ACCEPT W-TXN-TIME FROM TIME.

                MOVE SPACES TO W-TXN-REF.
                STRING 'ACCWHT' WS-ACCMONTH
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
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-PRINT-TIERS - THE CONTROL REPORT OF INTEREST PAID BY      *
                MOVE WS-ZEROINT-COUNT  TO WS-SUM-ZERO.
                MOVE WS-TOTAL-INTEREST TO WS-SUM-INT.
                PRINT WS-RPT-SUMMARY.
                MOVE WS-TOTAL-WHT      TO WS-SUM-WHT.
                PRINT WS-RPT-SUMMARY-WHT.
       2170-EXIT.
                EXIT.

