               INCLUDE ACCCTL
           END-EXEC.

           EXEC SQL
               INCLUDE STNDORD
           END-EXEC.

           EXEC SQL
               INCLUDE ACCHOLD
           END-EXEC.

           EXEC SQL
               INCLUDE AMLCASE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           01 W-PROJ-BALANCE          PIC S9(9)V9(2) COMP-3.
           01 W-NEG-LIMIT             PIC S9(9)V9(2) COMP-3.
           01 W-ABS-AMOUNT            PIC S9(9)V9(2) COMP-3.

      *    HOLDS AND EARMARKS (CMD-14 TO CMD-16). A DEBIT MAY NOT
      *    SPEND HELD FUNDS EITHER: THE AVAILABLE BALANCE IS ACC_TOTAL
      *    LESS THE ACTIVE, UNEXPIRED ACC_HOLD ROWS, PLUS THE CREDIT
      *    LIMIT. A CREDIT IS NEVER REFUSED FOR A HOLD.
           01 W-HELD-AMOUNT           PIC S9(9)V9(2) COMP-3.
           01 W-PROJ-AVAIL            PIC S9(9)V9(2) COMP-3.
           01 W-AVAIL-BAL             PIC S9(9)V9(2) COMP-3.
           01 W-HOLD-NO               PIC X(20).
           01 W-HOLD-AMOUNT           PIC S9(9)V9(2) COMP-3.
           01 W-HOLD-REASON           PIC X(4).
           01 W-HOLD-EXPIRY           PIC X(10).
           01 W-HOLD-COUNT            PIC S9(4) USAGE COMP.
           01 W-LIST-PLACED-BY        PIC X(8).
           01 W-LIST-PLACED-DATE      PIC X(10).
           01 W-LIST-EXPIRY           PIC X(10).
           01 W-LIST-REASON           PIC X(4).
           01 W-LIST-STATUS           PIC X(1).

      *    TRANSACTION-MONITORING CASE CLOSE (CMD-17). COBTXMON RAISES
      *    THE CASES; COMPLIANCE CLOSES THEM WITH A DISPOSITION.
           01 W-CASE-NO               PIC X(20).
           01 W-CASE-DISP             PIC X(4).
           01 W-CASE-NOTE             PIC X(40).
           01 W-PEND-NO               PIC X(20).
           01 W-PEND-STATUS           PIC X(1).
           01 W-SAME-MAKER            PIC X(1).
      *    HISTORY REPLAY COBACCHK PROVES STAYS PROVABLE.
           01 W-CSTATUS               PIC X(1).
           01 W-PEND-COUNT            PIC S9(4) USAGE COMP.
           01 W-ACC-CURR              PIC X(3).

      *    ACCOUNT-TO-ACCOUNT TRANSFER WORKAREAS (CMD-09). BOTH LEGS
      *    POST INSIDE ONE SAVEPOINT - A REFUSED OR FAILED CREDIT LEG
      *    ROLLS THE DEBIT LEG BACK, SO MONEY IS NEVER LEFT HALF
      *    MOVED. BOTH HISTORY ROWS CARRY THE TRANSFER REFERENCE AND
      *    THE OTHER ACCOUNT. A QUEUED TRANSFER PARKS ON ACC_PENDADJ
      *    AGAINST THE DEBIT ACCOUNT WITH THE CREDIT ACCOUNT IN
      *    CTR_CUST_NO/CTR_ACC_NO, AND ITS PEND-NO BECOMES THE
      *    TRANSFER REFERENCE WHEN IT IS APPROVED.
           01 W-XFER-FROM-CUST        PIC X(10).
           01 W-XFER-FROM-ACC         PIC X(10).
           01 W-XFER-TO-CUST          PIC X(10).
           01 W-XFER-TO-ACC           PIC X(10).
           01 W-XFER-AMOUNT           PIC S9(9)V9(2) COMP-3.
           01 W-XFER-REF              PIC X(20).
      *    THE LAST SIX BYTES OF A TRANSFER OR PEND-NO REFERENCE - THE
      *    FROM CUSTOMER, OR THE CALLER'S OWN KEY WHEN IT SENDS ONE.
           01 W-XFER-KEY              PIC X(6).
           01 W-XFER-FROM-BAL         PIC S9(9)V9(2) COMP-3.
           01 W-FROM-STATUS           PIC X(1).
           01 W-FROM-CURR             PIC X(3).
           01 W-TO-STATUS             PIC X(1).
           01 W-TO-CURR               PIC X(3).
           01 W-CTR-CUST-NO           PIC X(10).
           01 W-CTR-ACC-NO            PIC X(10).
           01 W-REFUSE-MSG            PIC X(40).

      *    STANDING-ORDER WORKAREAS (CMD-10 TO CMD-13). AN ORDER IS
      *    SET UP AGAINST THE SAME LEG RULES AS A TRANSFER, AND EACH
      *    EXECUTION IS A CMD-09 TRANSFER MADE BY COBSOEXE - SO AN
      *    ORDER IS NEVER HELD TO LOOSER RULES THAN THE TELLER.
           01 W-SO-NO                 PIC X(20).
           01 W-SO-AMOUNT             PIC S9(9)V9(2) COMP-3.
           01 W-SO-FREQ               PIC X(1).
           01 W-SO-DAY                PIC S9(4) USAGE COMP.
           01 W-SO-NEXT-DUE           PIC X(10).
           01 W-SO-OLD-DUE            PIC X(10).
           01 W-SO-END-DATE           PIC X(10).
           01 W-SO-STATUS             PIC X(1).
           01 W-SO-NEW-STATUS         PIC X(1).
           01 W-SO-TODAY              PIC X(10).
           01 W-SO-DATE8              PIC 9(8).
           01 W-SO-DATE8-X REDEFINES W-SO-DATE8.
               05 W-SO-D8-YYYY        PIC X(4).
               05 W-SO-D8-MM          PIC X(2).
               05 W-SO-D8-DD          PIC X(2).
           01 W-SO-CHK-DATE           PIC X(10).
           01 W-SO-CHK-DATE-X REDEFINES W-SO-CHK-DATE.
               05 W-SO-CHK-YYYY       PIC 9(4).
               05 W-SO-CHK-DASH1      PIC X(1).
               05 W-SO-CHK-MM         PIC 9(2).
               05 W-SO-CHK-DASH2      PIC X(1).
               05 W-SO-CHK-DD         PIC 9(2).
           77 SO-DATE-SWITCH          PIC X     VALUE SPACES.
               88 SO-DATE-BAD                   VALUE 'Y'.

           01 W-LIST-PEND-NO          PIC X(20).
           01 W-LIST-CUST-NO          PIC X(10).
               88 END-OF-C3                     VALUE 'Y'.
           77 END-OF-C4-SWITCH        PIC X     VALUE SPACES.
               88 END-OF-C4                     VALUE 'Y'.
           77 END-OF-C5-SWITCH        PIC X     VALUE SPACES.
               88 END-OF-C5                     VALUE 'Y'.

           EXEC SQL
               DECLARE C3 CURSOR FOR
               ORDER BY MADE_DATE, MADE_TIME
           END-EXEC.

           EXEC SQL
               DECLARE C5 CURSOR FOR
               SELECT
                   HOLD_NO
                 , HOLD_AMOUNT
                 , REASON_CODE
                 , PLACED_BY
                 , CHAR(PLACED_DATE, ISO)
                 , CHAR(EXPIRY_DATE, ISO)
                 , HSTATUS
               FROM ACC_HOLD
               WHERE CUST_NO = :W-CUST-NO
                 AND ACC_NO  = :W-ACC-NO
               ORDER BY CASE HSTATUS WHEN 'A' THEN 0 ELSE 1 END,
                        PLACED_DATE DESC, HOLD_NO DESC
           END-EXEC.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
           05 CMD07-CUST-NO      PIC X(10).
           05 CMD07-ACC-NO       PIC X(10).
           05 CMD07-DEPOSIT      PIC S9(9)V9(2).
           05 CMD07-CURRCODE     PIC X(3).
           05 FILLER             PIC X(478).
       01 CMD08-DATA-IN REDEFINES DATA-IN.
           05 CMD08-CUST-NO      PIC X(10).
           05 CMD08-ACC-NO       PIC X(10).
           05 FILLER             PIC X(492).
       01 CMD09-DATA-IN REDEFINES DATA-IN.
           05 CMD09-FROM-CUST-NO PIC X(10).
           05 CMD09-FROM-ACC-NO  PIC X(10).
           05 CMD09-TO-CUST-NO   PIC X(10).
           05 CMD09-TO-ACC-NO    PIC X(10).
           05 CMD09-AMOUNT       PIC S9(9)V9(2).
      *        ** SPACES = KEY THE REFERENCE ON THE FROM CUSTOMER. A
      *        ** BATCH CALLER MAKING MANY TRANSFERS A SECOND SENDS A
      *        ** RUN SEQUENCE SO NO TWO REFERENCES CAN MATCH.
           05 CMD09-REF-KEY      PIC X(6).
           05 FILLER             PIC X(455).
       01 CMD10-DATA-IN REDEFINES DATA-IN.
           05 CMD10-FROM-CUST-NO PIC X(10).
           05 CMD10-FROM-ACC-NO  PIC X(10).
           05 CMD10-TO-CUST-NO   PIC X(10).
           05 CMD10-TO-ACC-NO    PIC X(10).
           05 CMD10-AMOUNT       PIC S9(9)V9(2).
           05 CMD10-FREQ         PIC X(1).
           05 CMD10-FIRST-DUE    PIC X(10).
           05 CMD10-END-DATE     PIC X(10).
           05 FILLER             PIC X(440).
      *        ** ZERO OR SPACES LEAVE A FIELD AS IT IS
       01 CMD11-DATA-IN REDEFINES DATA-IN.
           05 CMD11-SO-NO        PIC X(20).
           05 CMD11-AMOUNT       PIC S9(9)V9(2).
           05 CMD11-FREQ         PIC X(1).
           05 CMD11-NEXT-DUE     PIC X(10).
           05 CMD11-END-DATE     PIC X(10).
           05 FILLER             PIC X(460).
      *        ** ACTION 'S' = SUSPEND, 'R' = RESUME
       01 CMD12-DATA-IN REDEFINES DATA-IN.
           05 CMD12-SO-NO        PIC X(20).
           05 CMD12-ACTION       PIC X(1).
           05 FILLER             PIC X(491).
       01 CMD13-DATA-IN REDEFINES DATA-IN.
           05 CMD13-SO-NO        PIC X(20).
           05 FILLER             PIC X(492).
      *        ** EXPIRY SPACES = UNTIL RELEASED
       01 CMD14-DATA-IN REDEFINES DATA-IN.
           05 CMD14-CUST-NO      PIC X(10).
           05 CMD14-ACC-NO       PIC X(10).
           05 CMD14-AMOUNT       PIC S9(9)V9(2).
           05 CMD14-REASON       PIC X(4).
           05 CMD14-EXPIRY       PIC X(10).
           05 FILLER             PIC X(467).
       01 CMD15-DATA-IN REDEFINES DATA-IN.
           05 CMD15-HOLD-NO      PIC X(20).
           05 FILLER             PIC X(492).
       01 CMD16-DATA-IN REDEFINES DATA-IN.
           05 CMD16-CUST-NO      PIC X(10).
           05 CMD16-ACC-NO       PIC X(10).
           05 FILLER             PIC X(492).
       01 CMD17-DATA-IN REDEFINES DATA-IN.
           05 CMD17-CASE-NO      PIC X(20).
           05 CMD17-DISPOSITION  PIC X(4).
           05 CMD17-NOTE         PIC X(40).
           05 FILLER             PIC X(448).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-ACC-TOTAL         PIC S9(9)V9(2).
           05 CMD01-ACC-STATUS        PIC X(1).
           05 CMD01-AVAIL-BAL         PIC S9(9)V9(2).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-PEND-NO-OUT       PIC X(20).
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
               10 CMD04-MAKER         PIC X(8).
           05 CMD04-PEND-COUNT        PIC S9(4).
           05 CMD04-MORE-PEND         PIC X(1).
       01 CMD09-DATA-OUT REDEFINES DATA-OUT.
      *        ** THE TRANSFER REFERENCE, OR THE PEND-NO WHEN QUEUED
           05 CMD09-XFER-REF          PIC X(20).
           05 CMD09-FROM-BALANCE      PIC S9(9)V9(2).
           05 CMD09-TO-BALANCE        PIC S9(9)V9(2).
       01 CMD10-DATA-OUT REDEFINES DATA-OUT.
           05 CMD10-SO-NO-OUT         PIC X(20).
       01 CMD14-DATA-OUT REDEFINES DATA-OUT.
           05 CMD14-HOLD-NO-OUT       PIC X(20).
       01 CMD16-DATA-OUT REDEFINES DATA-OUT.
           05 CMD16-HOLD OCCURS 20 TIMES.
               10 CMD16-HOLD-NO       PIC X(20).
               10 CMD16-AMOUNT        PIC S9(9)V9(2).
               10 CMD16-REASON        PIC X(4).
               10 CMD16-PLACED-BY     PIC X(8).
               10 CMD16-PLACED-DATE   PIC X(10).
               10 CMD16-EXPIRY        PIC X(10).
               10 CMD16-STATUS        PIC X(1).
           05 CMD16-HOLD-COUNT        PIC S9(4).
           05 CMD16-MORE-HOLDS        PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      *             (DUAL CONTROL REFUSED), 5 = BALANCE CHANGED
      *             UNDERNEATH THE COMMAND (RE-READ AND RETRY),
      *             6 = POSTING WOULD BREACH THE ACCOUNT'S CREDIT
      *             LIMIT OR SPEND HELD FUNDS - A DEBIT BEYOND THE
      *             AVAILABLE BALANCE (REFUSED, ERROR BLOCK FILLED),
      *             7 = ACCOUNT
      *             ALREADY ON FILE OR CUSTOMER NOT ACTIVE (OPEN
      *             REFUSED), 8 = BALANCE NOT ZERO, ADJUSTMENTS
      *             STILL PENDING OR HOLDS STILL ACTIVE (CLOSE
      *             REFUSED), 9 = TRANSFER
      *             REFUSED - AN ACCOUNT IS CLOSED OR DORMANT, THE
      *             CURRENCIES DIFFER, BOTH LEGS ARE THE SAME ACCOUNT
      *             OR THE AMOUNT IS NOT POSITIVE - OR A STANDING
      *             ORDER IS REFUSED FOR THOSE REASONS, A BAD
      *             FREQUENCY OR DATE, OR A STATUS THAT DOES NOT
      *             ALLOW THE CHANGE - OR A HOLD IS REFUSED FOR A
      *             BAD AMOUNT, REASON OR DATE, A CLOSED ACCOUNT, OR
      *             A HOLD NO LONGER ACTIVE - OR A MONITORING CASE
      *             CLOSE IS REFUSED FOR A BAD DISPOSITION OR A
      *             MISSING NOTE (ERROR BLOCK SAYS WHICH).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
                      PERFORM CMD-08
                      THRU    CMD-08-EXIT
                   END-IF
               WHEN 9
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-09
                      THRU    CMD-09-EXIT
                   END-IF
               WHEN 10
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-10
                      THRU    CMD-10-EXIT
                   END-IF
               WHEN 11
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-11
                      THRU    CMD-11-EXIT
                   END-IF
               WHEN 12
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-12
                      THRU    CMD-12-EXIT
                   END-IF
               WHEN 13
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-13
                      THRU    CMD-13-EXIT
                   END-IF
               WHEN 14
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-14
                      THRU    CMD-14-EXIT
                   END-IF
               WHEN 15
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-15
                      THRU    CMD-15-EXIT
                   END-IF
               WHEN 16
                   PERFORM CMD-16
               WHEN 17
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-17
                      THRU    CMD-17-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
      * CMD-01 - ACCOUNT INQUIRY. THE BALANCE COMES BACK WITH THE
      *          DORMANCY STATUS ('D' = DORMANT, SET BY COBDORMT) SO
      *          THE FRONT END CAN WARN BEFORE TRANSACTING ON A
      *          DORMANT ACCOUNT, AND WITH THE AVAILABLE BALANCE - THE
      *          MOST A DEBIT CAN TAKE AFTER HOLDS AND OVERDRAFT.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE DATA-IN TO DCL-ACCOUNT.

       COPY CPACCPRO.

           IF SQLCODE = 0
              EXEC SQL
                  SELECT
                      A.ACC_TOTAL + COALESCE(A.CREDLIMIT, 0)
                    - COALESCE((SELECT SUM(H.HOLD_AMOUNT)
                                  FROM ACC_HOLD H
                                 WHERE H.CUST_NO     = A.CUST_NO
                                   AND H.ACC_NO      = A.ACC_NO
                                   AND H.HSTATUS     = 'A'
                                   AND H.EXPIRY_DATE >= CURRENT DATE),
                               0)
                  INTO
                      :W-AVAIL-BAL
                  FROM ACCOUNT A
                  WHERE A.CUST_NO = :W-CUST-NO
                    AND A.ACC_NO  = :W-ACC-NO
                  FETCH FIRST ROW ONLY
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES                  TO DATA-OUT
                   MOVE W-ACC-TOTAL             TO CMD01-ACC-TOTAL
                   MOVE W-ACC-STATUS            TO CMD01-ACC-STATUS
                   MOVE W-AVAIL-BAL             TO CMD01-AVAIL-BAL
                   MOVE 0                       TO RESP-CODE
               WHEN OTHER
                   MOVE SPACES                  TO DATA-OUT
      *          THE ACCOUNT'S APPROVED OVERDRAFT (CREDLIMIT). A
      *          REFUSED POSTING ANSWERS RESP-CODE 6 WITH THE ERROR
      *          BLOCK FILLED SO THE OPERATOR SEES WHY - COBACCHK
      *          ONLY EVER PROVED THE DAMAGE AFTERWARDS. A DEBIT IS
      *          ALSO HELD TO THE AVAILABLE BALANCE, SO IT CANNOT
      *          SPEND FUNDS UNDER AN ACTIVE HOLD.
      *-----------------------------------------------------------------
       3050-CHECK-CREDIT-LIMIT.
           EXEC SQL
              MOVE 'POSTING WOULD BREACH CREDIT LIMIT'
                              TO AEB-MESSAGE
              MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256)
              GO TO 3050-EXIT
           END-IF.

           IF W-ADJ-AMOUNT NOT < 0
              GO TO 3050-EXIT
           END-IF.

           MOVE ZERO TO W-HELD-AMOUNT.
           EXEC SQL
               SELECT
                   COALESCE(SUM(HOLD_AMOUNT), 0)
               INTO
                   :W-HELD-AMOUNT
               FROM ACC_HOLD
               WHERE CUST_NO     = :W-CUST-NO
                 AND ACC_NO      = :W-ACC-NO
                 AND HSTATUS     = 'A'
                 AND EXPIRY_DATE >= CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3050-EXIT
           END-IF.

           COMPUTE W-PROJ-AVAIL = W-PROJ-BALANCE - W-HELD-AMOUNT.

           IF W-PROJ-AVAIL < W-NEG-LIMIT
              MOVE SPACES     TO DATA-OUT
              MOVE 6          TO RESP-CODE
              MOVE 'ERRB'     TO AEB-EYECATCHER
              MOVE 'APIACC'   TO AEB-PROGRAM
              MOVE CMD-CODE   TO AEB-CMD-CODE
              MOVE 0          TO AEB-SQLCODE
              MOVE SPACES     TO AEB-SQLSTATE
              MOVE 'ACC_HOLD' TO AEB-TABLE
              MOVE 'POSTING WOULD SPEND HELD FUNDS'
                              TO AEB-MESSAGE
              MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256)
           END-IF.
       3050-EXIT.
           EXIT.
      * CMD-05 - APPROVE A PENDING ADJUSTMENT. THE APPROVER'S SQL
      *          AUTH ID MUST DIFFER FROM THE MAKER'S - THE DUAL
      *          CONTROL THE EXAMINERS ASKED FOR. APPROVAL RUNS THE
      *          SAME POSTING PATH A SMALL CMD-02 TAKES - OR, FOR A
      *          QUEUED TRANSFER, THE SAME TWO-LEG PATH A SMALL CMD-09
      *          TAKES, WITH EVERY LEG RULE CHECKED AGAIN.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE CMD05-PEND-NO TO W-PEND-NO.
                 , ADJ_AMOUNT
                 , CASE WHEN MAKER = USER
                        THEN 'Y' ELSE 'N' END
                 , CTR_CUST_NO
                 , CTR_ACC_NO
               INTO
                   :W-CUST-NO
                 , :W-ACC-NO
                 , :W-ADJ-AMOUNT
                 , :W-SAME-MAKER
                 , :W-CTR-CUST-NO
                 , :W-CTR-ACC-NO
               FROM ACC_PENDADJ
               WHERE PEND_NO = :W-PEND-NO
                 AND PSTATUS = 'P'
              GO TO CMD-05-EXIT
           END-IF.

           IF W-CTR-CUST-NO = SPACES
              PERFORM 3000-POST-ADJUSTMENT
              THRU    3000-EXIT
           ELSE
              MOVE W-CUST-NO     TO W-XFER-FROM-CUST
              MOVE W-ACC-NO      TO W-XFER-FROM-ACC
              MOVE W-CTR-CUST-NO TO W-XFER-TO-CUST
              MOVE W-CTR-ACC-NO  TO W-XFER-TO-ACC
              COMPUTE W-XFER-AMOUNT = 0 - W-ADJ-AMOUNT
              MOVE W-PEND-NO     TO W-XFER-REF
              PERFORM 3210-CHECK-LEGS
              THRU    3210-EXIT
              IF RESP-CODE = 0
                 PERFORM 3200-POST-TRANSFER
                 THRU    3200-EXIT
              END-IF
           END-IF.

           IF RESP-CODE = 0
              EXEC SQL
      *          ACTIVE ON THE CUSTOMER MASTER, THE ACCOUNT ROW IS
      *          CREATED WITH THE INITIAL DEPOSIT AS ITS BALANCE, AND
      *          THE DEPOSIT IS WRITTEN TO ACCOUNT_HISTORY SO THE
      *          REPLAY BALANCES FROM DAY ONE. THE ACCOUNT IS HELD IN
      *          THE CURRENCY KEYED (USD WHEN LEFT BLANK).
      *-----------------------------------------------------------------
       CMD-07.
           MOVE CMD07-CUST-NO TO W-CUST-NO.
           MOVE CMD07-ACC-NO  TO W-ACC-NO.
           MOVE CMD07-DEPOSIT TO W-ADJ-AMOUNT.
           MOVE SPACES        TO DATA-OUT.
           IF CMD07-CURRCODE = SPACES
              MOVE 'USD'          TO W-ACC-CURR
           ELSE
              MOVE CMD07-CURRCODE TO W-ACC-CURR
           END-IF.

           EXEC SQL
                SELECT
                      , ACC_TOTAL
                      , ACC_STATUS
                      , CREDLIMIT
                      , CURRCODE
                    )
                VALUES
                    (
                      , :W-ADJ-AMOUNT
                      , 'A'
                      , 0
                      , :W-ACC-CURR
                    )
           END-EXEC.

       CMD-07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-08 - CLOSE AN ACCOUNT. THE BALANCE MUST SIT AT ZERO, NO
      *          ADJUSTMENT OR TRANSFER (EITHER SIDE) MAY STILL BE
      *          PENDING ON THE DUAL-CONTROL QUEUE AND NO HOLD MAY
      *          STILL BE ACTIVE. THE ROW IS MARKED
      *          CLOSED, NEVER DELETED, SO COBDORMT AND COBSTMT SKIP IT
      *          AND THE HISTORY STAYS REPLAYABLE.
      *-----------------------------------------------------------------
       CMD-08.
           MOVE CMD08-CUST-NO TO W-CUST-NO.
                INTO
                    :W-PEND-COUNT
                FROM ACC_PENDADJ
                WHERE PSTATUS = 'P'
                  AND ((CUST_NO     = :W-CUST-NO
                    AND ACC_NO      = :W-ACC-NO)
                   OR  (CTR_CUST_NO = :W-CUST-NO
                    AND CTR_ACC_NO  = :W-ACC-NO))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-08-EXIT
           END-IF.

           IF W-PEND-COUNT > 0
              MOVE 8 TO RESP-CODE
              GO TO CMD-08-EXIT
           END-IF.

           MOVE 0 TO W-HOLD-COUNT.
           EXEC SQL
                SELECT
                    COUNT(*)
                INTO
                    :W-HOLD-COUNT
                FROM ACC_HOLD
                WHERE CUST_NO = :W-CUST-NO
                  AND ACC_NO  = :W-ACC-NO
                  AND HSTATUS = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              GO TO CMD-08-EXIT
           END-IF.

           IF W-HOLD-COUNT > 0
              MOVE 8 TO RESP-CODE
              GO TO CMD-08-EXIT
           END-IF.
       CMD-08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-09 - TRANSFER BETWEEN TWO ACCOUNTS: DEBIT THE FROM
      *          ACCOUNT AND CREDIT THE TO ACCOUNT IN ONE UNIT OF
      *          WORK. EACH LEG IS HELD TO THE SAME RULES AS AN
      *          ADJUSTMENT - NOT CLOSED, NOT DORMANT, INSIDE THE
      *          CREDIT LIMIT - AND BOTH ACCOUNTS MUST BE IN THE SAME
      *          CURRENCY. A TRANSFER ABOVE THE ADJLIMIT THRESHOLD
      *          QUEUES FOR A SECOND OPERATOR'S CMD-05 APPROVAL
      *          EXACTLY AS A LARGE CMD-02 DOES.
      *-----------------------------------------------------------------
       CMD-09.
           MOVE CMD09-FROM-CUST-NO TO W-XFER-FROM-CUST.
           MOVE CMD09-FROM-ACC-NO  TO W-XFER-FROM-ACC.
           MOVE CMD09-TO-CUST-NO   TO W-XFER-TO-CUST.
           MOVE CMD09-TO-ACC-NO    TO W-XFER-TO-ACC.
           MOVE CMD09-AMOUNT       TO W-XFER-AMOUNT.
           MOVE CMD09-REF-KEY      TO W-XFER-KEY.
           IF W-XFER-KEY = SPACES
              MOVE W-XFER-FROM-CUST(1:6) TO W-XFER-KEY
           END-IF.
           MOVE SPACES             TO DATA-OUT.

           PERFORM 3210-CHECK-LEGS
           THRU    3210-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-09-EXIT
           END-IF.

           MOVE ZERO TO W-ADJ-LIMIT.

           EXEC SQL
               SELECT
                   CTL_AMOUNT
               INTO
                   :W-ADJ-LIMIT
               FROM ACC_CONTROL
               WHERE CTL_KEY = 'ADJLIMIT'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-09-EXIT
           END-IF.

           IF W-XFER-AMOUNT > W-ADJ-LIMIT
              PERFORM 3150-QUEUE-TRANSFER
              THRU    3150-EXIT
              GO TO CMD-09-EXIT
           END-IF.

           ACCEPT W-TXN-DATE FROM DATE.
           ACCEPT W-TXN-TIME FROM TIME.
           MOVE SPACES TO W-XFER-REF.
           STRING W-TXN-DATE W-TXN-TIME W-XFER-KEY
                  DELIMITED BY SIZE
             INTO W-XFER-REF.

           PERFORM 3200-POST-TRANSFER
           THRU    3200-EXIT.
       CMD-09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3150-QUEUE-TRANSFER - PARK THE TRANSFER ON THE PENDING TABLE
      *                       AGAINST THE DEBIT ACCOUNT (ADJ_AMOUNT IS
      *                       THE DEBIT, SO NEGATIVE) WITH THE CREDIT
      *                       ACCOUNT AS COUNTERPARTY, AND HAND THE
      *                       PEND-NO BACK.
      *-----------------------------------------------------------------
       3150-QUEUE-TRANSFER.
           ACCEPT W-TXN-DATE FROM DATE.
           ACCEPT W-TXN-TIME FROM TIME.

           MOVE SPACES TO W-PEND-NO.
           STRING W-TXN-DATE W-TXN-TIME W-XFER-KEY
                  DELIMITED BY SIZE
             INTO W-PEND-NO.
           COMPUTE W-ADJ-AMOUNT = 0 - W-XFER-AMOUNT.

           EXEC SQL
               INSERT INTO ACC_PENDADJ
                   (
                       PEND_NO
                     , CUST_NO
                     , ACC_NO
                     , ADJ_AMOUNT
                     , MAKER
                     , MADE_DATE
                     , MADE_TIME
                     , PSTATUS
                     , CHECKER
                     , CTR_CUST_NO
                     , CTR_ACC_NO
                   )
               VALUES
                   (
                       :W-PEND-NO
                     , :W-XFER-FROM-CUST
                     , :W-XFER-FROM-ACC
                     , :W-ADJ-AMOUNT
                     , USER
                     , :W-TXN-DATE
                     , :W-TXN-TIME
                     , 'P'
                     , ' '
                     , :W-XFER-TO-CUST
                     , :W-XFER-TO-ACC
                   )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES    TO DATA-OUT
                   MOVE W-PEND-NO TO CMD09-XFER-REF
                   MOVE 3         TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE SPACES    TO DATA-OUT
                   MOVE 1         TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3200-POST-TRANSFER - POST THE DEBIT LEG, THEN THE CREDIT LEG,
      *                      UNDER ONE SAVEPOINT. IF EITHER LEG IS
      *                      REFUSED OR FAILS, EVERYTHING SINCE THE
      *                      SAVEPOINT IS ROLLED BACK AND THE LEG'S
      *                      RESP-CODE AND ERROR BLOCK GO BACK TO THE
      *                      CALLER - NEITHER ACCOUNT HAS MOVED. SHARED
      *                      BY A DIRECT CMD-09 AND A CMD-05 APPROVAL.
      *-----------------------------------------------------------------
       3200-POST-TRANSFER.
           EXEC SQL
               SAVEPOINT XFER UNIQUE ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3200-EXIT
           END-IF.

           MOVE W-XFER-FROM-CUST TO W-CUST-NO.
           MOVE W-XFER-FROM-ACC  TO W-ACC-NO.
           MOVE W-XFER-TO-CUST   TO W-CTR-CUST-NO.
           MOVE W-XFER-TO-ACC    TO W-CTR-ACC-NO.
           COMPUTE W-ADJ-AMOUNT = 0 - W-XFER-AMOUNT.

           PERFORM 3300-POST-LEG
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              PERFORM 3250-UNDO-TRANSFER
              THRU    3250-EXIT
              GO TO 3200-EXIT
           END-IF.
           MOVE W-NEW-BALANCE TO W-XFER-FROM-BAL.

           MOVE W-XFER-TO-CUST   TO W-CUST-NO.
           MOVE W-XFER-TO-ACC    TO W-ACC-NO.
           MOVE W-XFER-FROM-CUST TO W-CTR-CUST-NO.
           MOVE W-XFER-FROM-ACC  TO W-CTR-ACC-NO.
           MOVE W-XFER-AMOUNT    TO W-ADJ-AMOUNT.

           PERFORM 3300-POST-LEG
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              PERFORM 3250-UNDO-TRANSFER
              THRU    3250-EXIT
              GO TO 3200-EXIT
           END-IF.

           EXEC SQL
               RELEASE SAVEPOINT XFER
           END-EXEC.

           MOVE SPACES          TO DATA-OUT.
           MOVE W-XFER-REF      TO CMD09-XFER-REF.
           MOVE W-XFER-FROM-BAL TO CMD09-FROM-BALANCE.
           MOVE W-NEW-BALANCE   TO CMD09-TO-BALANCE.
           MOVE 0               TO RESP-CODE.

           COMPUTE WS-AUD-OLD-BAL = W-XFER-FROM-BAL + W-XFER-AMOUNT.
           MOVE WS-AUD-OLD-BAL  TO WS-AUD-BAL-ED.
           MOVE WS-AUD-BAL-ED   TO WS-AUD-BEFORE.
           PERFORM 9700-WRITE-AUDIT.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3210-CHECK-LEGS - BOTH ACCOUNTS MUST EXIST, BE OPEN AND NOT
      *                   DORMANT, AND SHARE A CURRENCY; THE AMOUNT
      *                   MUST BE POSITIVE AND THE ACCOUNTS DIFFERENT.
      *                   THE CREDIT LIMIT IS CHECKED PER LEG AT
      *                   POSTING TIME.
      *-----------------------------------------------------------------
       3210-CHECK-LEGS.
           MOVE 0 TO RESP-CODE.

           IF W-XFER-AMOUNT NOT > 0
              MOVE 'TRANSFER AMOUNT MUST BE POSITIVE'
                                  TO W-REFUSE-MSG
              PERFORM 3290-REFUSE-TRANSFER
              GO TO 3210-EXIT
           END-IF.

           IF W-XFER-FROM-CUST = W-XFER-TO-CUST
              AND W-XFER-FROM-ACC = W-XFER-TO-ACC
              MOVE 'CANNOT TRANSFER TO THE SAME ACCOUNT'
                                  TO W-REFUSE-MSG
              PERFORM 3290-REFUSE-TRANSFER
              GO TO 3210-EXIT
           END-IF.

           EXEC SQL
               SELECT
                   ACC_STATUS
                 , CURRCODE
               INTO
                   :W-FROM-STATUS
                 , :W-FROM-CURR
               FROM ACCOUNT
               WHERE CUST_NO = :W-XFER-FROM-CUST
                 AND ACC_NO  = :W-XFER-FROM-ACC
               FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE SPACES TO DATA-OUT
              MOVE 2      TO RESP-CODE
              GO TO 3210-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3210-EXIT
           END-IF.

           EXEC SQL
               SELECT
                   ACC_STATUS
                 , CURRCODE
               INTO
                   :W-TO-STATUS
                 , :W-TO-CURR
               FROM ACCOUNT
               WHERE CUST_NO = :W-XFER-TO-CUST
                 AND ACC_NO  = :W-XFER-TO-ACC
               FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE SPACES TO DATA-OUT
              MOVE 2      TO RESP-CODE
              GO TO 3210-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3210-EXIT
           END-IF.

           MOVE SPACES TO W-REFUSE-MSG.
           EVALUATE TRUE
               WHEN W-FROM-STATUS = 'C'
                   MOVE 'DEBIT ACCOUNT IS CLOSED'    TO W-REFUSE-MSG
               WHEN W-FROM-STATUS = 'D'
                   MOVE 'DEBIT ACCOUNT IS DORMANT'   TO W-REFUSE-MSG
               WHEN W-TO-STATUS = 'C'
                   MOVE 'CREDIT ACCOUNT IS CLOSED'   TO W-REFUSE-MSG
               WHEN W-TO-STATUS = 'D'
                   MOVE 'CREDIT ACCOUNT IS DORMANT'  TO W-REFUSE-MSG
               WHEN W-FROM-CURR NOT = W-TO-CURR
                   MOVE 'ACCOUNTS ARE IN DIFFERENT CURRENCIES'
                                                     TO W-REFUSE-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF W-REFUSE-MSG NOT = SPACES
              PERFORM 3290-REFUSE-TRANSFER
           END-IF.
       3210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3250-UNDO-TRANSFER - ROLL BACK TO THE SAVEPOINT, KEEPING THE
      *                      FAILING LEG'S RESP-CODE AND ERROR BLOCK.
      *-----------------------------------------------------------------
       3250-UNDO-TRANSFER.
           MOVE DATA-OUT(1793:256) TO API-ERROR-BLOCK.

           EXEC SQL
               ROLLBACK TO SAVEPOINT XFER
           END-EXEC.

      *    THE SAVEPOINT OUTLIVES THE ROLLBACK TO IT - RELEASE IT SO
      *    THE NEXT COMMAND IN THE SAME UNIT OF WORK CAN SET IT AGAIN.
           IF SQLCODE = 0
              EXEC SQL
                  RELEASE SAVEPOINT XFER
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           ELSE
              MOVE SPACES          TO DATA-OUT
              MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256)
           END-IF.
       3250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3290-REFUSE-TRANSFER - RESP-CODE 9 WITH THE REASON IN THE
      *                        ERROR BLOCK, AS A CREDIT-LIMIT REFUSAL
      *                        CARRIES ITS REASON.
      *-----------------------------------------------------------------
       3290-REFUSE-TRANSFER.
           MOVE SPACES       TO DATA-OUT.
           MOVE 9            TO RESP-CODE.
           MOVE 'ERRB'       TO AEB-EYECATCHER.
           MOVE 'APIACC'     TO AEB-PROGRAM.
           MOVE CMD-CODE     TO AEB-CMD-CODE.
           MOVE 0            TO AEB-SQLCODE.
           MOVE SPACES       TO AEB-SQLSTATE.
           MOVE 'ACCOUNT'    TO AEB-TABLE.
           MOVE W-REFUSE-MSG TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * 3300-POST-LEG - ONE LEG OF A TRANSFER: THE CREDIT-LIMIT CHECK,
      *                 THE GUARDED BALANCE UPDATE 3000-POST-ADJUSTMENT
      *                 USES (WHICH ALSO MISSES IF THE ACCOUNT WAS
      *                 CLOSED OR WENT DORMANT SINCE IT WAS CHECKED),
      *                 AND THE HISTORY ROW WITH THE TRANSFER
      *                 REFERENCE AND THE OTHER ACCOUNT.
      *-----------------------------------------------------------------
       3300-POST-LEG.
           MOVE 0 TO RESP-CODE.

           PERFORM 3050-CHECK-CREDIT-LIMIT
           THRU    3050-EXIT.
           IF RESP-CODE = 6 OR RESP-CODE = 1
              GO TO 3300-EXIT
           END-IF.

           EXEC SQL
               UPDATE ACCOUNT
                  SET ACC_TOTAL = ACC_TOTAL + :W-ADJ-AMOUNT
                WHERE CUST_NO   = :W-CUST-NO
                  AND ACC_NO    = :W-ACC-NO
                  AND ACC_TOTAL = :W-CUR-TOTAL
                  AND ACC_STATUS NOT IN ('C', 'D')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO DATA-OUT
                   MOVE 5      TO RESP-CODE
                   GO TO 3300-EXIT
               WHEN OTHER
                   MOVE SPACES TO DATA-OUT
                   MOVE 1      TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 3300-EXIT
           END-EVALUATE.

           COMPUTE W-NEW-BALANCE = W-CUR-TOTAL + W-ADJ-AMOUNT.
           ACCEPT W-TXN-DATE FROM DATE.
           ACCEPT W-TXN-TIME FROM TIME.

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
                        , CTR_CUST_NO
                        , CTR_ACC_NO
                      )
                  VALUES
                      (
                          :W-CUST-NO
                        , :W-ACC-NO
                        , :W-ADJ-AMOUNT
                        , :W-NEW-BALANCE
                        , :W-TXN-DATE
                        , :W-TXN-TIME
                        , :W-XFER-REF
                        , :W-CTR-CUST-NO
                        , :W-CTR-ACC-NO
                      )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-10 - SET UP A STANDING ORDER: A REGULAR TRANSFER OF A
      *          FIXED AMOUNT FROM ONE ACCOUNT TO ANOTHER, WEEKLY,
      *          MONTHLY, QUARTERLY OR ANNUALLY FROM THE FIRST DUE
      *          DATE UNTIL THE END DATE (BLANK = UNTIL CANCELLED).
      *          THE LEGS ARE CHECKED NOW AS A CMD-09 WOULD CHECK
      *          THEM, AND AGAIN ON EVERY EXECUTION. THE NEW ORDER
      *          NUMBER IS HANDED BACK.
      *-----------------------------------------------------------------
       CMD-10.
           MOVE CMD10-FROM-CUST-NO TO W-XFER-FROM-CUST.
           MOVE CMD10-FROM-ACC-NO  TO W-XFER-FROM-ACC.
           MOVE CMD10-TO-CUST-NO   TO W-XFER-TO-CUST.
           MOVE CMD10-TO-ACC-NO    TO W-XFER-TO-ACC.
           MOVE CMD10-AMOUNT       TO W-XFER-AMOUNT.
           MOVE CMD10-FREQ         TO W-SO-FREQ.
           MOVE CMD10-FIRST-DUE    TO W-SO-NEXT-DUE.
           MOVE CMD10-END-DATE     TO W-SO-END-DATE.
           MOVE SPACES             TO W-SO-OLD-DUE.
           MOVE SPACES             TO DATA-OUT.

           PERFORM 3210-CHECK-LEGS
           THRU    3210-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-10-EXIT
           END-IF.

           PERFORM 3400-CHECK-SCHEDULE
           THRU    3400-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-10-EXIT
           END-IF.

           ACCEPT W-TXN-DATE FROM DATE.
           ACCEPT W-TXN-TIME FROM TIME.

           MOVE SPACES TO W-SO-NO.
           STRING W-TXN-DATE W-TXN-TIME W-XFER-FROM-CUST(1:6)
                  DELIMITED BY SIZE
             INTO W-SO-NO.

           EXEC SQL
               INSERT INTO STANDING_ORDER
                   (
                       SO_NO
                     , FROM_CUST_NO
                     , FROM_ACC_NO
                     , TO_CUST_NO
                     , TO_ACC_NO
                     , SO_AMOUNT
                     , SO_FREQ
                     , SO_DAY
                     , NEXT_DUE
                     , END_DATE
                     , SO_STATUS
                     , FAIL_COUNT
                     , MAKER
                     , MADE_DATE
                     , MADE_TIME
                   )
               VALUES
                   (
                       :W-SO-NO
                     , :W-XFER-FROM-CUST
                     , :W-XFER-FROM-ACC
                     , :W-XFER-TO-CUST
                     , :W-XFER-TO-ACC
                     , :W-XFER-AMOUNT
                     , :W-SO-FREQ
                     , :W-SO-DAY
                     , :W-SO-NEXT-DUE
                     , :W-SO-END-DATE
                     , 'A'
                     , 0
                     , USER
                     , :W-TXN-DATE
                     , :W-TXN-TIME
                   )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES  TO DATA-OUT
                   MOVE W-SO-NO TO CMD10-SO-NO-OUT
                   MOVE 0       TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE SPACES  TO DATA-OUT
                   MOVE 1       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-11 - AMEND A STANDING ORDER'S AMOUNT, FREQUENCY, NEXT DUE
      *          DATE OR END DATE. THE ACCOUNTS CANNOT BE CHANGED - A
      *          DIFFERENT PAIR OF ACCOUNTS IS A NEW ORDER. A
      *          CANCELLED OR ENDED ORDER CANNOT BE AMENDED.
      *-----------------------------------------------------------------
       CMD-11.
           MOVE CMD11-SO-NO TO W-SO-NO.
           MOVE SPACES      TO DATA-OUT.

           EXEC SQL
               SELECT
                   SO_AMOUNT
                 , SO_FREQ
                 , SO_DAY
                 , CHAR(NEXT_DUE, ISO)
                 , CHAR(END_DATE, ISO)
                 , SO_STATUS
               INTO
                   :W-SO-AMOUNT
                 , :W-SO-FREQ
                 , :W-SO-DAY
                 , :W-SO-NEXT-DUE
                 , :W-SO-END-DATE
                 , :W-SO-STATUS
               FROM STANDING_ORDER
               WHERE SO_NO = :W-SO-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-11-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-11-EXIT
           END-IF.

           IF W-SO-STATUS = 'C' OR W-SO-STATUS = 'E'
              MOVE 'STANDING ORDER IS CANCELLED OR ENDED'
                                  TO W-REFUSE-MSG
              PERFORM 3490-REFUSE-ORDER
              GO TO CMD-11-EXIT
           END-IF.

           MOVE W-SO-AMOUNT   TO WS-AUD-BAL-ED.
           MOVE SPACES        TO WS-AUD-BEFORE.
           STRING WS-AUD-BAL-ED ' ' W-SO-FREQ ' ' W-SO-NEXT-DUE ' '
                  W-SO-END-DATE
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.
           MOVE W-SO-NEXT-DUE TO W-SO-OLD-DUE.

           IF CMD11-AMOUNT NOT = 0
              MOVE CMD11-AMOUNT   TO W-SO-AMOUNT
           END-IF.
           IF CMD11-FREQ NOT = SPACES
              MOVE CMD11-FREQ     TO W-SO-FREQ
           END-IF.
           IF CMD11-NEXT-DUE NOT = SPACES
              MOVE CMD11-NEXT-DUE TO W-SO-NEXT-DUE
           END-IF.
           IF CMD11-END-DATE NOT = SPACES
              MOVE CMD11-END-DATE TO W-SO-END-DATE
           END-IF.

           IF W-SO-AMOUNT NOT > 0
              MOVE 'TRANSFER AMOUNT MUST BE POSITIVE'
                                  TO W-REFUSE-MSG
              PERFORM 3490-REFUSE-ORDER
              GO TO CMD-11-EXIT
           END-IF.

           PERFORM 3400-CHECK-SCHEDULE
           THRU    3400-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-11-EXIT
           END-IF.

           EXEC SQL
               UPDATE STANDING_ORDER
                  SET SO_AMOUNT = :W-SO-AMOUNT
                    , SO_FREQ   = :W-SO-FREQ
                    , SO_DAY    = :W-SO-DAY
                    , NEXT_DUE  = :W-SO-NEXT-DUE
                    , END_DATE  = :W-SO-END-DATE
                WHERE SO_NO     = :W-SO-NO
                  AND SO_STATUS = :W-SO-STATUS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 5 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-12 - SUSPEND AN ACTIVE STANDING ORDER ('S'), OR RESUME A
      *          SUSPENDED ONE OR ONE COBSOEXE GAVE UP ON ('R'). A
      *          RESUMED ORDER STARTS AGAIN WITH ITS RETRIES RESET
      *          AND PAYS THE INSTALMENT AT ITS NEXT DUE DATE ON THE
      *          NEXT BUSINESS-DAY RUN.
      *-----------------------------------------------------------------
       CMD-12.
           MOVE CMD12-SO-NO TO W-SO-NO.
           MOVE SPACES      TO DATA-OUT.

           EVALUATE CMD12-ACTION
               WHEN 'S'
                   MOVE 'S' TO W-SO-NEW-STATUS
               WHEN 'R'
                   MOVE 'A' TO W-SO-NEW-STATUS
               WHEN OTHER
                   MOVE 'ACTION MUST BE S (SUSPEND) OR R (RESUME)'
                                       TO W-REFUSE-MSG
                   PERFORM 3490-REFUSE-ORDER
                   GO TO CMD-12-EXIT
           END-EVALUATE.

           PERFORM 3450-SET-ORDER-STATUS
           THRU    3450-EXIT.
       CMD-12-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-13 - CANCEL A STANDING ORDER. THE ROW IS MARKED CANCELLED,
      *          NEVER DELETED, SO ITS SO_EXEC HISTORY STILL READS.
      *-----------------------------------------------------------------
       CMD-13.
           MOVE CMD13-SO-NO TO W-SO-NO.
           MOVE SPACES      TO DATA-OUT.
           MOVE 'C'         TO W-SO-NEW-STATUS.

           PERFORM 3450-SET-ORDER-STATUS
           THRU    3450-EXIT.
       CMD-13-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3400-CHECK-SCHEDULE - THE FREQUENCY MUST BE ONE WE RUN, THE
      *                       DATES REAL YYYY-MM-DD DATES, A NEWLY
      *                       KEYED NEXT DUE DATE NOT IN THE PAST AND
      *                       THE END DATE NOT BEFORE IT. A BLANK END
      *                       DATE MEANS UNTIL CANCELLED. SETS THE
      *                       ORDER'S DAY OF THE MONTH FROM A NEW DUE
      *                       DATE.
      *-----------------------------------------------------------------
       3400-CHECK-SCHEDULE.
           MOVE 0 TO RESP-CODE.

           IF W-SO-FREQ NOT = 'W' AND W-SO-FREQ NOT = 'M'
              AND W-SO-FREQ NOT = 'Q' AND W-SO-FREQ NOT = 'A'
              MOVE 'FREQUENCY MUST BE W, M, Q OR A'
                                  TO W-REFUSE-MSG
              PERFORM 3490-REFUSE-ORDER
              GO TO 3400-EXIT
           END-IF.

           MOVE W-SO-NEXT-DUE TO W-SO-CHK-DATE.
           PERFORM 3410-CHECK-DATE
           THRU    3410-EXIT.
           IF SO-DATE-BAD
              MOVE 'DUE DATE MUST BE YYYY-MM-DD'
                                  TO W-REFUSE-MSG
              PERFORM 3490-REFUSE-ORDER
              GO TO 3400-EXIT
           END-IF.

           IF W-SO-NEXT-DUE NOT = W-SO-OLD-DUE
              ACCEPT W-SO-DATE8 FROM DATE YYYYMMDD
              MOVE SPACES TO W-SO-TODAY
              STRING W-SO-D8-YYYY '-' W-SO-D8-MM '-' W-SO-D8-DD
                     DELIMITED BY SIZE
                INTO W-SO-TODAY
              IF W-SO-NEXT-DUE < W-SO-TODAY
                 MOVE 'DUE DATE IS IN THE PAST'
                                     TO W-REFUSE-MSG
                 PERFORM 3490-REFUSE-ORDER
                 GO TO 3400-EXIT
              END-IF
              MOVE W-SO-CHK-DD TO W-SO-DAY
           END-IF.

           IF W-SO-END-DATE = SPACES
              MOVE '9999-12-31'  TO W-SO-END-DATE
           END-IF.

           MOVE W-SO-END-DATE TO W-SO-CHK-DATE.
           PERFORM 3410-CHECK-DATE
           THRU    3410-EXIT.
           IF SO-DATE-BAD
              MOVE 'END DATE MUST BE YYYY-MM-DD'
                                  TO W-REFUSE-MSG
              PERFORM 3490-REFUSE-ORDER
              GO TO 3400-EXIT
           END-IF.

           IF W-SO-END-DATE < W-SO-NEXT-DUE
              MOVE 'END DATE IS BEFORE THE NEXT DUE DATE'
                                  TO W-REFUSE-MSG
              PERFORM 3490-REFUSE-ORDER
           END-IF.
       3400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3410-CHECK-DATE - W-SO-CHK-DATE LOOKS LIKE A YYYY-MM-DD DATE.
      *                   DB2 REJECTS THE FEW THAT GET PAST THIS (A
      *                   31ST IN A 30-DAY MONTH) ON THE WRITE.
      *-----------------------------------------------------------------
       3410-CHECK-DATE.
           MOVE 'Y' TO SO-DATE-SWITCH.

           IF W-SO-CHK-YYYY NOT NUMERIC
              OR W-SO-CHK-MM NOT NUMERIC
              OR W-SO-CHK-DD NOT NUMERIC
              GO TO 3410-EXIT
           END-IF.
           IF W-SO-CHK-DASH1 NOT = '-' OR W-SO-CHK-DASH2 NOT = '-'
              GO TO 3410-EXIT
           END-IF.
           IF W-SO-CHK-MM < 1 OR W-SO-CHK-MM > 12
              OR W-SO-CHK-DD < 1 OR W-SO-CHK-DD > 31
              GO TO 3410-EXIT
           END-IF.

           MOVE SPACES TO SO-DATE-SWITCH.
       3410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3450-SET-ORDER-STATUS - MOVE A STANDING ORDER TO
      *                         W-SO-NEW-STATUS IF ITS STATUS NOW
      *                         ALLOWS IT: SUSPEND FROM ACTIVE, RESUME
      *                         FROM SUSPENDED OR FAILED (RETRIES
      *                         RESET), CANCEL FROM ANYTHING NOT
      *                         ALREADY CANCELLED OR ENDED.
      *-----------------------------------------------------------------
       3450-SET-ORDER-STATUS.
           EXEC SQL
               SELECT
                   SO_STATUS
               INTO
                   :W-SO-STATUS
               FROM STANDING_ORDER
               WHERE SO_NO = :W-SO-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO 3450-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3450-EXIT
           END-IF.

           MOVE SPACES TO W-REFUSE-MSG.
           EVALUATE W-SO-NEW-STATUS
               WHEN 'S'
                   IF W-SO-STATUS NOT = 'A'
                      MOVE 'ONLY AN ACTIVE ORDER CAN BE SUSPENDED'
                                           TO W-REFUSE-MSG
                   END-IF
               WHEN 'A'
                   IF W-SO-STATUS NOT = 'S' AND W-SO-STATUS NOT = 'F'
                      MOVE 'ORDER IS NOT SUSPENDED OR FAILED'
                                           TO W-REFUSE-MSG
                   END-IF
               WHEN OTHER
                   IF W-SO-STATUS = 'C' OR W-SO-STATUS = 'E'
                      MOVE 'STANDING ORDER IS CANCELLED OR ENDED'
                                           TO W-REFUSE-MSG
                   END-IF
           END-EVALUATE.

           IF W-REFUSE-MSG NOT = SPACES
              PERFORM 3490-REFUSE-ORDER
              GO TO 3450-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-BEFORE.
           STRING 'SO_STATUS ' W-SO-STATUS
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE STANDING_ORDER
                  SET SO_STATUS  = :W-SO-NEW-STATUS
                    , FAIL_COUNT = CASE WHEN :W-SO-NEW-STATUS = 'A'
                                        THEN 0
                                        ELSE FAIL_COUNT END
                WHERE SO_NO     = :W-SO-NO
                  AND SO_STATUS = :W-SO-STATUS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 5 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3490-REFUSE-ORDER - RESP-CODE 9 WITH THE REASON IN THE ERROR
      *                     BLOCK, AS 3290-REFUSE-TRANSFER DOES FOR A
      *                     TRANSFER.
      *-----------------------------------------------------------------
       3490-REFUSE-ORDER.
           MOVE SPACES           TO DATA-OUT.
           MOVE 9                TO RESP-CODE.
           MOVE 'ERRB'           TO AEB-EYECATCHER.
           MOVE 'APIACC'         TO AEB-PROGRAM.
           MOVE CMD-CODE         TO AEB-CMD-CODE.
           MOVE 0                TO AEB-SQLCODE.
           MOVE SPACES           TO AEB-SQLSTATE.
           MOVE 'STANDING_ORDER' TO AEB-TABLE.
           MOVE W-REFUSE-MSG     TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK  TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * CMD-14 - PLACE A HOLD (EARMARK) ON PART OF AN ACCOUNT'S
      *          BALANCE. THE ACCOUNT MUST EXIST AND BE OPEN, THE
      *          AMOUNT POSITIVE AND THE REASON ONE WE RECOGNISE. A
      *          BLANK EXPIRY DATE HOLDS UNTIL RELEASED. THE HOLD MAY
      *          BE MORE THAN THE BALANCE - A COURT ORDER DOES NOT
      *          WAIT FOR THE MONEY - IT JUST LEAVES NOTHING TO SPEND.
      *-----------------------------------------------------------------
       CMD-14.
           MOVE CMD14-CUST-NO TO W-CUST-NO.
           MOVE CMD14-ACC-NO  TO W-ACC-NO.
           MOVE CMD14-AMOUNT  TO W-HOLD-AMOUNT.
           MOVE CMD14-REASON  TO W-HOLD-REASON.
           MOVE CMD14-EXPIRY  TO W-HOLD-EXPIRY.
           MOVE SPACES        TO DATA-OUT.

           EXEC SQL
                SELECT
                    ACC_STATUS
                INTO
                    :W-ACC-STATUS
                FROM ACCOUNT
                WHERE CUST_NO = :W-CUST-NO
                  AND ACC_NO  = :W-ACC-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-14-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-14-EXIT
           END-IF.

           IF W-ACC-STATUS = 'C'
              MOVE 'ACCOUNT IS CLOSED'     TO W-REFUSE-MSG
              PERFORM 3590-REFUSE-HOLD
              GO TO CMD-14-EXIT
           END-IF.

           IF W-HOLD-AMOUNT NOT > 0
              MOVE 'HOLD AMOUNT MUST BE GREATER THAN ZERO'
                                           TO W-REFUSE-MSG
              PERFORM 3590-REFUSE-HOLD
              GO TO CMD-14-EXIT
           END-IF.

           IF W-HOLD-REASON NOT = 'CRT ' AND W-HOLD-REASON NOT = 'DISP'
              AND W-HOLD-REASON NOT = 'CHQ '
              AND W-HOLD-REASON NOT = 'OTHR'
              MOVE 'REASON MUST BE CRT, DISP, CHQ OR OTHR'
                                           TO W-REFUSE-MSG
              PERFORM 3590-REFUSE-HOLD
              GO TO CMD-14-EXIT
           END-IF.

           IF W-HOLD-EXPIRY = SPACES
              MOVE '9999-12-31' TO W-HOLD-EXPIRY
           END-IF.

           MOVE W-HOLD-EXPIRY TO W-SO-CHK-DATE.
           PERFORM 3410-CHECK-DATE
           THRU    3410-EXIT.
           IF SO-DATE-BAD
              MOVE 'EXPIRY DATE MUST BE YYYY-MM-DD'
                                           TO W-REFUSE-MSG
              PERFORM 3590-REFUSE-HOLD
              GO TO CMD-14-EXIT
           END-IF.

           ACCEPT W-SO-DATE8 FROM DATE YYYYMMDD.
           MOVE SPACES TO W-SO-TODAY.
           STRING W-SO-D8-YYYY '-' W-SO-D8-MM '-' W-SO-D8-DD
                  DELIMITED BY SIZE
             INTO W-SO-TODAY.
           IF W-HOLD-EXPIRY < W-SO-TODAY
              MOVE 'EXPIRY DATE IS IN THE PAST'
                                           TO W-REFUSE-MSG
              PERFORM 3590-REFUSE-HOLD
              GO TO CMD-14-EXIT
           END-IF.

           ACCEPT W-TXN-DATE FROM DATE.
           ACCEPT W-TXN-TIME FROM TIME.

           MOVE SPACES TO W-HOLD-NO.
           STRING W-TXN-DATE W-TXN-TIME W-CUST-NO(1:6)
                  DELIMITED BY SIZE
             INTO W-HOLD-NO.

           EXEC SQL
               INSERT INTO ACC_HOLD
                   (
                       HOLD_NO
                     , CUST_NO
                     , ACC_NO
                     , HOLD_AMOUNT
                     , REASON_CODE
                     , PLACED_BY
                     , PLACED_DATE
                     , EXPIRY_DATE
                     , HSTATUS
                     , RELEASED_BY
                     , RELEASE_DATE
                   )
               VALUES
                   (
                       :W-HOLD-NO
                     , :W-CUST-NO
                     , :W-ACC-NO
                     , :W-HOLD-AMOUNT
                     , :W-HOLD-REASON
                     , USER
                     , CURRENT DATE
                     , :W-HOLD-EXPIRY
                     , 'A'
                     , ' '
                     , '9999-12-31'
                   )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES    TO DATA-OUT
                   MOVE W-HOLD-NO TO CMD14-HOLD-NO-OUT
                   MOVE 0         TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE SPACES    TO DATA-OUT
                   MOVE 1         TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-14-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-15 - RELEASE A HOLD. ONLY AN ACTIVE HOLD CAN BE RELEASED;
      *          ONE ALREADY RELEASED OR EXPIRED ANSWERS NOT FOUND. THE
      *          ROW IS KEPT WITH WHO RELEASED IT AND WHEN.
      *-----------------------------------------------------------------
       CMD-15.
           MOVE CMD15-HOLD-NO TO W-HOLD-NO.
           MOVE SPACES        TO DATA-OUT.

           MOVE 'HSTATUS A' TO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE ACC_HOLD
                  SET HSTATUS      = 'R'
                    , RELEASED_BY  = USER
                    , RELEASE_DATE = CURRENT DATE
                WHERE HOLD_NO = :W-HOLD-NO
                  AND HSTATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-15-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-16 - LIST AN ACCOUNT'S HOLDS, ACTIVE ONES FIRST AND THEN
      *          THE RELEASED AND EXPIRED, NEWEST FIRST, UP TO 20 AT A
      *          TIME.
      *-----------------------------------------------------------------
       CMD-16.
           MOVE CMD16-CUST-NO TO W-CUST-NO.
           MOVE CMD16-ACC-NO  TO W-ACC-NO.
           MOVE SPACES        TO DATA-OUT.
           MOVE SPACES        TO END-OF-C5-SWITCH.
           MOVE 0             TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C5
           END-EXEC.

           PERFORM 2300-FETCH-C5
           THRU    2300-EXIT
           UNTIL END-OF-C5 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C5
                  INTO :W-HOLD-NO,
                       :W-HOLD-AMOUNT,
                       :W-LIST-REASON,
                       :W-LIST-PLACED-BY,
                       :W-LIST-PLACED-DATE,
                       :W-LIST-EXPIRY,
                       :W-LIST-STATUS
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD16-MORE-HOLDS
              ELSE
                 MOVE 'N' TO CMD16-MORE-HOLDS
              END-IF
           ELSE
              MOVE 'N' TO CMD16-MORE-HOLDS
           END-IF.

           EXEC SQL
               CLOSE C5
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD16-HOLD-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * 2300-FETCH-C5 - FETCH ONE HOLD INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2300-FETCH-C5.
           EXEC SQL
               FETCH C5
               INTO :W-HOLD-NO,
                    :W-HOLD-AMOUNT,
                    :W-LIST-REASON,
                    :W-LIST-PLACED-BY,
                    :W-LIST-PLACED-DATE,
                    :W-LIST-EXPIRY,
                    :W-LIST-STATUS
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE W-HOLD-NO
                              TO CMD16-HOLD-NO (WS-LIST-COUNT)
                   MOVE W-HOLD-AMOUNT
                              TO CMD16-AMOUNT (WS-LIST-COUNT)
                   MOVE W-LIST-REASON
                              TO CMD16-REASON (WS-LIST-COUNT)
                   MOVE W-LIST-PLACED-BY
                              TO CMD16-PLACED-BY (WS-LIST-COUNT)
                   MOVE W-LIST-PLACED-DATE
                              TO CMD16-PLACED-DATE (WS-LIST-COUNT)
                   MOVE W-LIST-EXPIRY
                              TO CMD16-EXPIRY (WS-LIST-COUNT)
                   MOVE W-LIST-STATUS
                              TO CMD16-STATUS (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C5-SWITCH
           END-EVALUATE.
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3590-REFUSE-HOLD - RESP-CODE 9 WITH THE REASON IN THE ERROR
      *                    BLOCK, AS 3490-REFUSE-ORDER DOES FOR A
      *                    STANDING ORDER.
      *-----------------------------------------------------------------
       3590-REFUSE-HOLD.
           MOVE SPACES           TO DATA-OUT.
           MOVE 9                TO RESP-CODE.
           MOVE 'ERRB'           TO AEB-EYECATCHER.
           MOVE 'APIACC'         TO AEB-PROGRAM.
           MOVE CMD-CODE         TO AEB-CMD-CODE.
           MOVE 0                TO AEB-SQLCODE.
           MOVE SPACES           TO AEB-SQLSTATE.
           MOVE 'ACC_HOLD'       TO AEB-TABLE.
           MOVE W-REFUSE-MSG     TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK  TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * CMD-17 - CLOSE A TRANSACTION-MONITORING CASE WITH ITS
      *          DISPOSITION. ONLY AN OPEN CASE CAN BE CLOSED; A
      *          CLOSED OR UNKNOWN CASE ANSWERS NOT FOUND. 'OTHR' NEEDS
      *          A NOTE SAYING WHAT IT WAS.
      *-----------------------------------------------------------------
       CMD-17.
           MOVE CMD17-CASE-NO     TO W-CASE-NO.
           MOVE CMD17-DISPOSITION TO W-CASE-DISP.
           MOVE CMD17-NOTE        TO W-CASE-NOTE.
           MOVE SPACES            TO DATA-OUT.

           IF W-CASE-DISP NOT = 'FALS' AND W-CASE-DISP NOT = 'EXPL'
              AND W-CASE-DISP NOT = 'SAR '
              AND W-CASE-DISP NOT = 'OTHR'
              MOVE 'DISPOSITION MUST BE FALS/EXPL/SAR/OTHR'
                                           TO W-REFUSE-MSG
              PERFORM 3690-REFUSE-CASE
              GO TO CMD-17-EXIT
           END-IF.

           IF W-CASE-DISP = 'OTHR' AND W-CASE-NOTE = SPACES
              MOVE 'A NOTE IS REQUIRED FOR DISPOSITION OTHR'
                                           TO W-REFUSE-MSG
              PERFORM 3690-REFUSE-CASE
              GO TO CMD-17-EXIT
           END-IF.

           MOVE 'CSTATUS O' TO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE AML_CASE
                  SET CSTATUS     = 'C'
                    , DISPOSITION = :W-CASE-DISP
                    , CLOSED_BY   = USER
                    , CLOSED_DATE = CURRENT DATE
                    , CLOSE_NOTE  = :W-CASE-NOTE
                WHERE CASE_NO = :W-CASE-NO
                  AND CSTATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-17-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3690-REFUSE-CASE - RESP-CODE 9 WITH THE REASON IN THE ERROR
      *                    BLOCK, AS 3590-REFUSE-HOLD DOES FOR A HOLD.
      *-----------------------------------------------------------------
       3690-REFUSE-CASE.
           MOVE SPACES           TO DATA-OUT.
           MOVE 9                TO RESP-CODE.
           MOVE 'ERRB'           TO AEB-EYECATCHER.
           MOVE 'APIACC'         TO AEB-PROGRAM.
           MOVE CMD-CODE         TO AEB-CMD-CODE.
           MOVE 0                TO AEB-SQLCODE.
           MOVE SPACES           TO AEB-SQLSTATE.
           MOVE 'AML_CASE'       TO AEB-TABLE.
           MOVE W-REFUSE-MSG     TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK  TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
