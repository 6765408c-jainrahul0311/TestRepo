      *-----------------------------------------------------------------
      *  APITPO41 - TECHNICAL PROGRAM TO MAINTAIN THE LOANMAST TABLE OF
      *             EMPLOYEE SALARY ADVANCES AND COMPANY LOANS. A LOAN
      *             IS ADDED WHEN IT IS PAID OUT, AGREED EITHER AS A
      *             PER-PERIOD INSTALMENT OR AS A NUMBER OF INSTALMENTS
      *             (THE INSTALMENT IS THEN WORKED OUT HERE, WITH ANY
      *             INTEREST), AND ITS DISBURSEMENT IS THE FIRST
      *             LOANHIST MOVEMENT. PAYROLL RECOVERY (COBLNREC) AND
      *             FINAL-PAY SETTLEMENT (COBFINPY) TAKE IT FROM THERE;
      *             A LOAN IS NEVER DELETED. THE STATEMENT COMMAND
      *             RETURNS THE SAME MOVEMENTS COBLNSTM PRINTS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP041.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE LOANMAST
           END-EXEC.

           EXEC SQL
               INCLUDE LOANHIST
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  LOAN-MASTER-RECORD.
           10 WS-LOAN-NO              PIC X(10).
           10 WS-EMPNO                PIC X(6).
           10 WS-LOAN-TYPE            PIC X(1).
           10 WS-PRINCIPAL            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-DISB-DATE            PIC X(10).
           10 WS-INST-AMT             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-INST-COUNT           PIC S9(4) USAGE COMP.
           10 WS-INT-RATE             PIC S9(1)V9(4) USAGE COMP-3.
           10 WS-BALANCE              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-LN-STATUS            PIC X(1).
           10 WS-LN-CLOSED            PIC X(10).

       01  LOAN-HISTORY-RECORD.
           10 WS-PYEARMONTH           PIC X(6).
           10 WS-TXN-TYPE             PIC X(1).
           10 WS-TXN-AMT              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BAL-AFTER            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-TXN-DATE             PIC X(10).

      *    LEVEL-INSTALMENT WORKAREAS. WITH INTEREST THE INSTALMENT IS
      *    THE ANNUITY P * R * F / (F - 1), R THE MONTHLY RATE AND
      *    F = (1 + R) ** N, SO THE LAST INSTALMENT CLEARS THE LOAN.
       01  WS-MONTH-RATE              PIC S9(1)V9(9) USAGE COMP-3.
       01  WS-GROWTH                  PIC S9(5)V9(9) USAGE COMP-3.

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.
       77  END-OF-C2-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C2                         VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   LOAN_NO
                 , LOAN_TYPE
                 , PRINCIPAL
                 , DISB_DATE
                 , INST_AMT
                 , INST_COUNT
                 , INT_RATE
                 , BALANCE
                 , LN_STATUS
                 , COALESCE(LN_CLOSED, ' ')
               FROM LOANMAST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY DISB_DATE, LOAN_NO
           END-EXEC.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT
                   PYEARMONTH
                 , TXN_TYPE
                 , TXN_AMT
                 , BAL_AFTER
                 , TXN_DATE
               FROM LOANHIST
               WHERE LOAN_NO = :WS-LOAN-NO
               ORDER BY PYEARMONTH,
                        CASE TXN_TYPE
                          WHEN 'D' THEN 1
                          WHEN 'I' THEN 2
                          WHEN 'R' THEN 3
                          WHEN 'F' THEN 4
                          ELSE 5
                        END
           END-EXEC.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20).
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80).

           COPY CPAUDCHW.


      *    ROLE-BASED COMMAND AUTHORIZATION (SEE AUTH_ROLE_CMD /
      *    9600-CHECK-AUTH). RESP-CODE 97 = NOT AUTHORIZED.
       77  AUTH-OK-SWITCH             PIC X     VALUE SPACES.
           88 AUTH-OK                           VALUE 'Y'.
       01  WS-AUTH-DUMMY              PIC S9(4) USAGE COMP.
       01  WS-DENY-DATE               PIC 9(6).
       01  WS-DENY-TIME               PIC 9(8).

           COPY APIERRB.

       LINKAGE SECTION.
       01 CMD-CODE  PIC 99.
       01 RESP-CODE PIC 99.
       01 DATA-IN   PIC X(512).
       01 CMD01-DATA-IN REDEFINES DATA-IN.
           05 CMD01-EMPNO             PIC X(6).
           05 FILLER                  PIC X(506).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-LOAN-NO           PIC X(10).
           05 CMD02-EMPNO             PIC X(6).
           05 CMD02-LOAN-TYPE         PIC X(1).
           05 CMD02-PRINCIPAL         PIC S9(7)V9(2).
           05 CMD02-DISB-DATE         PIC X(10).
           05 CMD02-INST-AMT          PIC S9(7)V9(2).
           05 CMD02-INST-COUNT        PIC 9(3).
           05 CMD02-INT-RATE          PIC S9(1)V9(4).
           05 FILLER                  PIC X(459).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-LOAN-NO           PIC X(10).
           05 FILLER                  PIC X(502).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-LOAN OCCURS 20 TIMES.
               10 CMD01-LOAN-NO       PIC X(10).
               10 CMD01-LOAN-TYPE     PIC X(1).
               10 CMD01-PRINCIPAL     PIC S9(7)V9(2).
               10 CMD01-DISB-DATE     PIC X(10).
               10 CMD01-INST-AMT      PIC S9(7)V9(2).
               10 CMD01-INST-COUNT    PIC 9(3).
               10 CMD01-INT-RATE      PIC S9(1)V9(4).
               10 CMD01-BALANCE       PIC S9(7)V9(2).
               10 CMD01-LN-STATUS     PIC X(1).
               10 CMD01-LN-CLOSED     PIC X(10).
           05 CMD01-LOAN-COUNT        PIC S9(4).
           05 CMD01-MORE-LOANS        PIC X(1).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-OUT-INST-AMT      PIC S9(7)V9(2).
           05 FILLER                  PIC X(2039).
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
           05 CMD03-EMPNO             PIC X(6).
           05 CMD03-BALANCE           PIC S9(7)V9(2).
           05 CMD03-LN-STATUS         PIC X(1).
           05 CMD03-TXN OCCURS 20 TIMES.
               10 CMD03-PYEARMONTH    PIC X(6).
               10 CMD03-TXN-TYPE      PIC X(1).
               10 CMD03-TXN-AMT       PIC S9(7)V9(2).
               10 CMD03-BAL-AFTER     PIC S9(7)V9(2).
               10 CMD03-TXN-DATE      PIC X(10).
           05 CMD03-TXN-COUNT         PIC S9(4).
           05 CMD03-MORE-TXNS         PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
               WHEN 2
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-02
                   END-IF
               WHEN 3
                   PERFORM CMD-03
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - LIST AN EMPLOYEE'S ADVANCES AND LOANS, OPEN AND
      *          CLOSED, IN DISBURSEMENT ORDER, UP TO 20 AT A TIME.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMPNO TO WS-EMPNO.
           MOVE SPACES      TO DATA-OUT.
           MOVE SPACES      TO END-OF-C1-SWITCH.
           MOVE 0           TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C1
           END-EXEC.

           PERFORM 2100-FETCH-C1
           THRU    2100-EXIT
           UNTIL END-OF-C1 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C1
                  INTO :WS-LOAN-NO,
                       :WS-LOAN-TYPE,
                       :WS-PRINCIPAL,
                       :WS-DISB-DATE,
                       :WS-INST-AMT,
                       :WS-INST-COUNT,
                       :WS-INT-RATE,
                       :WS-BALANCE,
                       :WS-LN-STATUS,
                       :WS-LN-CLOSED
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD01-MORE-LOANS
              ELSE
                 MOVE 'N' TO CMD01-MORE-LOANS
              END-IF
           ELSE
              MOVE 'N' TO CMD01-MORE-LOANS
           END-IF.

           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD01-LOAN-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * CMD-02 - ADD A LOAN AS PAID OUT. THE BALANCE STARTS AT THE
      *          PRINCIPAL AND THE DISBURSEMENT IS WRITTEN TO LOANHIST
      *          IN THE MONTH OF DISB_DATE. WHEN ONLY A NUMBER OF
      *          INSTALMENTS IS GIVEN THE INSTALMENT IS WORKED OUT AND
      *          RETURNED. RESP-CODE 0 = ADDED, 3 = THE LOAN NUMBER IS
      *          ALREADY ON FILE, OR THE LOAN IS INVALID - AN UNKNOWN
      *          TYPE, NOTHING LENT, NO DISBURSEMENT DATE, A NEGATIVE
      *          RATE, OR NEITHER AN INSTALMENT NOR A NUMBER OF THEM.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-LOAN-NO    TO WS-LOAN-NO.
           MOVE CMD02-EMPNO      TO WS-EMPNO.
           MOVE CMD02-LOAN-TYPE  TO WS-LOAN-TYPE.
           MOVE CMD02-PRINCIPAL  TO WS-PRINCIPAL.
           MOVE CMD02-PRINCIPAL  TO WS-BALANCE.
           MOVE CMD02-DISB-DATE  TO WS-DISB-DATE.
           MOVE CMD02-INST-AMT   TO WS-INST-AMT.
           MOVE CMD02-INST-COUNT TO WS-INST-COUNT.
           MOVE CMD02-INT-RATE   TO WS-INT-RATE.
           MOVE SPACES           TO DATA-OUT.

           IF (WS-LOAN-TYPE NOT = 'A' AND NOT = 'L')
              OR WS-PRINCIPAL  NOT > ZERO
              OR WS-DISB-DATE  = SPACES
              OR WS-INT-RATE   < ZERO
              OR WS-INST-AMT   < ZERO
              OR (WS-INST-AMT = ZERO AND WS-INST-COUNT = ZERO)
              MOVE 3 TO RESP-CODE
           ELSE
              IF WS-INST-AMT > ZERO
                 MOVE 0 TO WS-INST-COUNT
              ELSE
                 PERFORM 2200-LEVEL-INSTALMENT
              END-IF
              MOVE WS-INST-AMT TO CMD02-OUT-INST-AMT

              EXEC SQL
                   INSERT INTO LOANMAST
                       (
                           LOAN_NO
                         , EMPNO
                         , LOAN_TYPE
                         , PRINCIPAL
                         , DISB_DATE
                         , INST_AMT
                         , INST_COUNT
                         , INT_RATE
                         , BALANCE
                         , LN_STATUS
                         , LN_CLOSED
                       )
                   VALUES
                       (
                           :WS-LOAN-NO
                         , :WS-EMPNO
                         , :WS-LOAN-TYPE
                         , :WS-PRINCIPAL
                         , :WS-DISB-DATE
                         , :WS-INST-AMT
                         , :WS-INST-COUNT
                         , :WS-INT-RATE
                         , :WS-BALANCE
                         , 'O'
                         , NULL
                       )
              END-EXEC

              EVALUATE SQLCODE
                  WHEN 0
                      PERFORM 2300-INSERT-DISBURSEMENT
                  WHEN -803
                      MOVE 3                       TO RESP-CODE
                  WHEN OTHER
                      MOVE 1                       TO RESP-CODE
                      PERFORM 9800-SET-ERROR-BLOCK
              END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * CMD-03 - STATEMENT OF ACCOUNT FOR ONE LOAN: ITS BALANCE AND
      *          STATUS, THEN ITS MOVEMENTS IN PERIOD ORDER, UP TO 20
      *          AT A TIME. RESP-CODE 0 = FOUND, 2 = NO SUCH LOAN.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-LOAN-NO TO WS-LOAN-NO.
           MOVE SPACES        TO DATA-OUT.
           MOVE SPACES        TO END-OF-C2-SWITCH.
           MOVE 0             TO WS-LIST-COUNT.

           EXEC SQL
               SELECT
                   EMPNO
                 , BALANCE
                 , LN_STATUS
               INTO
                   :WS-EMPNO
                 , :WS-BALANCE
                 , :WS-LN-STATUS
               FROM LOANMAST
               WHERE LOAN_NO = :WS-LOAN-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-EMPNO     TO CMD03-EMPNO
                   MOVE WS-BALANCE   TO CMD03-BALANCE
                   MOVE WS-LN-STATUS TO CMD03-LN-STATUS
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.

           IF SQLCODE = 0
              EXEC SQL
                  OPEN C2
              END-EXEC

              PERFORM 2400-FETCH-C2
              THRU    2400-EXIT
              UNTIL END-OF-C2 OR WS-LIST-COUNT = 20

              IF WS-LIST-COUNT = 20
                 EXEC SQL
                     FETCH C2
                     INTO :WS-PYEARMONTH,
                          :WS-TXN-TYPE,
                          :WS-TXN-AMT,
                          :WS-BAL-AFTER,
                          :WS-TXN-DATE
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE 'Y' TO CMD03-MORE-TXNS
                 ELSE
                    MOVE 'N' TO CMD03-MORE-TXNS
                 END-IF
              ELSE
                 MOVE 'N' TO CMD03-MORE-TXNS
              END-IF

              EXEC SQL
                  CLOSE C2
              END-EXEC

              MOVE WS-LIST-COUNT TO CMD03-TXN-COUNT
              MOVE 0 TO RESP-CODE
           END-IF.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE LOAN ROW INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-LOAN-NO,
                    :WS-LOAN-TYPE,
                    :WS-PRINCIPAL,
                    :WS-DISB-DATE,
                    :WS-INST-AMT,
                    :WS-INST-COUNT,
                    :WS-INT-RATE,
                    :WS-BALANCE,
                    :WS-LN-STATUS,
                    :WS-LN-CLOSED
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-LOAN-NO
                                  TO CMD01-LOAN-NO    (WS-LIST-COUNT)
                   MOVE WS-LOAN-TYPE
                                  TO CMD01-LOAN-TYPE  (WS-LIST-COUNT)
                   MOVE WS-PRINCIPAL
                                  TO CMD01-PRINCIPAL  (WS-LIST-COUNT)
                   MOVE WS-DISB-DATE
                                  TO CMD01-DISB-DATE  (WS-LIST-COUNT)
                   MOVE WS-INST-AMT
                                  TO CMD01-INST-AMT   (WS-LIST-COUNT)
                   MOVE WS-INST-COUNT
                                  TO CMD01-INST-COUNT (WS-LIST-COUNT)
                   MOVE WS-INT-RATE
                                  TO CMD01-INT-RATE   (WS-LIST-COUNT)
                   MOVE WS-BALANCE
                                  TO CMD01-BALANCE    (WS-LIST-COUNT)
                   MOVE WS-LN-STATUS
                                  TO CMD01-LN-STATUS  (WS-LIST-COUNT)
                   MOVE WS-LN-CLOSED
                                  TO CMD01-LN-CLOSED  (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2200-LEVEL-INSTALMENT - THE INSTALMENT THAT CLEARS THE LOAN IN
      *          INST_COUNT PERIODS: AN EVEN SHARE WHEN INTEREST FREE,
      *          OTHERWISE THE ANNUITY AT A TWELFTH OF THE ANNUAL RATE,
      *          AS COBLNREC CHARGES IT. TAKEN UP TO THE NEXT CENT SO
      *          THE LAST INSTALMENT IS NEVER THE LARGEST.
      *-----------------------------------------------------------------
       2200-LEVEL-INSTALMENT.
           IF WS-INT-RATE = ZERO
              COMPUTE WS-INST-AMT
                    = WS-PRINCIPAL / WS-INST-COUNT + 0.0099
           ELSE
              COMPUTE WS-MONTH-RATE = WS-INT-RATE / 12
              COMPUTE WS-GROWTH ROUNDED
                    = (1 + WS-MONTH-RATE) ** WS-INST-COUNT
              COMPUTE WS-INST-AMT
                    = WS-PRINCIPAL * WS-MONTH-RATE * WS-GROWTH
                    / (WS-GROWTH - 1) + 0.0099
           END-IF.
      *-----------------------------------------------------------------
      * 2300-INSERT-DISBURSEMENT - THE FIRST MOVEMENT ON THE LOAN'S
      *          HISTORY. IF IT CANNOT BE WRITTEN THE LOAN IS TAKEN
      *          BACK OFF SO THE TWO NEVER DISAGREE.
      *-----------------------------------------------------------------
       2300-INSERT-DISBURSEMENT.
           STRING WS-DISB-DATE(1:4) WS-DISB-DATE(6:2)
                  DELIMITED BY SIZE INTO WS-PYEARMONTH.
           MOVE 'D'          TO WS-TXN-TYPE.
           MOVE WS-PRINCIPAL TO WS-TXN-AMT.
           MOVE WS-PRINCIPAL TO WS-BAL-AFTER.
           MOVE WS-DISB-DATE TO WS-TXN-DATE.

           EXEC SQL
                INSERT INTO LOANHIST
                    (
                        LOAN_NO
                      , PYEARMONTH
                      , TXN_TYPE
                      , EMPNO
                      , TXN_AMT
                      , BAL_AFTER
                      , TXN_DATE
                    )
                VALUES
                    (
                        :WS-LOAN-NO
                      , :WS-PYEARMONTH
                      , :WS-TXN-TYPE
                      , :WS-EMPNO
                      , :WS-TXN-AMT
                      , :WS-BAL-AFTER
                      , :WS-TXN-DATE
                    )
           END-EXEC.

           IF SQLCODE = 0
              MOVE 0 TO RESP-CODE
              PERFORM 9700-WRITE-AUDIT
           ELSE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              EXEC SQL
                   DELETE FROM LOANMAST
                    WHERE LOAN_NO = :WS-LOAN-NO
              END-EXEC
           END-IF.
      *-----------------------------------------------------------------
      * 2400-FETCH-C2 - FETCH ONE MOVEMENT INTO THE STATEMENT TABLE.
      *-----------------------------------------------------------------
       2400-FETCH-C2.
           EXEC SQL
               FETCH C2
               INTO :WS-PYEARMONTH,
                    :WS-TXN-TYPE,
                    :WS-TXN-AMT,
                    :WS-BAL-AFTER,
                    :WS-TXN-DATE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-PYEARMONTH
                                  TO CMD03-PYEARMONTH (WS-LIST-COUNT)
                   MOVE WS-TXN-TYPE
                                  TO CMD03-TXN-TYPE   (WS-LIST-COUNT)
                   MOVE WS-TXN-AMT
                                  TO CMD03-TXN-AMT    (WS-LIST-COUNT)
                   MOVE WS-BAL-AFTER
                                  TO CMD03-BAL-AFTER  (WS-LIST-COUNT)
                   MOVE WS-TXN-DATE
                                  TO CMD03-TXN-DATE   (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C2-SWITCH
           END-EVALUATE.
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP041' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE 'LOANMAST' TO AEB-TABLE.
           MOVE 'SQL ERROR - SEE SQLCODE/SQLSTATE'
                           TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * 9700-WRITE-AUDIT - ONE AUDITLOG ROW PER SUCCESSFUL UPDATING
      *          COMMAND: PROGRAM, COMMAND, OPERATOR (SQL AUTH ID),
      *          TIMESTAMP, KEY AND THE CHANGE IMAGES. A FAILURE TO
      *          AUDIT DOES NOT UNDO THE BUSINESS UPDATE - THE ROW IS
      *          EVIDENCE, NOT PART OF THE TRANSACTION.
      *-----------------------------------------------------------------
       9700-WRITE-AUDIT.
           ACCEPT WS-AUD-DATE FROM DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE DATA-IN(1:20) TO WS-AUD-KEY.
           MOVE DATA-IN(1:80) TO WS-AUD-AFTER.


           COPY CPAUDCHN.

           EXEC SQL
                INSERT INTO AUDITLOG
                    (
                        AUD_PROGRAM
                      , AUD_CMD
                      , AUD_OPID
                      , AUD_DATE
                      , AUD_TIME
                      , AUD_TABLE
                      , AUD_KEY
                      , AUD_BEFORE
                      , AUD_AFTER
                      , AUD_SEQ
                      , AUD_CHAIN
                    )
                VALUES
                    (
                        'APITP041'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , 'LOANMAST'
                      , :WS-AUD-KEY
                      , :WS-AUD-BEFORE
                      , :WS-AUD-AFTER
                      , :WS-AUD-SEQ
                      , :WS-AUD-CHAIN
                    )
           END-EXEC.

           MOVE SPACES TO WS-AUD-BEFORE.
      *-----------------------------------------------------------------
      * 9600-CHECK-AUTH - BEFORE ANY UPDATE COMMAND RUNS, THE
      *          OPERATOR'S ROLES (OPERATOR_ROLE, KEYED BY THE SQL
      *          AUTH ID APITPO18 AUTHENTICATED) MUST PERMIT THIS
      *          PROGRAM/COMMAND PAIR ON AUTH_ROLE_CMD. A REFUSAL
      *          ANSWERS RESP-CODE 97 AND LANDS ON AUTH_DENIAL FOR
      *          THE COBSECRP DAILY SECURITY REPORT.
      *-----------------------------------------------------------------
       9600-CHECK-AUTH.
           MOVE SPACES TO AUTH-OK-SWITCH.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-AUTH-DUMMY
                FROM AUTH_ROLE_CMD A
                WHERE A.AUTH_PROGRAM = 'APITP041'
                  AND A.AUTH_CMD     = :CMD-CODE
                  AND A.ROLE IN
                      (SELECT R.ROLE FROM OPERATOR_ROLE R
                        WHERE R.OPID = USER)
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO AUTH-OK-SWITCH
               WHEN 100
                   MOVE 97 TO RESP-CODE
                   ACCEPT WS-DENY-DATE FROM DATE
                   ACCEPT WS-DENY-TIME FROM TIME
                   EXEC SQL
                        INSERT INTO AUTH_DENIAL
                            (DENY_OPID, DENY_PROGRAM, DENY_CMD,
                             DENY_DATE, DENY_TIME)
                        VALUES
                            (USER, 'APITP041', :CMD-CODE,
                             :WS-DENY-DATE, :WS-DENY-TIME)
                   END-EXEC
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       9600-EXIT.
           EXIT.
      /
           COPY CPAUDFLD.
