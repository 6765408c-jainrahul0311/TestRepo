      *-----------------------------------------------------------------
      *  APITPO39 - TECHNICAL PROGRAM TO MAINTAIN THE GARNORD TABLE OF
      *             COURT-ORDERED WAGE GARNISHMENTS (CHILD SUPPORT, TAX
      *             LEVIES, COURT AND CREDITOR ATTACHMENTS). AN ORDER IS
      *             ADDED AS SERVED, WITH ITS PAYEE AUTHORITY, LEGAL
      *             PRIORITY, CAPS AND TOTAL OWED, AND WITHDRAWN WHEN
      *             THE COURT LIFTS IT - NEVER DELETED - SO THE
      *             PAY-PERIOD POSTING COBGARN RUNS AND RERUNS AGAINST
      *             THE SAME FACTS. GARNISHMENTS NO LONGER GO ON AS
      *             APITPO27 DEDMAST ROWS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP039.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE GARNORD
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  GARNORD-MASTER-RECORD.
           10 WS-ORDER-NO             PIC X(10).
           10 WS-EMPNO                PIC X(6).
           10 WS-ORDER-TYPE           PIC X(2).
           10 WS-AUTHORITY            PIC X(8).
           10 WS-PRIORITY             PIC S9(4) USAGE COMP.
           10 WS-CAP-AMOUNT           PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-CAP-PCT              PIC S9(1)V9(4) USAGE COMP-3.
           10 WS-TOTAL-OWED           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BALANCE              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-ORD-STATUS           PIC X(1).
           10 WS-ORD-START            PIC X(10).
           10 WS-ORD-CLOSED           PIC X(10).

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   ORDER_NO
                 , ORDER_TYPE
                 , AUTHORITY
                 , ORD_PRIORITY
                 , CAP_AMOUNT
                 , CAP_PCT
                 , TOTAL_OWED
                 , BALANCE
                 , ORD_STATUS
                 , ORD_START
                 , COALESCE(ORD_CLOSED, ' ')
               FROM GARNORD
               WHERE EMPNO = :WS-EMPNO
               ORDER BY ORD_PRIORITY, ORD_START, ORDER_NO
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
           05 CMD02-ORDER-NO          PIC X(10).
           05 CMD02-EMPNO             PIC X(6).
           05 CMD02-ORDER-TYPE        PIC X(2).
           05 CMD02-AUTHORITY         PIC X(8).
           05 CMD02-PRIORITY          PIC 9(3).
           05 CMD02-CAP-AMOUNT        PIC S9(5)V9(2).
           05 CMD02-CAP-PCT           PIC S9(1)V9(4).
           05 CMD02-TOTAL-OWED        PIC S9(7)V9(2).
           05 CMD02-ORD-START         PIC X(10).
           05 FILLER                  PIC X(452).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-ORDER-NO          PIC X(10).
           05 CMD03-ORD-CLOSED        PIC X(10).
           05 FILLER                  PIC X(492).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-ORD OCCURS 20 TIMES.
               10 CMD01-ORDER-NO      PIC X(10).
               10 CMD01-ORDER-TYPE    PIC X(2).
               10 CMD01-AUTHORITY     PIC X(8).
               10 CMD01-PRIORITY      PIC 9(3).
               10 CMD01-CAP-AMOUNT    PIC S9(5)V9(2).
               10 CMD01-CAP-PCT       PIC S9(1)V9(4).
               10 CMD01-TOTAL-OWED    PIC S9(7)V9(2).
               10 CMD01-BALANCE       PIC S9(7)V9(2).
               10 CMD01-ORD-STATUS    PIC X(1).
               10 CMD01-ORD-START     PIC X(10).
               10 CMD01-ORD-CLOSED    PIC X(10).
           05 CMD01-ORD-COUNT         PIC S9(4).
           05 CMD01-MORE-ORDS         PIC X(1).
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
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-03
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - LIST AN EMPLOYEE'S GARNISHMENT ORDERS, OPEN, PAID OFF
      *          AND WITHDRAWN, IN PRIORITY ORDER, UP TO 20 AT A TIME.
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
                  INTO :WS-ORDER-NO,
                       :WS-ORDER-TYPE,
                       :WS-AUTHORITY,
                       :WS-PRIORITY,
                       :WS-CAP-AMOUNT,
                       :WS-CAP-PCT,
                       :WS-TOTAL-OWED,
                       :WS-BALANCE,
                       :WS-ORD-STATUS,
                       :WS-ORD-START,
                       :WS-ORD-CLOSED
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD01-MORE-ORDS
              ELSE
                 MOVE 'N' TO CMD01-MORE-ORDS
              END-IF
           ELSE
              MOVE 'N' TO CMD01-MORE-ORDS
           END-IF.

           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD01-ORD-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * CMD-02 - ADD AN ORDER AS SERVED. THE BALANCE STARTS AT THE
      *          TOTAL OWED. RESP-CODE 0 = ADDED, 3 = THE ORDER NUMBER
      *          IS ALREADY ON FILE, OR THE ORDER IS INVALID - AN
      *          UNKNOWN ORDER TYPE, NO PAYEE AUTHORITY, A PRIORITY OF
      *          ZERO OR NOTHING OWED.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-ORDER-NO   TO WS-ORDER-NO.
           MOVE CMD02-EMPNO      TO WS-EMPNO.
           MOVE CMD02-ORDER-TYPE TO WS-ORDER-TYPE.
           MOVE CMD02-AUTHORITY  TO WS-AUTHORITY.
           MOVE CMD02-PRIORITY   TO WS-PRIORITY.
           MOVE CMD02-CAP-AMOUNT TO WS-CAP-AMOUNT.
           MOVE CMD02-CAP-PCT    TO WS-CAP-PCT.
           MOVE CMD02-TOTAL-OWED TO WS-TOTAL-OWED.
           MOVE CMD02-TOTAL-OWED TO WS-BALANCE.
           MOVE CMD02-ORD-START  TO WS-ORD-START.
           MOVE SPACES           TO DATA-OUT.

           IF (WS-ORDER-TYPE NOT = 'CS' AND NOT = 'TL'
                         AND NOT = 'CO' AND NOT = 'CR')
              OR WS-AUTHORITY  = SPACES
              OR WS-PRIORITY   = ZERO
              OR WS-TOTAL-OWED NOT > ZERO
              OR WS-CAP-AMOUNT < ZERO
              OR WS-CAP-PCT    < ZERO
              MOVE 3 TO RESP-CODE
           ELSE
              EXEC SQL
                   INSERT INTO GARNORD
                       (
                           ORDER_NO
                         , EMPNO
                         , ORDER_TYPE
                         , AUTHORITY
                         , ORD_PRIORITY
                         , CAP_AMOUNT
                         , CAP_PCT
                         , TOTAL_OWED
                         , BALANCE
                         , ORD_STATUS
                         , ORD_START
                         , ORD_CLOSED
                       )
                   VALUES
                       (
                           :WS-ORDER-NO
                         , :WS-EMPNO
                         , :WS-ORDER-TYPE
                         , :WS-AUTHORITY
                         , :WS-PRIORITY
                         , :WS-CAP-AMOUNT
                         , :WS-CAP-PCT
                         , :WS-TOTAL-OWED
                         , :WS-BALANCE
                         , 'O'
                         , :WS-ORD-START
                         , NULL
                       )
              END-EXEC

              EVALUATE SQLCODE
                  WHEN 0
                      MOVE 0                       TO RESP-CODE
                      PERFORM 9700-WRITE-AUDIT
                  WHEN -803
                      MOVE 3                       TO RESP-CODE
                  WHEN OTHER
                      MOVE 1                       TO RESP-CODE
                      PERFORM 9800-SET-ERROR-BLOCK
              END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * CMD-03 - WITHDRAW AN OPEN ORDER THE COURT HAS LIFTED, FROM THE
      *          DATE GIVEN. THE ROW AND ITS BALANCE STAY ON FILE FOR
      *          RERUNS AND AUDIT. RESP-CODE 0 = WITHDRAWN, 2 = NO OPEN
      *          ORDER OF THAT NUMBER ON FILE.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-ORDER-NO   TO WS-ORDER-NO.
           MOVE CMD03-ORD-CLOSED TO WS-ORD-CLOSED.
           MOVE SPACES           TO DATA-OUT.

           EXEC SQL
               UPDATE GARNORD
                  SET ORD_STATUS = 'W'
                    , ORD_CLOSED = :WS-ORD-CLOSED
                WHERE ORDER_NO   = :WS-ORDER-NO
                  AND ORD_STATUS = 'O'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE ORDER ROW INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-ORDER-NO,
                    :WS-ORDER-TYPE,
                    :WS-AUTHORITY,
                    :WS-PRIORITY,
                    :WS-CAP-AMOUNT,
                    :WS-CAP-PCT,
                    :WS-TOTAL-OWED,
                    :WS-BALANCE,
                    :WS-ORD-STATUS,
                    :WS-ORD-START,
                    :WS-ORD-CLOSED
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-ORDER-NO
                                  TO CMD01-ORDER-NO   (WS-LIST-COUNT)
                   MOVE WS-ORDER-TYPE
                                  TO CMD01-ORDER-TYPE (WS-LIST-COUNT)
                   MOVE WS-AUTHORITY
                                  TO CMD01-AUTHORITY  (WS-LIST-COUNT)
                   MOVE WS-PRIORITY
                                  TO CMD01-PRIORITY   (WS-LIST-COUNT)
                   MOVE WS-CAP-AMOUNT
                                  TO CMD01-CAP-AMOUNT (WS-LIST-COUNT)
                   MOVE WS-CAP-PCT
                                  TO CMD01-CAP-PCT    (WS-LIST-COUNT)
                   MOVE WS-TOTAL-OWED
                                  TO CMD01-TOTAL-OWED (WS-LIST-COUNT)
                   MOVE WS-BALANCE
                                  TO CMD01-BALANCE    (WS-LIST-COUNT)
                   MOVE WS-ORD-STATUS
                                  TO CMD01-ORD-STATUS (WS-LIST-COUNT)
                   MOVE WS-ORD-START
                                  TO CMD01-ORD-START  (WS-LIST-COUNT)
                   MOVE WS-ORD-CLOSED
                                  TO CMD01-ORD-CLOSED (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP039' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE 'GARNORD'  TO AEB-TABLE.
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
                        'APITP039'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , 'GARNORD'
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
                WHERE A.AUTH_PROGRAM = 'APITP039'
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
                            (USER, 'APITP039', :CMD-CODE,
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
