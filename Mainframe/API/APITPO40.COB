      *-----------------------------------------------------------------
      *  APITPO40 - TECHNICAL PROGRAM FOR THE EXPENSE-CLAIM WORKFLOW.
      *             AN EMPLOYEE SUBMITS A CLAIM WITH ITS CATEGORY,
      *             DATE, AMOUNT AND CURRENCY; THE CLAIM IS CONVERTED
      *             AT ONCE, AT THE EXCHRATE RATE IN EFFECT ON THE
      *             CLAIM DATE, INTO THE EMPLOYEE'S PAYING CURRENCY.
      *             THE DEPARTMENT MANAGER NAMED ON DEPT.MGRNO
      *             APPROVES OR REJECTS IT, AND A CLAIM WORTH MORE
      *             THAN THE HR_CONTROL 'EXPFINLM' LIMIT GOES ON TO
      *             FINANCE FOR A SECOND DECISION. AN APPROVED CLAIM
      *             IS PAID TAX-FREE BY THE NEXT REGULAR COBBNKEX
      *             BANK FILE AND POSTED BY COBEXPGL - NOTHING IS
      *             PAID BY MANUAL CHEQUE ANY MORE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP040.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE EMP
           END-EXEC.

           EXEC SQL
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               INCLUDE EXPCLAIM
           END-EXEC.

           EXEC SQL
               INCLUDE EXPCATGL
           END-EXEC.

           EXEC SQL
               INCLUDE EXCHRATE
           END-EXEC.

           EXEC SQL
               INCLUDE HRCTL
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  EXPCLAIM-WORK-RECORD.
           10 WS-CLAIM-NO             PIC X(20).
           10 WS-EMPNO                PIC X(6).
           10 WS-CATEGORY             PIC X(4).
           10 WS-CLAIM-DATE           PIC X(10).
           10 WS-CLAIM-DESC           PIC X(30).
           10 WS-CLAIM-AMT            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CLAIM-CURR           PIC X(3).
           10 WS-PAY-CURR             PIC X(3).
           10 WS-PAY-RATE             PIC S9(3)V9(6) USAGE COMP-3.
           10 WS-PAY-AMT              PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-BASE-AMT             PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CSTATUS              PIC X(1).
           10 WS-PAID-PERIOD          PIC X(6).

       01  WS-WORKDEPT                PIC X(3).
       01  WS-MGRNO                   PIC X(6).
       01  WS-DECIDER-EMPNO           PIC X(6).
       01  WS-FIN-APPROVER            PIC X(8).
       01  WS-DUP-COUNT               PIC S9(4) USAGE COMP.
       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.

       01  WS-TODAY-DATE              PIC 9(6).
       01  WS-TODAY-TIME              PIC 9(8).
       01  WS-TODAY-ISO               PIC X(10).

      *    CURRENCY CONVERSION (SEE 3100-GET-RATE). THE RATE IS THE
      *    LATEST EXCHRATE ROW FOR THE PAIR EFFECTIVE ON OR BEFORE THE
      *    CLAIM DATE; A PAIR OF THE SAME CURRENCY CONVERTS AT 1.
       77  RATE-FOUND-SWITCH          PIC X     VALUE SPACES.
           88 RATE-FOUND                        VALUE 'Y'.
       77  RATE-FAIL-SWITCH           PIC X     VALUE SPACES.
           88 RATE-CHECK-FAILED                 VALUE 'Y'.
       01  WS-RATE-FROM               PIC X(3).
       01  WS-RATE-TO                 PIC X(3).
       01  WS-RATE                    PIC S9(3)V9(6) USAGE COMP-3.

      *    FINANCE LIMIT FROM THE HR_CONTROL 'EXPFINLM' ROW, IN BASE
      *    CURRENCY; NO ROW MEANS NO CLAIM NEEDS FINANCE.
       77  LIMIT-FAIL-SWITCH          PIC X     VALUE SPACES.
           88 LIMIT-CHECK-FAILED                VALUE 'Y'.
       01  WS-FIN-LIMIT               PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NEW-STATUS              PIC X(1).

      *    THE THREE CLAIM LISTS SHARE ONE CURSOR: 'M' = A MANAGER'S
      *    DEPARTMENT QUEUE, 'F' = THE FINANCE QUEUE, 'E' = ONE
      *    EMPLOYEE'S OWN CLAIMS.
       01  WS-LIST-MODE               PIC X(1).
       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   C.CLAIM_NO
                 , C.EMPNO
                 , C.CATEGORY
                 , C.CLAIM_DATE
                 , C.CLAIM_AMT
                 , C.CLAIM_CURR
                 , C.PAY_AMT
                 , C.PAY_CURR
                 , C.CSTATUS
                 , C.PAID_PERIOD
               FROM EXPCLAIM C
               INNER JOIN EMP E
                       ON E.EMPNO = C.EMPNO
               WHERE (:WS-LIST-MODE = 'M'
                      AND C.CSTATUS  = 'P'
                      AND E.WORKDEPT = :WS-WORKDEPT)
                  OR (:WS-LIST-MODE = 'F'
                      AND C.CSTATUS  = 'F')
                  OR (:WS-LIST-MODE = 'E'
                      AND C.EMPNO    = :WS-EMPNO)
               ORDER BY C.SUBMIT_DATE, C.CLAIM_NO
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
           05 CMD01-CATEGORY          PIC X(4).
           05 CMD01-CLAIM-DATE        PIC X(10).
           05 CMD01-CLAIM-AMT         PIC S9(7)V9(2).
           05 CMD01-CLAIM-CURR        PIC X(3).
           05 CMD01-CLAIM-DESC        PIC X(30).
           05 FILLER                  PIC X(450).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-WORKDEPT          PIC X(3).
           05 FILLER                  PIC X(509).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-CLAIM-NO          PIC X(20).
           05 CMD03-MGR-EMPNO         PIC X(6).
           05 FILLER                  PIC X(486).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-CLAIM-NO          PIC X(20).
           05 CMD06-APPROVER          PIC X(8).
           05 FILLER                  PIC X(484).
       01 CMD08-DATA-IN REDEFINES DATA-IN.
           05 CMD08-EMPNO             PIC X(6).
           05 FILLER                  PIC X(506).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-OUT-CLAIM-NO      PIC X(20).
           05 CMD01-OUT-PAY-AMT       PIC S9(7)V9(2).
           05 CMD01-OUT-PAY-CURR      PIC X(3).
           05 CMD01-OUT-CSTATUS       PIC X(1).
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
           05 CMD03-OUT-CSTATUS       PIC X(1).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-CLAIM OCCURS 20 TIMES.
               10 CMD02-CLAIM-NO      PIC X(20).
               10 CMD02-EMPNO-OUT     PIC X(6).
               10 CMD02-CATEGORY      PIC X(4).
               10 CMD02-CLAIM-DATE    PIC X(10).
               10 CMD02-CLAIM-AMT     PIC S9(7)V9(2).
               10 CMD02-CLAIM-CURR    PIC X(3).
               10 CMD02-PAY-AMT       PIC S9(7)V9(2).
               10 CMD02-PAY-CURR      PIC X(3).
               10 CMD02-CSTATUS       PIC X(1).
               10 CMD02-PAID-PERIOD   PIC X(6).
           05 CMD02-CLAIM-COUNT       PIC S9(4).
           05 CMD02-MORE-CLAIMS       PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
                   THRU    CMD-01-EXIT
               WHEN 2
                   MOVE 'M'            TO WS-LIST-MODE
                   MOVE CMD02-WORKDEPT TO WS-WORKDEPT
                   PERFORM 2000-LIST-CLAIMS
                   THRU    2000-EXIT
               WHEN 3
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-03
                      THRU    CMD-03-EXIT
                   END-IF
               WHEN 4
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-04
                      THRU    CMD-04-EXIT
                   END-IF
               WHEN 5
                   MOVE 'F'            TO WS-LIST-MODE
                   PERFORM 2000-LIST-CLAIMS
                   THRU    2000-EXIT
               WHEN 6
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      MOVE 'A' TO WS-NEW-STATUS
                      PERFORM CMD-06
                   END-IF
               WHEN 7
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      MOVE 'R' TO WS-NEW-STATUS
                      PERFORM CMD-06
                   END-IF
               WHEN 8
                   MOVE 'E'            TO WS-LIST-MODE
                   MOVE CMD08-EMPNO    TO WS-EMPNO
                   PERFORM 2000-LIST-CLAIMS
                   THRU    2000-EXIT
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - SUBMIT AN EXPENSE CLAIM. THE CLAIM NUMBER IS BUILT
      *          FROM THE EMPNO AND THE SUBMISSION DATE/TIME AND IS
      *          RETURNED WITH THE CONVERTED AMOUNT THE BANK FILE WILL
      *          PAY. THE CLAIM WAITS FOR THE DEPARTMENT MANAGER,
      *          EXCEPT A MANAGER'S OWN CLAIM (OR ONE FROM A
      *          DEPARTMENT WITH NO MANAGER), WHICH GOES STRAIGHT TO
      *          FINANCE - NOBODY APPROVES THEIR OWN EXPENSES. THE
      *          SAME EXPENSE (EMPLOYEE, CATEGORY, DATE, AMOUNT AND
      *          CURRENCY) CANNOT BE CLAIMED AGAIN UNLESS THE FIRST
      *          CLAIM WAS REJECTED. RESP-CODE 0 = SUBMITTED, 3 = BAD
      *          AMOUNT, DATE OR CURRENCY, UNKNOWN EMPLOYEE OR
      *          CATEGORY, 4 = NO EXCHANGE RATE ON FILE FOR THE CLAIM
      *          DATE, 7 = THE SAME EXPENSE IS ALREADY CLAIMED, 1 =
      *          SQL ERROR.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMPNO      TO WS-EMPNO.
           MOVE CMD01-CATEGORY   TO WS-CATEGORY.
           MOVE CMD01-CLAIM-DATE TO WS-CLAIM-DATE.
           MOVE CMD01-CLAIM-CURR TO WS-CLAIM-CURR.
           MOVE CMD01-CLAIM-DESC TO WS-CLAIM-DESC.
           MOVE SPACES           TO DATA-OUT.

           ACCEPT WS-TODAY-DATE FROM DATE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 9100-SET-TODAY-ISO.

           IF CMD01-CLAIM-AMT NOT NUMERIC
              MOVE 3 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.
           MOVE CMD01-CLAIM-AMT TO WS-CLAIM-AMT.

           IF WS-CLAIM-AMT NOT > ZERO
              OR WS-CATEGORY   = SPACES
              OR WS-CLAIM-CURR = SPACES
              OR WS-CLAIM-DATE = SPACES
              OR WS-CLAIM-DATE > WS-TODAY-ISO
              MOVE 3 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    E.CURRCODE
                  , E.WORKDEPT
                  , COALESCE(D.MGRNO, ' ')
                INTO
                    :WS-PAY-CURR
                  , :WS-WORKDEPT
                  , :WS-MGRNO
                FROM EMP E
                LEFT JOIN DEPT D
                       ON D.DEPTNO = E.WORKDEPT
                WHERE E.EMPNO = :WS-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 3 TO RESP-CODE
                   GO TO CMD-01-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-01-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM EXPCATGL
                WHERE CATEGORY = :WS-CATEGORY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 3 TO RESP-CODE
                   GO TO CMD-01-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-01-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT
                    COUNT(*)
                INTO
                    :WS-DUP-COUNT
                FROM EXPCLAIM
                WHERE EMPNO      = :WS-EMPNO
                  AND CATEGORY   = :WS-CATEGORY
                  AND CLAIM_DATE = :WS-CLAIM-DATE
                  AND CLAIM_AMT  = :WS-CLAIM-AMT
                  AND CLAIM_CURR = :WS-CLAIM-CURR
                  AND CSTATUS   <> 'R'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-01-EXIT
           END-IF.

           IF WS-DUP-COUNT > 0
              MOVE 7 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.

      *    CLAIM CURRENCY INTO THE PAYING CURRENCY ...
           MOVE WS-CLAIM-CURR TO WS-RATE-FROM.
           MOVE WS-PAY-CURR   TO WS-RATE-TO.
           PERFORM 3100-GET-RATE
           THRU    3100-EXIT.
           IF RATE-CHECK-FAILED
              GO TO CMD-01-EXIT
           END-IF.
           IF NOT RATE-FOUND
              MOVE 4 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.
           MOVE WS-RATE TO WS-PAY-RATE.
           COMPUTE WS-PAY-AMT ROUNDED = WS-CLAIM-AMT * WS-PAY-RATE.

      *    ... AND THE PAYING CURRENCY INTO BASE FOR THE FINANCE LIMIT.
           MOVE WS-PAY-CURR   TO WS-RATE-FROM.
           MOVE 'USD'         TO WS-RATE-TO.
           PERFORM 3100-GET-RATE
           THRU    3100-EXIT.
           IF RATE-CHECK-FAILED
              GO TO CMD-01-EXIT
           END-IF.
           IF NOT RATE-FOUND
              MOVE 4 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.
           COMPUTE WS-BASE-AMT ROUNDED = WS-PAY-AMT * WS-RATE.

           IF WS-MGRNO = SPACES OR WS-MGRNO = WS-EMPNO
              MOVE 'F' TO WS-CSTATUS
           ELSE
              MOVE 'P' TO WS-CSTATUS
           END-IF.

           MOVE SPACES TO WS-CLAIM-NO.
           STRING WS-EMPNO WS-TODAY-DATE WS-TODAY-TIME
                  DELIMITED BY SIZE
             INTO WS-CLAIM-NO.

           EXEC SQL
                INSERT INTO EXPCLAIM
                    (
                        CLAIM_NO
                      , EMPNO
                      , CATEGORY
                      , CLAIM_DATE
                      , CLAIM_DESC
                      , CLAIM_AMT
                      , CLAIM_CURR
                      , PAY_CURR
                      , PAY_RATE
                      , PAY_AMT
                      , BASE_AMT
                      , CSTATUS
                      , SUBMIT_DATE
                      , MGR_EMPNO
                      , MGR_DATE
                      , FIN_APPROVER
                      , FIN_DATE
                      , PAID_PERIOD
                    )
                VALUES
                    (
                        :WS-CLAIM-NO
                      , :WS-EMPNO
                      , :WS-CATEGORY
                      , :WS-CLAIM-DATE
                      , :WS-CLAIM-DESC
                      , :WS-CLAIM-AMT
                      , :WS-CLAIM-CURR
                      , :WS-PAY-CURR
                      , :WS-PAY-RATE
                      , :WS-PAY-AMT
                      , :WS-BASE-AMT
                      , :WS-CSTATUS
                      , :WS-TODAY-ISO
                      , ' '
                      , NULL
                      , ' '
                      , NULL
                      , ' '
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-CLAIM-NO TO CMD01-OUT-CLAIM-NO
                   MOVE WS-PAY-AMT  TO CMD01-OUT-PAY-AMT
                   MOVE WS-PAY-CURR TO CMD01-OUT-PAY-CURR
                   MOVE WS-CSTATUS  TO CMD01-OUT-CSTATUS
                   MOVE 0           TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1           TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2000-LIST-CLAIMS - COMMANDS 2, 5 AND 8: LIST A MANAGER'S
      *          PENDING DEPARTMENT CLAIMS, THE FINANCE QUEUE, OR ONE
      *          EMPLOYEE'S CLAIMS WITH THEIR STATUS AND THE PERIOD
      *          THAT PAID THEM, OLDEST FIRST, UP TO 20 AT A TIME.
      *-----------------------------------------------------------------
       2000-LIST-CLAIMS.
           MOVE SPACES         TO DATA-OUT.
           MOVE SPACES         TO END-OF-C1-SWITCH.
           MOVE 0              TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C1
           END-EXEC.

           PERFORM 2100-FETCH-C1
           THRU    2100-EXIT
           UNTIL END-OF-C1 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C1
                  INTO :WS-CLAIM-NO,
                       :WS-EMPNO,
                       :WS-CATEGORY,
                       :WS-CLAIM-DATE,
                       :WS-CLAIM-AMT,
                       :WS-CLAIM-CURR,
                       :WS-PAY-AMT,
                       :WS-PAY-CURR,
                       :WS-CSTATUS,
                       :WS-PAID-PERIOD
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD02-MORE-CLAIMS
              ELSE
                 MOVE 'N' TO CMD02-MORE-CLAIMS
              END-IF
           ELSE
              MOVE 'N' TO CMD02-MORE-CLAIMS
           END-IF.

           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD02-CLAIM-COUNT.
           MOVE 0 TO RESP-CODE.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE CLAIM INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-CLAIM-NO,
                    :WS-EMPNO,
                    :WS-CATEGORY,
                    :WS-CLAIM-DATE,
                    :WS-CLAIM-AMT,
                    :WS-CLAIM-CURR,
                    :WS-PAY-AMT,
                    :WS-PAY-CURR,
                    :WS-CSTATUS,
                    :WS-PAID-PERIOD
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-CLAIM-NO
                              TO CMD02-CLAIM-NO      (WS-LIST-COUNT)
                   MOVE WS-EMPNO
                              TO CMD02-EMPNO-OUT     (WS-LIST-COUNT)
                   MOVE WS-CATEGORY
                              TO CMD02-CATEGORY      (WS-LIST-COUNT)
                   MOVE WS-CLAIM-DATE
                              TO CMD02-CLAIM-DATE    (WS-LIST-COUNT)
                   MOVE WS-CLAIM-AMT
                              TO CMD02-CLAIM-AMT     (WS-LIST-COUNT)
                   MOVE WS-CLAIM-CURR
                              TO CMD02-CLAIM-CURR    (WS-LIST-COUNT)
                   MOVE WS-PAY-AMT
                              TO CMD02-PAY-AMT       (WS-LIST-COUNT)
                   MOVE WS-PAY-CURR
                              TO CMD02-PAY-CURR      (WS-LIST-COUNT)
                   MOVE WS-CSTATUS
                              TO CMD02-CSTATUS       (WS-LIST-COUNT)
                   MOVE WS-PAID-PERIOD
                              TO CMD02-PAID-PERIOD   (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - THE DEPARTMENT MANAGER APPROVES A PENDING CLAIM. ONLY
      *          THE MANAGER ON DEPT.MGRNO FOR THE CLAIMANT'S WORKDEPT
      *          MAY DECIDE IT. A CLAIM WHOSE BASE-CURRENCY VALUE IS
      *          OVER THE 'EXPFINLM' LIMIT MOVES ON TO FINANCE ('F');
      *          ANY OTHER IS APPROVED FOR PAYMENT ('A'). THE NEW
      *          STATUS IS RETURNED. RESP-CODE 0 = DECIDED, 2 = CLAIM
      *          NOT FOUND OR NOT PENDING THE MANAGER, 6 = THE
      *          APPROVER IS NOT THE CLAIMANT'S DEPARTMENT MANAGER,
      *          1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-CLAIM-NO  TO WS-CLAIM-NO.
           MOVE CMD03-MGR-EMPNO TO WS-DECIDER-EMPNO.
           MOVE SPACES          TO DATA-OUT.

           PERFORM 3000-CHECK-MANAGER
           THRU    3000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.

           PERFORM 3200-GET-FIN-LIMIT
           THRU    3200-EXIT.
           IF LIMIT-CHECK-FAILED
              GO TO CMD-03-EXIT
           END-IF.

           IF WS-FIN-LIMIT > ZERO
              AND WS-BASE-AMT > WS-FIN-LIMIT
              MOVE 'F' TO WS-NEW-STATUS
           ELSE
              MOVE 'A' TO WS-NEW-STATUS
           END-IF.

           PERFORM 3300-RECORD-MGR-DECISION
           THRU    3300-EXIT.

           IF RESP-CODE = 0
              MOVE WS-NEW-STATUS TO CMD03-OUT-CSTATUS
           END-IF.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - THE DEPARTMENT MANAGER REJECTS A PENDING CLAIM, UNDER
      *          THE SAME CHECK AS CMD-03. RESP-CODE 0 = REJECTED, 2 =
      *          CLAIM NOT FOUND OR NOT PENDING THE MANAGER, 6 = NOT
      *          THE CLAIMANT'S DEPARTMENT MANAGER, 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE CMD03-CLAIM-NO  TO WS-CLAIM-NO.
           MOVE CMD03-MGR-EMPNO TO WS-DECIDER-EMPNO.
           MOVE SPACES          TO DATA-OUT.

           PERFORM 3000-CHECK-MANAGER
           THRU    3000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           MOVE 'R' TO WS-NEW-STATUS.
           PERFORM 3300-RECORD-MGR-DECISION
           THRU    3300-EXIT.
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - FINANCE APPROVES (COMMAND 6) OR REJECTS (COMMAND 7) A
      *          CLAIM IN THE FINANCE QUEUE UNDER THE APPROVER'S ID.
      *          RESP-CODE 0 = DECIDED, 2 = CLAIM NOT FOUND OR NOT
      *          WAITING FOR FINANCE, 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE CMD06-CLAIM-NO TO WS-CLAIM-NO.
           MOVE CMD06-APPROVER TO WS-FIN-APPROVER.
           MOVE SPACES         TO DATA-OUT.

           ACCEPT WS-TODAY-DATE FROM DATE.
           PERFORM 9100-SET-TODAY-ISO.

           EXEC SQL
                UPDATE EXPCLAIM
                   SET CSTATUS      = :WS-NEW-STATUS
                     , FIN_APPROVER = :WS-FIN-APPROVER
                     , FIN_DATE     = :WS-TODAY-ISO
                 WHERE CLAIM_NO = :WS-CLAIM-NO
                   AND CSTATUS  = 'F'
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
      * 3000-CHECK-MANAGER - THE CLAIM MUST BE PENDING THE MANAGER,
      *          AND THE DECIDER MUST BE THE MANAGER OF THE CLAIMANT'S
      *          DEPARTMENT AND NOT THE CLAIMANT. SETS RESP-CODE.
      *-----------------------------------------------------------------
       3000-CHECK-MANAGER.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    C.EMPNO
                  , C.BASE_AMT
                  , COALESCE(D.MGRNO, ' ')
                INTO
                    :WS-EMPNO
                  , :WS-BASE-AMT
                  , :WS-MGRNO
                FROM EXPCLAIM C
                INNER JOIN EMP E
                        ON E.EMPNO = C.EMPNO
                LEFT JOIN DEPT D
                       ON D.DEPTNO = E.WORKDEPT
                WHERE C.CLAIM_NO = :WS-CLAIM-NO
                  AND C.CSTATUS  = 'P'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   GO TO 3000-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 3000-EXIT
           END-EVALUATE.

           IF WS-DECIDER-EMPNO NOT = WS-MGRNO
              OR WS-DECIDER-EMPNO = WS-EMPNO
              MOVE 6 TO RESP-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-GET-RATE - THE EXCHRATE RATE FROM WS-RATE-FROM INTO
      *          WS-RATE-TO IN EFFECT ON THE CLAIM DATE. THE SAME
      *          CURRENCY CONVERTS AT 1. NO RATE LEAVES RATE-FOUND OFF
      *          - A CLAIM IS NEVER PAID AT A GUESSED RATE.
      *-----------------------------------------------------------------
       3100-GET-RATE.
           MOVE SPACES TO RATE-FOUND-SWITCH.
           MOVE SPACES TO RATE-FAIL-SWITCH.

           IF WS-RATE-FROM = WS-RATE-TO
              MOVE 1   TO WS-RATE
              MOVE 'Y' TO RATE-FOUND-SWITCH
              GO TO 3100-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    EXRATE
                INTO
                    :WS-RATE
                FROM EXCHRATE
                WHERE FROMCURR = :WS-RATE-FROM
                  AND TOCURR   = :WS-RATE-TO
                  AND EFFDATE <= :WS-CLAIM-DATE
                ORDER BY EFFDATE DESC
                FETCH FIRST 1 ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO RATE-FOUND-SWITCH
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1   TO RESP-CODE
                   MOVE 'Y' TO RATE-FAIL-SWITCH
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3200-GET-FIN-LIMIT - THE HR_CONTROL 'EXPFINLM' ROW. NO ROW
      *          LEAVES THE LIMIT AT ZERO, WHICH MEANS NO LIMIT.
      *-----------------------------------------------------------------
       3200-GET-FIN-LIMIT.
           MOVE SPACES TO LIMIT-FAIL-SWITCH.
           MOVE ZERO   TO WS-FIN-LIMIT.

           EXEC SQL
                SELECT
                    CTL_AMOUNT
                INTO
                    :WS-FIN-LIMIT
                FROM HR_CONTROL
                WHERE CTL_KEY = 'EXPFINLM'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE ZERO TO WS-FIN-LIMIT
               WHEN OTHER
                   MOVE 1   TO RESP-CODE
                   MOVE 'Y' TO LIMIT-FAIL-SWITCH
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3300-RECORD-MGR-DECISION - STAMP THE MANAGER'S DECISION. THE
      *          'P' GUARD MEANS TWO MANAGERS ACTING AT ONCE CANNOT
      *          BOTH DECIDE THE SAME CLAIM.
      *-----------------------------------------------------------------
       3300-RECORD-MGR-DECISION.
           ACCEPT WS-TODAY-DATE FROM DATE.
           PERFORM 9100-SET-TODAY-ISO.

           EXEC SQL
                UPDATE EXPCLAIM
                   SET CSTATUS   = :WS-NEW-STATUS
                     , MGR_EMPNO = :WS-DECIDER-EMPNO
                     , MGR_DATE  = :WS-TODAY-ISO
                 WHERE CLAIM_NO = :WS-CLAIM-NO
                   AND CSTATUS  = 'P'
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
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9100-SET-TODAY-ISO - YYYY-MM-DD FROM THE 6-DIGIT SYSTEM DATE.
      *-----------------------------------------------------------------
       9100-SET-TODAY-ISO.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING '20' WS-TODAY-DATE(1:2) '-'
                  WS-TODAY-DATE(3:2) '-'
                  WS-TODAY-DATE(5:2)
                  DELIMITED BY SIZE
             INTO WS-TODAY-ISO.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP040' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE 'EXPCLAIM' TO AEB-TABLE.
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
           MOVE WS-CLAIM-NO   TO WS-AUD-KEY.
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
                        'APITP040'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , 'EXPCLAIM'
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
                WHERE A.AUTH_PROGRAM = 'APITP040'
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
                            (USER, 'APITP040', :CMD-CODE,
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
