      *             THEMSELVES A ROLE ALONE. REVOKES TAKE EFFECT AT
      *             ONCE - TAKING ACCESS AWAY NEEDS NO SECOND PAIR
      *             OF HANDS. EVERYTHING WRITES AUDITLOG IMAGES.
      *             IT ALSO KEEPS OPERATOR_EMP, WHICH TIES AN OPERATOR
      *             TO THE EMPLOYEE THEY ARE (COMMAND 7), AND
      *             AUTH_ROLE_SCOPE, WHICH MARKS THE ROLES THAT LAPSE
      *             WHEN THAT EMPLOYEE CHANGES DEPARTMENT (COMMAND 8,
      *             ENFORCED NIGHTLY BY COBACREV).
      *             SEGREGATION OF DUTIES: AUTH_SOD_RULE PAIRS
      *             PROGRAM/COMMAND COMBINATIONS NO ONE OPERATOR MAY
      *             REACH TOGETHER (COMMAND 9). A GRANT THAT WOULD
      *             BRING AN OPERATOR UNDER A RULE IS NOT POSTED - IT
      *             STAYS PARKED ON AUTH_PENDGRT UNTIL A DOCUMENTED,
      *             DATED EXCEPTION (AUTH_SOD_EXCP, COMMANDS 10 AND
      *             11, ITSELF DUAL-CONTROLLED) COVERS IT OR IT IS
      *             REJECTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE OPROLE
           END-EXEC.

           EXEC SQL
               INCLUDE OPEREMP
           END-EXEC.

           EXEC SQL
               INCLUDE AUTHSCOP
           END-EXEC.

           EXEC SQL
               INCLUDE AUTHSOD
           END-EXEC.

           EXEC SQL
               INCLUDE AUTHSODX
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           10 WS-GRANT-CMD            PIC S9(2)  USAGE COMP-3.

       01  WS-SAME-MAKER              PIC X(1).

      *    SEGREGATION-OF-DUTIES CHECK (SEE 3000-CHECK-SOD)
       01  WS-SOD-RULE-ID             PIC X(6).
       01  WS-SOD-OPID                PIC X(8).
       01  WS-SOD-DATE-OK             PIC X(1).
       77  SOD-CONFLICT-SWITCH        PIC X     VALUE SPACES.
           88 SOD-CONFLICT                      VALUE 'Y'.
       01  WS-TODAY-DATE              PIC 9(6).
       01  WS-TODAY-TIME              PIC 9(8).

           05 CMD06-PROGRAM           PIC X(9).
           05 CMD06-CMD               PIC S9(2).
           05 FILLER                  PIC X(493).
      *        ** EMPNO SPACES REMOVES THE OPERATOR'S LINK.
       01 CMD07-DATA-IN REDEFINES DATA-IN.
           05 CMD07-OPID              PIC X(8).
           05 CMD07-EMPNO             PIC X(6).
           05 FILLER                  PIC X(498).
      *        ** SCOPE 'D' = DEPARTMENT-SCOPED, SPACE = NOT SCOPED.
       01 CMD08-DATA-IN REDEFINES DATA-IN.
           05 CMD08-ROLE              PIC X(8).
           05 CMD08-SCOPE             PIC X(1).
           05 FILLER                  PIC X(503).
      *        ** ACTION 'A' = ADD THE RULE, 'D' = DELETE IT (ONLY
      *        ** THE RULE-ID IS NEEDED TO DELETE).
       01 CMD09-DATA-IN REDEFINES DATA-IN.
           05 CMD09-ACTION            PIC X(1).
           05 CMD09-RULE-ID           PIC X(6).
           05 CMD09-PROGRAM-A         PIC X(9).
           05 CMD09-CMD-A             PIC S9(2).
           05 CMD09-PROGRAM-B         PIC X(9).
           05 CMD09-CMD-B             PIC S9(2).
           05 CMD09-DESC              PIC X(40).
           05 FILLER                  PIC X(443).
      *        ** EXPIRY AS YYYY-MM-DD, AFTER TODAY AND NO MORE THAN A
      *        ** YEAR AHEAD. THE REASON IS MANDATORY.
       01 CMD10-DATA-IN REDEFINES DATA-IN.
           05 CMD10-OPID              PIC X(8).
           05 CMD10-RULE-ID           PIC X(6).
           05 CMD10-EXPIRY            PIC X(10).
           05 CMD10-REASON            PIC X(60).
           05 FILLER                  PIC X(428).
      *        ** DECISION 'A' = APPROVE, 'R' = REJECT.
       01 CMD11-DATA-IN REDEFINES DATA-IN.
           05 CMD11-OPID              PIC X(8).
           05 CMD11-RULE-ID           PIC X(6).
           05 CMD11-DECISION          PIC X(1).
           05 FILLER                  PIC X(497).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-PEND OCCURS 20 TIMES.
           05 CMD01-MORE-PEND         PIC X(1).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-PEND-NO-OUT       PIC X(20).
      *        ** RESP 8: THE RULE THE GRANT WOULD BREAK AND THE
      *        ** OPERATOR IT WOULD BREAK IT FOR.
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
           05 CMD03-SOD-RULE-ID       PIC X(6).
           05 CMD03-SOD-OPID          PIC X(8).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = NOT FOUND OR NOT
      *             PENDING, 3 = QUEUED FOR APPROVAL (PEND-NO
      *             RETURNED), 4 = APPROVER IS THE MAKER OR THE
      *             OPERATOR BEING GRANTED THE ROLE (DUAL CONTROL
      *             REFUSED), 5 = ALREADY GRANTED, 6 = NO SUCH
      *             EMPLOYEE (CMD 7), 7 = SCOPE, ACTION OR DECISION
      *             CODE NOT VALID OR REASON MISSING (CMD 8-11),
      *             8 = SEGREGATION-OF-DUTIES CONFLICT WITH NO LIVE
      *             EXCEPTION (CMD 3 - THE GRANT STAYS PENDING),
      *             9 = EXPIRY DATE NOT VALID, NOT AFTER TODAY OR MORE
      *             THAN A YEAR AHEAD (CMD 10), OR ALREADY PASSED
      *             (CMD 11).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
                   IF AUTH-OK
                      PERFORM CMD-06
                   END-IF
               WHEN 7
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-07
                      THRU    CMD-07-EXIT
                   END-IF
               WHEN 8
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
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
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-03 - APPROVE A PENDING GRANT. THE APPROVER'S SQL AUTH ID
      *          MUST DIFFER FROM THE MAKER'S, AND FROM THE OPERATOR
      *          A ROLE IS FOR - A ROLE COBACREV SUSPENDED ON A MOVE IS
      *          QUEUED UNDER ITS OWN NAME, SO THE MOVER MUST NOT BE
      *          ABLE TO PASS IT BACK TO THEMSELVES. A GRANT THAT
      *          WOULD BREAK A SEGREGATION-OF-DUTIES RULE WITH NO LIVE
      *          EXCEPTION IS LEFT PENDING (RESP 8). THEN THE GRANT
      *          POSTS TO OPERATOR_ROLE OR AUTH_ROLE_CMD.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-PEND-NO TO WS-PEND-NO.
                 , GRANT_PROGRAM
                 , GRANT_CMD
                 , CASE WHEN MAKER = USER
                        THEN 'Y'
                        WHEN REQ_TYPE = 'R' AND GRANT_OPID = USER
                        THEN 'Y' ELSE 'N' END
               INTO
                   :WS-REQ-TYPE
              GO TO CMD-03-EXIT
           END-IF.

           PERFORM 3000-CHECK-SOD
           THRU    3000-EXIT.

           IF RESP-CODE = 1
              GO TO CMD-03-EXIT
           END-IF.

           IF SOD-CONFLICT
              MOVE WS-SOD-RULE-ID TO CMD03-SOD-RULE-ID
              MOVE WS-SOD-OPID    TO CMD03-SOD-OPID
              MOVE 8 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           IF WS-REQ-TYPE = 'R'
              EXEC SQL
                   INSERT INTO OPERATOR_ROLE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-07 - LINK AN OPERATOR TO THE EMPLOYEE THEY ARE, REPLACING
      *          ANY EARLIER LINK, OR REMOVE THE LINK WHEN EMPNO IS
      *          SPACES. THE LINK GIVES NO ACCESS OF ITS OWN - IT ONLY
      *          SAYS WHICH DEPARTMENTS THE OPERATOR MANAGES - SO IT
      *          TAKES EFFECT AT ONCE LIKE A REVOKE. THE EMPLOYEE'S
      *          WORKDEPT NOW IS WHERE THE OPERATOR'S DEPARTMENT-
      *          SCOPED ROLES STAND APPROVED (ROLE_DEPT) UNTIL COBACREV
      *          SEES THEM MOVE.
      *-----------------------------------------------------------------
       CMD-07.
           MOVE CMD07-OPID  TO OPID OF DCLOPERATOR-EMP.
           MOVE CMD07-EMPNO TO EMPNO OF DCLOPERATOR-EMP.
           MOVE SPACES      TO ROLE-DEPT OF DCLOPERATOR-EMP.
           MOVE SPACES      TO DATA-OUT.

           IF EMPNO OF DCLOPERATOR-EMP NOT = SPACES
              EXEC SQL
                  SELECT
                      COALESCE(WORKDEPT, ' ')
                  INTO
                      :DCLOPERATOR-EMP.ROLE-DEPT
                  FROM EMP
                  WHERE EMPNO = :DCLOPERATOR-EMP.EMPNO
              END-EXEC
              EVALUATE SQLCODE
                  WHEN 0
                      CONTINUE
                  WHEN 100
                      MOVE 6 TO RESP-CODE
                      GO TO CMD-07-EXIT
                  WHEN OTHER
                      MOVE 1 TO RESP-CODE
                      PERFORM 9800-SET-ERROR-BLOCK
                      GO TO CMD-07-EXIT
              END-EVALUATE
           END-IF.

           EXEC SQL
               DELETE FROM OPERATOR_EMP
                WHERE OPID = :DCLOPERATOR-EMP.OPID
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-07-EXIT
           END-IF.

           IF EMPNO OF DCLOPERATOR-EMP NOT = SPACES
              EXEC SQL
                  INSERT INTO OPERATOR_EMP
                      (OPID, EMPNO, ROLE_DEPT)
                  VALUES
                      (:DCLOPERATOR-EMP.OPID, :DCLOPERATOR-EMP.EMPNO,
                       :DCLOPERATOR-EMP.ROLE-DEPT)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-07-EXIT
              END-IF
           END-IF.

           MOVE 0 TO RESP-CODE.
           PERFORM 9700-WRITE-AUDIT.
       CMD-07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-08 - MARK A ROLE DEPARTMENT-SCOPED (SCOPE 'D') OR CLEAR
      *          THE MARK (SCOPE SPACE). IT GRANTS NOTHING ITSELF, SO
      *          IT TAKES EFFECT AT ONCE; COBACREV APPLIES IT FROM THE
      *          NEXT MOVE IT SEES, NOT TO MOVES ALREADY TAKEN.
      *-----------------------------------------------------------------
       CMD-08.
           MOVE CMD08-ROLE  TO ROLE OF DCLAUTH-ROLE-SCOPE.
           MOVE CMD08-SCOPE TO ROLE-SCOPE OF DCLAUTH-ROLE-SCOPE.
           MOVE SPACES      TO DATA-OUT.

           IF ROLE-SCOPE OF DCLAUTH-ROLE-SCOPE NOT = 'D'
              AND ROLE-SCOPE OF DCLAUTH-ROLE-SCOPE NOT = SPACE
              MOVE 7 TO RESP-CODE
              GO TO CMD-08-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM AUTH_ROLE_SCOPE
                WHERE ROLE = :DCLAUTH-ROLE-SCOPE.ROLE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-08-EXIT
           END-IF.

           IF ROLE-SCOPE OF DCLAUTH-ROLE-SCOPE = 'D'
              EXEC SQL
                  INSERT INTO AUTH_ROLE_SCOPE
                      (ROLE, ROLE_SCOPE)
                  VALUES
                      (:DCLAUTH-ROLE-SCOPE.ROLE,
                       :DCLAUTH-ROLE-SCOPE.ROLE-SCOPE)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-08-EXIT
              END-IF
           END-IF.

           MOVE 0 TO RESP-CODE.
           PERFORM 9700-WRITE-AUDIT.
       CMD-08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-09 - ADD ('A') OR DELETE ('D') A SEGREGATION-OF-DUTIES
      *          RULE. A RULE GRANTS NOTHING, SO IT TAKES EFFECT AT
      *          ONCE; IT GOVERNS GRANTS APPROVED FROM NOW ON AND THE
      *          NEXT COBSODRP LISTS EVERY CONFLICT ALREADY HELD.
      *-----------------------------------------------------------------
       CMD-09.
           MOVE CMD09-RULE-ID   TO RULE-ID   OF DCLAUTH-SOD-RULE.
           MOVE CMD09-PROGRAM-A TO PROGRAM-A OF DCLAUTH-SOD-RULE.
           MOVE CMD09-CMD-A     TO CMD-A     OF DCLAUTH-SOD-RULE.
           MOVE CMD09-PROGRAM-B TO PROGRAM-B OF DCLAUTH-SOD-RULE.
           MOVE CMD09-CMD-B     TO CMD-B     OF DCLAUTH-SOD-RULE.
           MOVE CMD09-DESC      TO RULE-DESC OF DCLAUTH-SOD-RULE.
           MOVE SPACES          TO DATA-OUT.

           EVALUATE CMD09-ACTION
               WHEN 'A'
                   EXEC SQL
                       INSERT INTO AUTH_SOD_RULE
                           (RULE_ID, PROGRAM_A, CMD_A,
                            PROGRAM_B, CMD_B, RULE_DESC)
                       VALUES
                           (:DCLAUTH-SOD-RULE.RULE-ID,
                            :DCLAUTH-SOD-RULE.PROGRAM-A,
                            :DCLAUTH-SOD-RULE.CMD-A,
                            :DCLAUTH-SOD-RULE.PROGRAM-B,
                            :DCLAUTH-SOD-RULE.CMD-B,
                            :DCLAUTH-SOD-RULE.RULE-DESC)
                   END-EXEC
               WHEN 'D'
                   EXEC SQL
                       DELETE FROM AUTH_SOD_RULE
                        WHERE RULE_ID = :DCLAUTH-SOD-RULE.RULE-ID
                   END-EXEC
               WHEN OTHER
                   MOVE 7 TO RESP-CODE
                   GO TO CMD-09-EXIT
           END-EVALUATE.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN -803
                   MOVE 5 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-10 - REQUEST AN EXCEPTION TO A RULE FOR ONE OPERATOR, WITH
      *          ITS REASON AND EXPIRY. IT PARKS UNDER THE MAKER'S SQL
      *          AUTH ID FOR A DIFFERENT OPERATOR'S CMD-11. A REJECTED
      *          OR EXPIRED EXCEPTION IS REPLACED; A PENDING OR LIVE
      *          ONE ANSWERS 5.
      *-----------------------------------------------------------------
       CMD-10.
           MOVE CMD10-OPID    TO OPID        OF DCLAUTH-SOD-EXCP.
           MOVE CMD10-RULE-ID TO RULE-ID     OF DCLAUTH-SOD-EXCP.
           MOVE CMD10-EXPIRY  TO EXPIRY-DATE OF DCLAUTH-SOD-EXCP.
           MOVE CMD10-REASON  TO REASON      OF DCLAUTH-SOD-EXCP.
           MOVE SPACES        TO DATA-OUT.

           IF REASON OF DCLAUTH-SOD-EXCP = SPACES
              MOVE 7 TO RESP-CODE
              GO TO CMD-10-EXIT
           END-IF.

           EXEC SQL
               SELECT
                   CASE WHEN DATE(:DCLAUTH-SOD-EXCP.EXPIRY-DATE)
                             > CURRENT DATE
                         AND DATE(:DCLAUTH-SOD-EXCP.EXPIRY-DATE)
                             <= CURRENT DATE + 1 YEAR
                        THEN 'Y' ELSE 'N' END
               INTO
                   :WS-SOD-DATE-OK
               FROM AUTH_SOD_RULE
               WHERE RULE_ID = :DCLAUTH-SOD-EXCP.RULE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   GO TO CMD-10-EXIT
               WHEN -180
               WHEN -181
                   MOVE 9 TO RESP-CODE
                   GO TO CMD-10-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-10-EXIT
           END-EVALUATE.

           IF WS-SOD-DATE-OK NOT = 'Y'
              MOVE 9 TO RESP-CODE
              GO TO CMD-10-EXIT
           END-IF.

           EXEC SQL
               DELETE FROM AUTH_SOD_EXCP
                WHERE OPID    = :DCLAUTH-SOD-EXCP.OPID
                  AND RULE_ID = :DCLAUTH-SOD-EXCP.RULE-ID
                  AND (XSTATUS = 'R'
                       OR (XSTATUS = 'A'
                           AND EXPIRY_DATE < CURRENT DATE))
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-10-EXIT
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE.

           EXEC SQL
                INSERT INTO AUTH_SOD_EXCP
                    (
                        OPID
                      , RULE_ID
                      , XSTATUS
                      , EXPIRY_DATE
                      , REASON
                      , MAKER
                      , MADE_DATE
                      , CHECKER
                    )
                VALUES
                    (
                        :DCLAUTH-SOD-EXCP.OPID
                      , :DCLAUTH-SOD-EXCP.RULE-ID
                      , 'P'
                      , DATE(:DCLAUTH-SOD-EXCP.EXPIRY-DATE)
                      , :DCLAUTH-SOD-EXCP.REASON
                      , USER
                      , :WS-TODAY-DATE
                      , ' '
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 3 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 5 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-11 - APPROVE ('A') OR REJECT ('R') A PENDING EXCEPTION.
      *          THE DECIDING OPERATOR MUST BE NEITHER THE MAKER NOR
      *          THE OPERATOR THE EXCEPTION IS FOR, AND AN EXCEPTION
      *          WHOSE EXPIRY HAS PASSED CANNOT BE APPROVED.
      *-----------------------------------------------------------------
       CMD-11.
           MOVE CMD11-OPID    TO OPID    OF DCLAUTH-SOD-EXCP.
           MOVE CMD11-RULE-ID TO RULE-ID OF DCLAUTH-SOD-EXCP.
           MOVE SPACES        TO DATA-OUT.

           IF CMD11-DECISION NOT = 'A' AND CMD11-DECISION NOT = 'R'
              MOVE 7 TO RESP-CODE
              GO TO CMD-11-EXIT
           END-IF.

           EXEC SQL
               SELECT
                   CASE WHEN MAKER = USER OR OPID = USER
                        THEN 'Y' ELSE 'N' END
                 , CASE WHEN EXPIRY_DATE >= CURRENT DATE
                        THEN 'Y' ELSE 'N' END
               INTO
                   :WS-SAME-MAKER
                 , :WS-SOD-DATE-OK
               FROM AUTH_SOD_EXCP
               WHERE OPID    = :DCLAUTH-SOD-EXCP.OPID
                 AND RULE_ID = :DCLAUTH-SOD-EXCP.RULE-ID
                 AND XSTATUS = 'P'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   GO TO CMD-11-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-11-EXIT
           END-EVALUATE.

           IF WS-SAME-MAKER = 'Y'
              MOVE 4 TO RESP-CODE
              GO TO CMD-11-EXIT
           END-IF.

           IF CMD11-DECISION = 'A' AND WS-SOD-DATE-OK NOT = 'Y'
              MOVE 9 TO RESP-CODE
              GO TO CMD-11-EXIT
           END-IF.

           MOVE CMD11-DECISION TO XSTATUS OF DCLAUTH-SOD-EXCP.

           EXEC SQL
               UPDATE AUTH_SOD_EXCP
                  SET XSTATUS = :DCLAUTH-SOD-EXCP.XSTATUS
                    , CHECKER = USER
                WHERE OPID    = :DCLAUTH-SOD-EXCP.OPID
                  AND RULE_ID = :DCLAUTH-SOD-EXCP.RULE-ID
                  AND XSTATUS = 'P'
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
       CMD-11-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE PENDING GRANT INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-CHECK-SOD - WOULD POSTING THE PENDING GRANT LEAVE AN
      *          OPERATOR REACHING BOTH SIDES OF A SEGREGATION-OF-
      *          DUTIES RULE, WITH THE GRANT SUPPLYING AT LEAST ONE
      *          SIDE, AND NO LIVE EXCEPTION FOR THAT OPERATOR AND
      *          RULE? A ROLE GRANT ('R') IS CHECKED FOR ITS OPERATOR,
      *          A COMMAND GRANT ('C') FOR EVERY OPERATOR HOLDING THE
      *          ROLE. THE FIRST CONFLICT FOUND IS RETURNED. A CONFLICT
      *          ALREADY HELD THAT THE GRANT DOES NOT ADD TO IS LEFT TO
      *          COBSODRP.
      *-----------------------------------------------------------------
       3000-CHECK-SOD.
           MOVE SPACES TO SOD-CONFLICT-SWITCH.
           MOVE 0      TO RESP-CODE.

           IF WS-REQ-TYPE = 'R'
              MOVE WS-GRANT-OPID TO WS-SOD-OPID
              EXEC SQL
                  SELECT
                      S.RULE_ID
                  INTO
                      :WS-SOD-RULE-ID
                  FROM AUTH_SOD_RULE S
                  WHERE EXISTS
                        (SELECT 1 FROM AUTH_ROLE_CMD A
                          WHERE A.AUTH_PROGRAM = S.PROGRAM_A
                            AND A.AUTH_CMD     = S.CMD_A
                            AND (A.ROLE = :WS-GRANT-ROLE
                                 OR A.ROLE IN
                                    (SELECT R.ROLE FROM OPERATOR_ROLE R
                                      WHERE R.OPID = :WS-GRANT-OPID)))
                    AND EXISTS
                        (SELECT 1 FROM AUTH_ROLE_CMD B
                          WHERE B.AUTH_PROGRAM = S.PROGRAM_B
                            AND B.AUTH_CMD     = S.CMD_B
                            AND (B.ROLE = :WS-GRANT-ROLE
                                 OR B.ROLE IN
                                    (SELECT R.ROLE FROM OPERATOR_ROLE R
                                      WHERE R.OPID = :WS-GRANT-OPID)))
                    AND EXISTS
                        (SELECT 1 FROM AUTH_ROLE_CMD N
                          WHERE N.ROLE = :WS-GRANT-ROLE
                            AND ((N.AUTH_PROGRAM = S.PROGRAM_A
                                  AND N.AUTH_CMD = S.CMD_A)
                                 OR (N.AUTH_PROGRAM = S.PROGRAM_B
                                     AND N.AUTH_CMD = S.CMD_B)))
                    AND NOT EXISTS
                        (SELECT 1 FROM AUTH_SOD_EXCP X
                          WHERE X.OPID        = :WS-GRANT-OPID
                            AND X.RULE_ID     = S.RULE_ID
                            AND X.XSTATUS     = 'A'
                            AND X.EXPIRY_DATE >= CURRENT DATE)
                  ORDER BY S.RULE_ID
                  FETCH FIRST ROW ONLY
              END-EXEC
           ELSE
              EXEC SQL
                  SELECT
                      S.RULE_ID
                    , R.OPID
                  INTO
                      :WS-SOD-RULE-ID
                    , :WS-SOD-OPID
                  FROM AUTH_SOD_RULE S, OPERATOR_ROLE R
                  WHERE R.ROLE = :WS-GRANT-ROLE
                    AND ((S.PROGRAM_A = :WS-GRANT-PROGRAM
                          AND S.CMD_A = :WS-GRANT-CMD
                          AND EXISTS
                              (SELECT 1
                                 FROM OPERATOR_ROLE R2, AUTH_ROLE_CMD B
                                WHERE R2.OPID        = R.OPID
                                  AND B.ROLE         = R2.ROLE
                                  AND B.AUTH_PROGRAM = S.PROGRAM_B
                                  AND B.AUTH_CMD     = S.CMD_B))
                      OR (S.PROGRAM_B = :WS-GRANT-PROGRAM
                          AND S.CMD_B = :WS-GRANT-CMD
                          AND EXISTS
                              (SELECT 1
                                 FROM OPERATOR_ROLE R2, AUTH_ROLE_CMD A
                                WHERE R2.OPID        = R.OPID
                                  AND A.ROLE         = R2.ROLE
                                  AND A.AUTH_PROGRAM = S.PROGRAM_A
                                  AND A.AUTH_CMD     = S.CMD_A)))
                    AND NOT EXISTS
                        (SELECT 1 FROM AUTH_SOD_EXCP X
                          WHERE X.OPID        = R.OPID
                            AND X.RULE_ID     = S.RULE_ID
                            AND X.XSTATUS     = 'A'
                            AND X.EXPIRY_DATE >= CURRENT DATE)
                  ORDER BY S.RULE_ID, R.OPID
                  FETCH FIRST ROW ONLY
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO SOD-CONFLICT-SWITCH
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
