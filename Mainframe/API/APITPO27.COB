      *             SO THE PAY-PERIOD POSTING COBDEDPO RUNS AND RERUNS
      *             AGAINST THE SAME FACTS. REPLACES THE AFTER-THE-
      *             FACT APIACC-STYLE MANUAL ADJUSTMENTS THAT KEPT
      *             GETTING MISSED. MEDICAL AND DENTAL PREMIUMS ARE NO
      *             LONGER KEYED HERE: A DEDUCTION TYPE THAT IS A
      *             BEN_PLAN PLAN CODE FOLLOWS THE EMPLOYEE'S BENEFIT
      *             ELECTION (APITPO48) AND IS REFUSED (RESP-CODE 4).
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE DEDMAST
           END-EXEC.

           EXEC SQL
               INCLUDE BENPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           10 WS-DEDSTOP              PIC X(10).

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       01  WS-PLAN-COUNT              PIC S9(9) USAGE COMP.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.

                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-02
                      THRU    CMD-02-EXIT
                   END-IF
               WHEN 3
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-03
                      THRU    CMD-03-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
      * CMD-02 - ADD A STANDING DEDUCTION FROM A START DATE. RESP-CODE
      *          0 = ADDED, 3 = A DEDUCTION OF THAT TYPE AND START
      *          DATE IS ALREADY ON FILE FOR THE EMPLOYEE (STOP THE
      *          OLD ONE AND START A NEW-DATED ONE, NEVER OVERWRITE),
      *          4 = THE TYPE IS A BENEFIT PLAN PREMIUM.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-EMPNO     TO WS-EMPNO.
           MOVE CMD02-DEDSTART  TO WS-DEDSTART.
           MOVE SPACES          TO DATA-OUT.

           PERFORM 3000-CHECK-BENEFIT-PLAN
           THRU    3000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO DEDMAST
                    (
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - STOP A STANDING DEDUCTION FROM A STOP DATE. THE ROW
      *          STAYS ON FILE FOR RERUNS AND AUDIT. RESP-CODE 0 =
      *          STOPPED, 2 = NO STANDING DEDUCTION OF THAT TYPE AND
      *          START DATE ON FILE, 4 = THE TYPE IS A BENEFIT PLAN
      *          PREMIUM.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-EMPNO    TO WS-EMPNO.
           MOVE CMD03-DEDSTOP  TO WS-DEDSTOP.
           MOVE SPACES         TO DATA-OUT.

           PERFORM 3000-CHECK-BENEFIT-PLAN
           THRU    3000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
               UPDATE DEDMAST
                  SET DEDSTOP  = :WS-DEDSTOP
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE DEDUCTION ROW INTO THE OUTPUT
      *                 TABLE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-CHECK-BENEFIT-PLAN - RESP-CODE 4 IF WS-DEDTYPE IS THE
      *          PLAN CODE OF ANY BEN_PLAN RATE, CURRENT OR PAST. THAT
      *          DEDUCTION IS STARTED AND STOPPED WITH THE EMPLOYEE'S
      *          BENEFIT ELECTION SO IT ALWAYS MATCHES IT.
      *-----------------------------------------------------------------
       3000-CHECK-BENEFIT-PLAN.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    COUNT(*)
                INTO
                    :WS-PLAN-COUNT
                FROM BEN_PLAN
                WHERE PLAN_CODE = :WS-DEDTYPE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
               WHEN WS-PLAN-COUNT > 0
                   MOVE 4 TO RESP-CODE
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
