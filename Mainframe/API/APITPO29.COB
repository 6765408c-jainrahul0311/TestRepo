      *             ENTRIES INTO EMP_PROJ_ACT.ACTTIME ('P'), WHERE
      *             COBTMREC AND COBPRJCS CAN RECONCILE AND PRICE
      *             ACTUAL EFFORT INSTEAD OF PLAN.
      *             A SUBMISSION OR CORRECTION FOR A WEEK THAT
      *             OVERLAPS THE EMPLOYEE'S APPROVED LEAVE IS STILL
      *             TAKEN, BUT ANSWERS A WARNING WITH THE LEAVE DAYS,
      *             THE HOURS NOW BOOKED FOR THE WEEK AND THE WEEK'S
      *             CAPACITY, SO THE SUBMITTER CAN CORRECT IT BEFORE
      *             COBTSLVC FLAGS IT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE EMP
           END-EXEC.

           EXEC SQL
               INCLUDE LEAVEREQ
           END-EXEC.

           EXEC SQL
               INCLUDE HRCTL
           END-EXEC.

           EXEC SQL
               INCLUDE LVPOLICY
           END-EXEC.

       01  TIMESHEET-MASTER-RECORD.
           10 WS-EMPNO                PIC X(6).
           10 WS-PROJ-NO              PIC X(6).
               ORDER BY PROJ_NO, ACT_NO
           END-EXEC.

      *    APPROVED-LEAVE WARNING ON SUBMISSION (SEE 2200-CHECK-LEAVE).
      *    A FULL WORKING DAY IS HR_CONTROL 'DAYHOURS', EIGHT IF UNSET.
       77  END-OF-C2-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C2                         VALUE 'Y'.
       01  WS-CURRCODE                PIC X(3).
       01  WS-WEEK-START              PIC X(10).
       01  WS-REQ-FROMDATE            PIC X(10).
       01  WS-REQ-TODATE              PIC X(10).
       01  WS-LEAVE-BDAYS             PIC S9(4) USAGE COMP.
       01  WS-WEEK-HOURS              PIC S9(5) USAGE COMP-3.
       01  WS-DAY-HOURS-AMT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-DAY-HOURS               PIC S9(3) USAGE COMP-3.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT
                   R.FROMDATE
                 , R.TODATE
               FROM LEAVE_REQUEST R
               WHERE R.EMPNO    = :WS-EMPNO
                 AND R.RSTATUS IN ('A', 'D')
                 AND R.FROMDATE <= :WS-WEEKEND
                 AND R.TODATE   >= :WS-WEEK-START
                 AND NOT EXISTS
                     (SELECT 1
                        FROM EMP EX
                        INNER JOIN LVPOLICY PX
                                ON PX.CURRCODE = EX.CURRCODE
                       WHERE EX.EMPNO  = R.EMPNO
                         AND PX.LTYPE  = R.LTYPE
                         AND PX.LCLASS = 'E')
           END-EXEC.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-DENY-DATE               PIC 9(6).
       01  WS-DENY-TIME               PIC 9(8).

           COPY CPBDAYSW.

           COPY APIERRB.

       LINKAGE SECTION.
               10 CMD01-TSTATUS       PIC X(1).
           05 CMD01-ENTRY-COUNT       PIC S9(4).
           05 CMD01-MORE-ENTRIES      PIC X(1).
      *    CMD-02 AND CMD-03 ANSWER THE APPROVED-LEAVE WARNING:
      *    'Y' = THE WEEK OVERLAPS APPROVED LEAVE, 'N' = IT DOES NOT,
      *    SPACE = THE CHECK COULD NOT BE MADE.
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-LEAVE-WARN        PIC X(1).
           05 CMD02-LEAVE-DAYS        PIC S9(4).
           05 CMD02-WEEK-HOURS        PIC S9(5).
           05 CMD02-CAPACITY-HOURS    PIC S9(5).
           05 FILLER                  PIC X(2033).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = NOT FOUND OR NOT IN
      *             A STATE THE COMMAND MAY TOUCH, 3 = ENTRY ALREADY
      *             ON FILE FOR THAT WEEK. A LEAVE OVERLAP IS A
      *             WARNING IN DATA-OUT ONLY - RESP-CODE STAYS 0.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
      *-----------------------------------------------------------------
      * CMD-02 - SUBMIT A WEEK'S ENTRY. RESP-CODE 0 = SUBMITTED,
      *          3 = AN ENTRY FOR THAT ACTIVITY AND WEEK IS ALREADY
      *          ON FILE (CORRECT IT WITH CMD-03 INSTEAD). DATA-OUT
      *          CARRIES THE APPROVED-LEAVE WARNING.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-EMPNO   TO WS-EMPNO.
               WHEN 0
                   MOVE 0                       TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
                   PERFORM 2200-CHECK-LEAVE
                   THRU    2200-EXIT
               WHEN -803
                   MOVE 3                       TO RESP-CODE
               WHEN OTHER
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-03 - CORRECT A SUBMITTED ENTRY'S HOURS. AN ENTRY ALREADY
      *          ACCEPTED OR POSTED IS FROZEN - RESP-CODE 2. DATA-OUT
      *          CARRIES THE APPROVED-LEAVE WARNING.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-EMPNO   TO WS-EMPNO.
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
                   PERFORM 2200-CHECK-LEAVE
                   THRU    2200-EXIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2200-CHECK-LEAVE - AFTER A SUBMISSION OR CORRECTION, SET THE
      *          WEEK AGAINST THE EMPLOYEE'S APPROVED LEAVE: THE
      *          BUSINESS DAYS OF THE WEEK (MONDAY TO THE WEEK-ENDING
      *          DATE LESS SIX DAYS, ON THE SUBSIDIARY CALENDAR) IT
      *          COVERS, THE HOURS NOW BOOKED FOR THE WEEK ACROSS
      *          EVERY ACTIVITY, AND THE WEEK'S CAPACITY. THE ENTRY
      *          STANDS EITHER WAY - COBTSLVC RECONCILES WHAT IS
      *          ACCEPTED.
      *-----------------------------------------------------------------
       2200-CHECK-LEAVE.
           MOVE SPACES TO DATA-OUT.
           MOVE 0      TO CMD02-LEAVE-DAYS
                          CMD02-WEEK-HOURS
                          CMD02-CAPACITY-HOURS.

           EXEC SQL
                SELECT
                    E.CURRCODE
                  , CHAR(DATE(:WS-WEEKEND) - 6 DAYS, ISO)
                INTO
                    :WS-CURRCODE
                  , :WS-WEEK-START
                FROM EMP E
                WHERE E.EMPNO = :WS-EMPNO
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(SUM(TSHOURS), 0)
                INTO
                    :WS-WEEK-HOURS
                FROM TIMESHEET
                WHERE EMPNO   = :WS-EMPNO
                  AND WEEKEND = :WS-WEEKEND
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2200-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    CTL_AMOUNT
                INTO
                    :WS-DAY-HOURS-AMT
                FROM HR_CONTROL
                WHERE CTL_KEY = 'DAYHOURS'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-DAY-HOURS-AMT TO WS-DAY-HOURS
               WHEN 100
                   MOVE 8                TO WS-DAY-HOURS
               WHEN OTHER
                   GO TO 2200-EXIT
           END-EVALUATE.

           MOVE WS-WEEK-START TO W-BDAY-FROM-DATE.
           MOVE WS-WEEKEND    TO W-BDAY-TO-DATE.
           MOVE WS-CURRCODE   TO W-BDAY-CURR.
           MOVE WS-EMPNO      TO W-BDAY-EMPNO.
           PERFORM 8100-COUNT-BDAYS
           THRU    8100-EXIT.

           IF W-BDAY-SQL-FAILED
              GO TO 2200-EXIT
           END-IF.

           COMPUTE CMD02-CAPACITY-HOURS = W-BDAY-COUNT * WS-DAY-HOURS.
           MOVE WS-WEEK-HOURS TO CMD02-WEEK-HOURS.

           MOVE 0      TO WS-LEAVE-BDAYS.
           MOVE SPACES TO END-OF-C2-SWITCH.

           EXEC SQL
               OPEN C2
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2200-EXIT
           END-IF.

           PERFORM 2210-FETCH-C2
           THRU    2210-EXIT
           UNTIL END-OF-C2.

           EXEC SQL
               CLOSE C2
           END-EXEC.

           IF W-BDAY-SQL-FAILED
              GO TO 2200-EXIT
           END-IF.

           MOVE WS-LEAVE-BDAYS TO CMD02-LEAVE-DAYS.
           IF WS-LEAVE-BDAYS > 0
              MOVE 'Y' TO CMD02-LEAVE-WARN
           ELSE
              MOVE 'N' TO CMD02-LEAVE-WARN
           END-IF.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2210-FETCH-C2 - ONE APPROVED REQUEST; ADD THE BUSINESS DAYS IT
      *                 COVERS INSIDE THE WEEK.
      *-----------------------------------------------------------------
       2210-FETCH-C2.
           EXEC SQL
               FETCH C2
               INTO :WS-REQ-FROMDATE,
                    :WS-REQ-TODATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO END-OF-C2-SWITCH
              GO TO 2210-EXIT
           END-IF.

           IF WS-REQ-FROMDATE < WS-WEEK-START
              MOVE WS-WEEK-START   TO W-BDAY-FROM-DATE
           ELSE
              MOVE WS-REQ-FROMDATE TO W-BDAY-FROM-DATE
           END-IF.
           IF WS-REQ-TODATE > WS-WEEKEND
              MOVE WS-WEEKEND      TO W-BDAY-TO-DATE
           ELSE
              MOVE WS-REQ-TODATE   TO W-BDAY-TO-DATE
           END-IF.
           MOVE WS-CURRCODE        TO W-BDAY-CURR.
           MOVE WS-EMPNO           TO W-BDAY-EMPNO.
           PERFORM 8100-COUNT-BDAYS
           THRU    8100-EXIT.

           IF W-BDAY-SQL-FAILED
              MOVE 'Y' TO END-OF-C2-SWITCH
           ELSE
              ADD W-BDAY-COUNT TO WS-LEAVE-BDAYS
           END-IF.
       2210-EXIT.
           EXIT.
           COPY CPBDAYS.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
