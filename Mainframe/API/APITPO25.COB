      *             OR REJECTS EACH ONE. APPROVAL POSTS THE TAKEN DAYS
      *             INTO THE SAME LEAVE TABLE THE APITPO14 YTD SUMMARY
      *             READS, SO THE BALANCE AN EMPLOYEE SEES IS CURRENT
      *             THE MOMENT THE MANAGER ACTS. AN EMPLOYEE MAY ALSO
      *             ASK TO ENCASH DAYS OF BALANCE (CMD-05); IT IS
      *             APPROVED OR REJECTED LIKE ANY REQUEST AND COBLVENC
      *             THEN PAYS IT AND TAKES THE DAYS OFF THE BALANCE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE HRCTL
           END-EXEC.

           EXEC SQL
               INCLUDE LVPOLICY
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
       01  WS-REQ-NO                  PIC X(20).
       01  WS-EMP-NO                  PIC X(6).
       01  WS-LTYPE                   PIC X(1).
       01  WS-FROMDATE                PIC X(10).
       01  WS-TODATE                  PIC X(10).
       01  WS-REQ-DAYS                PIC S9(4) USAGE COMP.
       01  WS-ZERO-DAYS               PIC S9(4) USAGE COMP VALUE 0.
       01  WS-WORKINGDAYS             PIC S9(4) USAGE COMP VALUE 22.
       01  WS-NEG-DAYS                PIC S9(4) USAGE COMP.
       01  WS-EVIDENCE-REF            PIC X(20).

      *    LEAVE-POLICY CHECK ON SUBMISSION (SEE 1100-CHECK-POLICY).
      *    THE RULES COME FROM THE LVPOLICY ROW FOR THE TYPE AND THE
      *    EMPLOYEE'S SUBSIDIARY; A REFUSAL ANSWERS A REASON CODE,
      *    ITS TEXT AND THE LIMIT THE REQUEST BROKE.
       77  POL-REFUSED-SWITCH         PIC X     VALUE SPACES.
           88 POLICY-REFUSED                    VALUE 'Y'.
       77  POL-FAIL-SWITCH            PIC X     VALUE SPACES.
           88 POLICY-CHECK-FAILED               VALUE 'Y'.
       01  WS-POL-ANNUAL              PIC S9(4) USAGE COMP.
       01  WS-POL-NOTICE              PIC S9(4) USAGE COMP.
       01  WS-POL-MAX-CONSEC          PIC S9(4) USAGE COMP.
       01  WS-POL-DRAWS               PIC X(1).
       01  WS-POL-EVIDENCE            PIC X(1).
       01  WS-POL-EVID-DAYS           PIC S9(4) USAGE COMP.
       01  WS-POL-CLASS               PIC X(1).
       01  WS-POL-MIN-BAL             PIC S9(4) USAGE COMP.
       01  WS-NOTICE-DAYS             PIC S9(9) USAGE COMP.
       01  WS-DAYS-HELD               PIC S9(4) USAGE COMP.
       01  WS-DAYS-PENDING            PIC S9(4) USAGE COMP.
       01  WS-DAYS-LEFT               PIC S9(4) USAGE COMP.
       01  WS-YEAR-START              PIC X(10).
       01  WS-YEAR-END                PIC X(10).
       01  WS-YRMO-START              PIC X(6).
       01  WS-YRMO-END                PIC X(6).
       01  WS-REFUSAL                 PIC X(2).
       01  WS-REFUSAL-TEXT            PIC X(40).
       01  WS-REFUSAL-LIMIT           PIC S9(4) USAGE COMP.

      *    DEPARTMENT-COVERAGE CHECK ON APPROVAL (SEE 3200-CHECK-
      *    COVERAGE). THE FLOOR COMES FROM THE HR_CONTROL 'COVERFLR'
           05 CMD01-FROMDATE          PIC X(10).
           05 CMD01-TODATE            PIC X(10).
           05 CMD01-REQ-DAYS          PIC S9(4).
      *        ** CERTIFICATE OR DOCUMENT REFERENCE, NEEDED WHERE THE
      *        ** TYPE'S POLICY ASKS FOR EVIDENCE ABOVE N DAYS.
           05 CMD01-EVIDENCE-REF      PIC X(20).
           05 FILLER                  PIC X(461).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-WORKDEPT          PIC X(3).
           05 FILLER                  PIC X(509).
           05 CMD04-REQ-NO            PIC X(20).
           05 CMD04-APPROVER          PIC X(8).
           05 FILLER                  PIC X(484).
      *        ** ENCASHMENT - THE LTYPE MUST BE AN LVPOLICY CLASS 'E'
      *        ** TYPE AT THE EMPLOYEE'S SUBSIDIARY. ANSWERS AS CMD-01.
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-EMPNO             PIC X(6).
           05 CMD05-LTYPE             PIC X(1).
           05 CMD05-REQ-DAYS          PIC S9(4).
           05 FILLER                  PIC X(501).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-OUT-REQ-NO        PIC X(20).
      *        ** ON A POLICY REFUSAL (RESP-CODE 6) - SEE 1100-CHECK-
      *        ** POLICY FOR THE REASON CODES.
           05 CMD01-OUT-REFUSAL       PIC X(2).
           05 CMD01-OUT-REFUSAL-TEXT  PIC X(40).
           05 CMD01-OUT-LIMIT         PIC S9(4).
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
           05 CMD03-OUT-REMAINING     PIC S9(4).
           05 CMD03-OUT-ON-LEAVE      PIC S9(4).
                   IF AUTH-OK
                      PERFORM CMD-04
                   END-IF
               WHEN 5
                   PERFORM CMD-05
                   THRU    CMD-05-EXIT
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
      *          WINDOW BY THE SHARED CPBDAYS BUSINESS-DAY ENGINE ON
      *          THE EMPLOYEE'S SUBSIDIARY CALENDAR, SO THE DOCKING
      *          AND BALANCE POSTINGS DOWNSTREAM ALL COUNT THE SAME
      *          DAYS. THE REQUEST MUST THEN PASS THE LEAVE POLICY
      *          FOR ITS TYPE AT THE EMPLOYEE'S SUBSIDIARY (LVPOLICY).
      *          RESP-CODE 0 = SUBMITTED, 3 = BAD DATES, UNKNOWN
      *          EMPLOYEE OR A WINDOW WITH NO WORKING DAYS, 6 =
      *          REFUSED BY POLICY (REASON, TEXT AND LIMIT RETURNED),
      *          1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMPNO    TO WS-EMP-NO.
           MOVE CMD01-LTYPE    TO WS-LTYPE.
           MOVE CMD01-FROMDATE TO WS-FROMDATE.
           MOVE CMD01-TODATE   TO WS-TODATE.
           MOVE CMD01-EVIDENCE-REF TO WS-EVIDENCE-REF.

           IF WS-LTYPE = SPACES
              OR WS-FROMDATE = SPACES
              OR WS-TODATE < WS-FROMDATE
              MOVE SPACES TO DATA-OUT
           MOVE WS-FROMDATE TO W-BDAY-FROM-DATE.
           MOVE WS-TODATE   TO W-BDAY-TO-DATE.
           MOVE WS-CURRCODE TO W-BDAY-CURR.
           MOVE WS-EMP-NO   TO W-BDAY-EMPNO.
           PERFORM 8100-COUNT-BDAYS
           THRU    8100-EXIT.

           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 9100-SET-TODAY-ISO.

           PERFORM 1100-CHECK-POLICY
           THRU    1100-EXIT.
           IF POLICY-CHECK-FAILED
              GO TO CMD-01-EXIT
           END-IF.
           IF POLICY-REFUSED
              MOVE SPACES           TO DATA-OUT
              MOVE WS-REFUSAL       TO CMD01-OUT-REFUSAL
              MOVE WS-REFUSAL-TEXT  TO CMD01-OUT-REFUSAL-TEXT
              MOVE WS-REFUSAL-LIMIT TO CMD01-OUT-LIMIT
              MOVE 6                TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.

           PERFORM 1900-INSERT-REQUEST.
       CMD-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 1100-CHECK-POLICY - THE SUBMITTED REQUEST AGAINST THE LVPOLICY
      *          ROW FOR ITS TYPE AT THE EMPLOYEE'S SUBSIDIARY, FIRST
      *          RULE BROKEN WINS. REASON CODES:
      *            NP - TYPE NOT OFFERED AT THE SUBSIDIARY
      *            EC - AN ENCASHMENT TYPE (CLASS 'E'), WHICH IS
      *                 SUBMITTED THROUGH CMD-05, NOT AS LEAVE
      *            NT - LESS THAN THE MINIMUM NOTICE (CALENDAR DAYS)
      *            MX - MORE THAN THE MAXIMUM CONSECUTIVE BUSINESS
      *                 DAYS
      *            EV - EVIDENCE REFERENCE REQUIRED FOR THIS LENGTH
      *            BL - A BALANCE-DRAWING TYPE THE YEAR'S LEAVE
      *                 BALANCE, LESS DAYS ALREADY PENDING, CANNOT
      *                 COVER
      *            EN - A NON-DRAWING TYPE OVER ITS ANNUAL DAYS,
      *                 COUNTING PENDING AND APPROVED REQUESTS
      *          THE YEAR IS THE CALENDAR YEAR THE LEAVE STARTS IN.
      *-----------------------------------------------------------------
       1100-CHECK-POLICY.
           MOVE SPACES TO POL-REFUSED-SWITCH.
           MOVE SPACES TO POL-FAIL-SWITCH.
           MOVE 0      TO WS-REFUSAL-LIMIT.

           EXEC SQL
                SELECT
                    ANNUAL_DAYS
                  , MIN_NOTICE
                  , MAX_CONSEC
                  , DRAWS_BALANCE
                  , EVIDENCE
                  , EVID_DAYS
                  , LCLASS
                INTO
                    :WS-POL-ANNUAL
                  , :WS-POL-NOTICE
                  , :WS-POL-MAX-CONSEC
                  , :WS-POL-DRAWS
                  , :WS-POL-EVIDENCE
                  , :WS-POL-EVID-DAYS
                  , :WS-POL-CLASS
                FROM LVPOLICY
                WHERE LTYPE    = :WS-LTYPE
                  AND CURRCODE = :WS-CURRCODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'NP' TO WS-REFUSAL
                   MOVE 'LEAVE TYPE NOT OFFERED AT SUBSIDIARY'
                             TO WS-REFUSAL-TEXT
                   MOVE 'Y'  TO POL-REFUSED-SWITCH
                   GO TO 1100-EXIT
               WHEN OTHER
                   MOVE SPACES TO DATA-OUT
                   MOVE 1      TO RESP-CODE
                   MOVE 'Y'    TO POL-FAIL-SWITCH
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 1100-EXIT
           END-EVALUATE.

           IF WS-POL-CLASS = 'E'
              MOVE 'EC' TO WS-REFUSAL
              MOVE 'ENCASHMENT TYPE - SUBMIT AS ENCASHMENT'
                        TO WS-REFUSAL-TEXT
              MOVE 'Y'  TO POL-REFUSED-SWITCH
              GO TO 1100-EXIT
           END-IF.
           MOVE 0 TO WS-POL-MIN-BAL.

           IF WS-POL-NOTICE > 0
              EXEC SQL
                   SELECT
                       DAYS(DATE(:WS-FROMDATE))
                     - DAYS(DATE(:WS-TODAY-ISO))
                   INTO
                       :WS-NOTICE-DAYS
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO DATA-OUT
                 MOVE 1      TO RESP-CODE
                 MOVE 'Y'    TO POL-FAIL-SWITCH
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO 1100-EXIT
              END-IF
              IF WS-NOTICE-DAYS < WS-POL-NOTICE
                 MOVE 'NT' TO WS-REFUSAL
                 MOVE 'LESS THAN THE MINIMUM NOTICE DAYS'
                           TO WS-REFUSAL-TEXT
                 MOVE WS-POL-NOTICE TO WS-REFUSAL-LIMIT
                 MOVE 'Y'  TO POL-REFUSED-SWITCH
                 GO TO 1100-EXIT
              END-IF
           END-IF.

           IF WS-POL-MAX-CONSEC > 0
              AND WS-REQ-DAYS > WS-POL-MAX-CONSEC
              MOVE 'MX' TO WS-REFUSAL
              MOVE 'MORE THAN THE MAXIMUM CONSECUTIVE DAYS'
                        TO WS-REFUSAL-TEXT
              MOVE WS-POL-MAX-CONSEC TO WS-REFUSAL-LIMIT
              MOVE 'Y'  TO POL-REFUSED-SWITCH
              GO TO 1100-EXIT
           END-IF.

           IF WS-POL-EVIDENCE = 'Y'
              AND WS-REQ-DAYS > WS-POL-EVID-DAYS
              AND WS-EVIDENCE-REF = SPACES
              MOVE 'EV' TO WS-REFUSAL
              MOVE 'SUPPORTING EVIDENCE REFERENCE REQUIRED'
                        TO WS-REFUSAL-TEXT
              MOVE WS-POL-EVID-DAYS TO WS-REFUSAL-LIMIT
              MOVE 'Y'  TO POL-REFUSED-SWITCH
              GO TO 1100-EXIT
           END-IF.

           MOVE SPACES TO WS-YEAR-START WS-YEAR-END
                          WS-YRMO-START WS-YRMO-END.
           STRING WS-FROMDATE(1:4) '-01-01' DELIMITED BY SIZE
             INTO WS-YEAR-START.
           STRING WS-FROMDATE(1:4) '-12-31' DELIMITED BY SIZE
             INTO WS-YEAR-END.
           STRING WS-FROMDATE(1:4) '01' DELIMITED BY SIZE
             INTO WS-YRMO-START.
           STRING WS-FROMDATE(1:4) '12' DELIMITED BY SIZE
             INTO WS-YRMO-END.

           IF WS-POL-DRAWS = 'Y'
              PERFORM 1110-CHECK-BALANCE
              THRU    1110-EXIT
           ELSE
              IF WS-POL-ANNUAL > 0
                 PERFORM 1120-CHECK-ENTITLEMENT
                 THRU    1120-EXIT
              END-IF
           END-IF.
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 1110-CHECK-BALANCE - THE YEAR'S LEAVE BALANCE LESS THE DAYS OF
      *          THE EMPLOYEE'S STILL-PENDING BALANCE-DRAWING REQUESTS
      *          (APPROVED ONES ARE ALREADY IN LTAKEN) AND OF APPROVED
      *          ENCASHMENTS COBLVENC HAS NOT YET PAID MUST COVER
      *          THIS REQUEST. AN ENCASHMENT MUST ALSO LEAVE THE
      *          POLICY MINIMUM BALANCE BEHIND (MB).
      *-----------------------------------------------------------------
       1110-CHECK-BALANCE.
           EXEC SQL
                SELECT
                    COALESCE(SUM(LAVAILABLE - LTAKEN), 0)
                INTO
                    :WS-DAYS-HELD
                FROM LEAVE
                WHERE EMPNO = :WS-EMP-NO
                  AND LYEARMONTH BETWEEN :WS-YRMO-START
                                     AND :WS-YRMO-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              MOVE 'Y'    TO POL-FAIL-SWITCH
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 1110-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(SUM(R.REQ_DAYS), 0)
                INTO
                    :WS-DAYS-PENDING
                FROM LEAVE_REQUEST R
                INNER JOIN LVPOLICY P
                        ON P.LTYPE    = R.LTYPE
                       AND P.CURRCODE = :WS-CURRCODE
                WHERE R.EMPNO   = :WS-EMP-NO
                  AND (R.RSTATUS = 'P'
                       OR (R.RSTATUS = 'A' AND P.LCLASS = 'E'))
                  AND P.DRAWS_BALANCE = 'Y'
                  AND R.FROMDATE BETWEEN :WS-YEAR-START
                                     AND :WS-YEAR-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              MOVE 'Y'    TO POL-FAIL-SWITCH
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 1110-EXIT
           END-IF.

           COMPUTE WS-DAYS-LEFT = WS-DAYS-HELD - WS-DAYS-PENDING.

           IF WS-POL-CLASS = 'E'
              COMPUTE WS-DAYS-LEFT = WS-DAYS-LEFT - WS-POL-MIN-BAL
              IF WS-REQ-DAYS > WS-DAYS-LEFT
                 MOVE 'MB' TO WS-REFUSAL
                 MOVE 'WOULD LEAVE LESS THAN MINIMUM BALANCE'
                           TO WS-REFUSAL-TEXT
                 MOVE WS-DAYS-LEFT TO WS-REFUSAL-LIMIT
                 MOVE 'Y'  TO POL-REFUSED-SWITCH
              END-IF
              GO TO 1110-EXIT
           END-IF.

           IF WS-REQ-DAYS > WS-DAYS-LEFT
              MOVE 'BL' TO WS-REFUSAL
              MOVE 'LEAVE BALANCE DOES NOT COVER THE REQUEST'
                        TO WS-REFUSAL-TEXT
              MOVE WS-DAYS-LEFT TO WS-REFUSAL-LIMIT
              MOVE 'Y'  TO POL-REFUSED-SWITCH
           END-IF.
       1110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 1120-CHECK-ENTITLEMENT - A TYPE THAT DOES NOT DRAW THE BALANCE
      *          IS CAPPED AT ITS ANNUAL DAYS: THE YEAR'S PENDING,
      *          APPROVED AND DOCKED REQUESTS OF THE TYPE PLUS THIS
      *          ONE MAY NOT EXCEED IT.
      *-----------------------------------------------------------------
       1120-CHECK-ENTITLEMENT.
           EXEC SQL
                SELECT
                    COALESCE(SUM(REQ_DAYS), 0)
                INTO
                    :WS-DAYS-HELD
                FROM LEAVE_REQUEST
                WHERE EMPNO   = :WS-EMP-NO
                  AND LTYPE   = :WS-LTYPE
                  AND RSTATUS IN ('P', 'A', 'D')
                  AND FROMDATE BETWEEN :WS-YEAR-START
                                   AND :WS-YEAR-END
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACES TO DATA-OUT
              MOVE 1      TO RESP-CODE
              MOVE 'Y'    TO POL-FAIL-SWITCH
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 1120-EXIT
           END-IF.

           COMPUTE WS-DAYS-LEFT = WS-POL-ANNUAL - WS-DAYS-HELD.

           IF WS-REQ-DAYS > WS-DAYS-LEFT
              MOVE 'EN' TO WS-REFUSAL
              MOVE 'ANNUAL ENTITLEMENT FOR THE TYPE EXCEEDED'
                        TO WS-REFUSAL-TEXT
              MOVE WS-DAYS-LEFT TO WS-REFUSAL-LIMIT
              MOVE 'Y'  TO POL-REFUSED-SWITCH
           END-IF.
       1120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 1900-INSERT-REQUEST - FILE THE CHECKED REQUEST AS PENDING UNDER
      *          A NUMBER BUILT FROM THE EMPNO AND THE SUBMISSION
      *          DATE/TIME, AND ANSWER THAT NUMBER.
      *-----------------------------------------------------------------
       1900-INSERT-REQUEST.
           MOVE SPACES TO WS-REQ-NO.
           STRING WS-EMP-NO WS-TODAY-DATE WS-TODAY-TIME
                  DELIMITED BY SIZE
                      , REQ_DAYS
                      , RSTATUS
                      , REQ_DATE
                      , EVIDENCE_REF
                    )
                VALUES
                    (
                      , :WS-REQ-DAYS
                      , 'P'
                      , :WS-TODAY-ISO
                      , :WS-EVIDENCE-REF
                    )
           END-EXEC.

                   MOVE 1         TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-05 - SUBMIT A LEAVE ENCASHMENT: THE EMPLOYEE ASKS TO BE
      *          PAID FOR A NUMBER OF DAYS OF BALANCE INSTEAD OF TAKING
      *          THEM. THE REQUEST IS DATED THE DAY IT IS SUBMITTED
      *          (COBLVENC RE-DATES IT INTO THE PERIOD THAT PAYS IT)
      *          AND GOES THROUGH THE SAME APPROVE/REJECT COMMANDS AS
      *          LEAVE. IT MUST PASS 1200-CHECK-ENCASHMENT. RESP-CODE
      *          0 = SUBMITTED, 3 = NO TYPE, NO DAYS OR UNKNOWN
      *          EMPLOYEE, 6 = REFUSED BY POLICY (REASON, TEXT AND
      *          LIMIT RETURNED), 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE CMD05-EMPNO    TO WS-EMP-NO.
           MOVE CMD05-LTYPE    TO WS-LTYPE.
           MOVE SPACES         TO WS-EVIDENCE-REF.

           IF WS-LTYPE = SPACES
              OR CMD05-REQ-DAYS NOT NUMERIC
              MOVE SPACES TO DATA-OUT
              MOVE 3      TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF CMD05-REQ-DAYS NOT > 0
              MOVE SPACES TO DATA-OUT
              MOVE 3      TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           MOVE CMD05-REQ-DAYS TO WS-REQ-DAYS.

           EXEC SQL
                SELECT
                    CURRCODE
                INTO
                    :WS-CURRCODE
                FROM EMP
                WHERE EMPNO = :WS-EMP-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO DATA-OUT
                   MOVE 3      TO RESP-CODE
                   GO TO CMD-05-EXIT
               WHEN OTHER
                   MOVE SPACES TO DATA-OUT
                   MOVE 1      TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-05-EXIT
           END-EVALUATE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 9100-SET-TODAY-ISO.
           MOVE WS-TODAY-ISO TO WS-FROMDATE.
           MOVE WS-TODAY-ISO TO WS-TODATE.

           PERFORM 1200-CHECK-ENCASHMENT
           THRU    1200-EXIT.
           IF POLICY-CHECK-FAILED
              GO TO CMD-05-EXIT
           END-IF.
           IF POLICY-REFUSED
              MOVE SPACES           TO DATA-OUT
              MOVE WS-REFUSAL       TO CMD01-OUT-REFUSAL
              MOVE WS-REFUSAL-TEXT  TO CMD01-OUT-REFUSAL-TEXT
              MOVE WS-REFUSAL-LIMIT TO CMD01-OUT-LIMIT
              MOVE 6                TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           PERFORM 1900-INSERT-REQUEST.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 1200-CHECK-ENCASHMENT - THE ENCASHMENT AGAINST THE LVPOLICY ROW
      *          FOR ITS TYPE AT THE EMPLOYEE'S SUBSIDIARY, FIRST RULE
      *          BROKEN WINS. REASON CODES:
      *            NP - TYPE NOT OFFERED AT THE SUBSIDIARY
      *            NE - THE TYPE IS NOT AN ENCASHMENT TYPE
      *            EN - OVER THE MOST DAYS ENCASHED IN THE YEAR
      *                 (ANNUAL_DAYS, 0 = NO CAP), COUNTING PENDING,
      *                 APPROVED AND PAID ENCASHMENTS
      *            MB - THE BALANCE LEFT AFTERWARDS WOULD FALL BELOW
      *                 THE POLICY MINIMUM (MIN_BALANCE)
      *-----------------------------------------------------------------
       1200-CHECK-ENCASHMENT.
           MOVE SPACES TO POL-REFUSED-SWITCH.
           MOVE SPACES TO POL-FAIL-SWITCH.
           MOVE 0      TO WS-REFUSAL-LIMIT.

           EXEC SQL
                SELECT
                    LCLASS
                  , ANNUAL_DAYS
                  , MIN_BALANCE
                INTO
                    :WS-POL-CLASS
                  , :WS-POL-ANNUAL
                  , :WS-POL-MIN-BAL
                FROM LVPOLICY
                WHERE LTYPE    = :WS-LTYPE
                  AND CURRCODE = :WS-CURRCODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'NP' TO WS-REFUSAL
                   MOVE 'LEAVE TYPE NOT OFFERED AT SUBSIDIARY'
                             TO WS-REFUSAL-TEXT
                   MOVE 'Y'  TO POL-REFUSED-SWITCH
                   GO TO 1200-EXIT
               WHEN OTHER
                   MOVE SPACES TO DATA-OUT
                   MOVE 1      TO RESP-CODE
                   MOVE 'Y'    TO POL-FAIL-SWITCH
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 1200-EXIT
           END-EVALUATE.

           IF WS-POL-CLASS NOT = 'E'
              MOVE 'NE' TO WS-REFUSAL
              MOVE 'LEAVE TYPE IS NOT AN ENCASHMENT TYPE'
                        TO WS-REFUSAL-TEXT
              MOVE 'Y'  TO POL-REFUSED-SWITCH
              GO TO 1200-EXIT
           END-IF.

           MOVE SPACES TO WS-YEAR-START WS-YEAR-END
                          WS-YRMO-START WS-YRMO-END.
           STRING WS-FROMDATE(1:4) '-01-01' DELIMITED BY SIZE
             INTO WS-YEAR-START.
           STRING WS-FROMDATE(1:4) '-12-31' DELIMITED BY SIZE
             INTO WS-YEAR-END.
           STRING WS-FROMDATE(1:4) '01' DELIMITED BY SIZE
             INTO WS-YRMO-START.
           STRING WS-FROMDATE(1:4) '12' DELIMITED BY SIZE
             INTO WS-YRMO-END.

           IF WS-POL-ANNUAL > 0
              PERFORM 1120-CHECK-ENTITLEMENT
              THRU    1120-EXIT
              IF POLICY-REFUSED OR POLICY-CHECK-FAILED
                 GO TO 1200-EXIT
              END-IF
           END-IF.

           PERFORM 1110-CHECK-BALANCE
           THRU    1110-EXIT.
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-02 - LIST THE PENDING REQUESTS FOR A MANAGER'S DEPARTMENT,
      *          HR_CONTROL 'COVERFLR' FLOOR THE COMMAND ANSWERS THE
      *          WARNING OUTCOME WITH THE COUNTS AND APPROVES
      *          NOTHING - THE APPROVER RESUBMITS WITH THE OVERRIDE
      *          FLAG TO APPROVE WITH EYES OPEN. AN ENCASHMENT TAKES
      *          NOBODY OFF DUTY, SO IT SKIPS THE COVERAGE COUNT, AND
      *          NOTHING POSTS TO LEAVE UNTIL COBLVENC PAYS IT.
      *          RESP-CODE 0 =
      *          APPROVED, 2 = REQUEST NOT FOUND OR NOT PENDING,
      *          5 = COVERAGE BELOW FLOOR (NOT APPROVED, COUNTS
      *          RETURNED), 1 = SQL ERROR.
                  , R.FROMDATE
                  , R.TODATE
                  , E.WORKDEPT
                  , COALESCE(P.LCLASS, ' ')
                INTO
                    :WS-EMP-NO
                  , :WS-FROMDATE
                  , :WS-TODATE
                  , :WS-WORKDEPT
                  , :WS-POL-CLASS
                FROM LEAVE_REQUEST R
                INNER JOIN EMP E
                        ON E.EMPNO = R.EMPNO
                LEFT JOIN LVPOLICY P
                       ON P.LTYPE    = R.LTYPE
                      AND P.CURRCODE = E.CURRCODE
                WHERE R.REQ_NO  = :WS-REQ-NO
                  AND R.RSTATUS = 'P'
           END-EXEC.
              GO TO 3200-EXIT
           END-IF.

           IF WS-POL-CLASS = 'E'
              GO TO 3200-EXIT
           END-IF.

           MOVE 0 TO WS-COVER-FLOOR.
           EXEC SQL
                SELECT
                  AND R2.RSTATUS IN ('A', 'D')
                  AND R2.FROMDATE <= :WS-TODATE
                  AND R2.TODATE   >= :WS-FROMDATE
                  AND NOT EXISTS
                      (SELECT 1 FROM LVPOLICY P2
                        WHERE P2.LTYPE    = R2.LTYPE
                          AND P2.CURRCODE = E2.CURRCODE
                          AND P2.LCLASS   = 'E')
           END-EXEC.

           IF SQLCODE NOT = 0
      * 3100-POST-TAKEN - THE APPROVED DAYS LAND IN THE LEAVE ROW FOR
      *                   THE MONTH THE LEAVE STARTS; IF NO ACCRUAL
      *                   ROW EXISTS YET FOR THAT MONTH, ONE IS
      *                   CREATED CARRYING ONLY THE TAKEN DAYS. ONLY
      *                   A TYPE WHOSE LVPOLICY DRAWS THE BALANCE
      *                   POSTS; A REQUEST WITH NO POLICY ROW (RAISED
      *                   BEFORE LVPOLICY) POSTS AS IT ALWAYS DID.
      *                   AN ENCASHMENT IS POSTED BY COBLVENC WHEN IT
      *                   IS PAID, IN THE SAME UNIT OF WORK AS THE PAY.
      *-----------------------------------------------------------------
       3100-POST-TAKEN.
           EXEC SQL
                SELECT
                    R.EMPNO
                  , R.REQ_DAYS
                  , R.FROMDATE
                  , COALESCE(P.DRAWS_BALANCE, 'Y')
                  , COALESCE(P.LCLASS, ' ')
                INTO
                    :WS-EMP-NO
                  , :WS-REQ-DAYS
                  , :WS-FROMDATE
                  , :WS-POL-DRAWS
                  , :WS-POL-CLASS
                FROM LEAVE_REQUEST R
                INNER JOIN EMP E
                        ON E.EMPNO = R.EMPNO
                LEFT JOIN LVPOLICY P
                       ON P.LTYPE    = R.LTYPE
                      AND P.CURRCODE = E.CURRCODE
                WHERE R.REQ_NO = :WS-REQ-NO
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-EXIT
           END-IF.

           IF WS-POL-DRAWS NOT = 'Y'
              OR WS-POL-CLASS = 'E'
              MOVE 0 TO RESP-CODE
              GO TO 3100-EXIT
           END-IF.

           MOVE SPACES TO WS-FROM-YRMO.
           STRING WS-FROMDATE(1:4) WS-FROMDATE(6:2)
                  DELIMITED BY SIZE
