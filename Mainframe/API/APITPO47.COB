      *-----------------------------------------------------------------
      *  APITPO47 - TECHNICAL PROGRAM FOR NEW-HIRE PROBATION. NOTHING
      *             RECORDED A PROBATION PERIOD, SO REVIEWS WERE MISSED
      *             AND PEOPLE SLIPPED INTO PERMANENT STATUS BY
      *             DEFAULT. THE PERIOD FOR EACH JOB FAMILY IS KEPT
      *             HERE ON PROB_RULE AND COBHIRLD SETS EACH HIRE'S
      *             EMP_PROBATION END DATE FROM IT (A BRIDGED REHIRE
      *             IS EXEMPT). THE MANAGER'S DECISION IS RECORDED
      *             HERE: CONFIRM, EXTEND TO A LATER DATE WITH A
      *             REASON, OR FAIL. A FAIL SEPARATES THE EMPLOYEE
      *             THROUGH THE SHARED CPSEPRG PARAGRAPHS APITPO38
      *             USES - THE SAME EDITS, THE SAME LOOSE-END REFUSAL
      *             AND OVERRIDE, THE SAME ASSIGN_HIST END AND THE SAME
      *             END OF BENEFIT COVER - SO
      *             COBFINPY PICKS IT UP LIKE ANY OTHER SEPARATION.
      *             EVERY UPDATE IS AUDITED. COBPROBD LISTS THE
      *             PROBATIONS DUE OR OVERDUE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP047.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE PROBATN
           END-EXEC.

           EXEC SQL
               INCLUDE PROBRULE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE ASGNHIST
           END-EXEC.

           EXEC SQL
               INCLUDE BENENRL
           END-EXEC.

           EXEC SQL
               INCLUDE DEDMAST
           END-EXEC.

           EXEC SQL
               INCLUDE PHONEEXT
           END-EXEC.

       01  PROBATION-RECORD.
           10 WS-EMPNO                PIC X(6).
           10 WS-PROB-START           PIC X(10).
           10 WS-ORIG-END-DATE        PIC X(10).
           10 WS-PROB-END-DATE        PIC X(10).
           10 WS-PROB-STATUS          PIC X(1).
           10 WS-OUTCOME-DATE         PIC X(10).
           10 WS-EXTEND-COUNT         PIC S9(4) USAGE COMP.
           10 WS-EXTEND-REASON        PIC X(40).

       01  WS-JOB-FAMILY              PIC X(10).
       01  WS-PROB-MONTHS             PIC S9(4) USAGE COMP.
       01  WS-OLD-PROB-MONTHS         PIC S9(4) USAGE COMP.
       01  WS-PROB-MONTHS-ED          PIC ZZZ9.
       01  WS-OLD-PROB-MONTHS-ED      PIC ZZZ9.

       01  WS-NEW-END-DATE            PIC X(10).
       01  WS-DATE-CHECK              PIC X(10).
       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.
       77  HIST-FAILED-SWITCH         PIC X     VALUE SPACES.
           88 ASSIGNMENT-NOT-ENDED              VALUE 'Y'.
           88 BENEFITS-NOT-ENDED                VALUE 'B'.
           88 EXTENSION-NOT-RELEASED            VALUE 'X'.

           COPY CPSEPRW.

           COPY CPASGHSW.

           COPY CPEXTPW.

      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT).
      *    A COMMAND LEAVING WS-AUD-KEY OR WS-AUD-AFTER BLANK IS
      *    AUDITED WITH ITS OWN INPUT.
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20) VALUE SPACES.
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80) VALUE SPACES.
       01  WS-AUD-TABLE               PIC X(18) VALUE 'EMP_PROBATION'.

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
           05 CMD02-JOB-FAMILY        PIC X(10).
           05 FILLER                  PIC X(502).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-JOB-FAMILY        PIC X(10).
           05 CMD03-PROB-MONTHS       PIC 9(3).
           05 FILLER                  PIC X(499).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-EMPNO             PIC X(6).
           05 CMD04-OUTCOME-DATE      PIC X(10).
           05 FILLER                  PIC X(496).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-EMPNO             PIC X(6).
           05 CMD05-NEW-END-DATE      PIC X(10).
           05 CMD05-EXTEND-REASON     PIC X(40).
           05 FILLER                  PIC X(456).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-EMPNO             PIC X(6).
           05 CMD06-SEPDATE           PIC X(10).
           05 CMD06-OVERRIDE          PIC X(1).
           05 FILLER                  PIC X(495).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-PROB-START        PIC X(10).
           05 CMD01-ORIG-END-DATE     PIC X(10).
           05 CMD01-PROB-END-DATE     PIC X(10).
           05 CMD01-PROB-STATUS       PIC X(1).
           05 CMD01-OUTCOME-DATE      PIC X(10).
           05 CMD01-EXTEND-COUNT      PIC S9(4).
           05 CMD01-EXTEND-REASON     PIC X(40).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-PROB-MONTHS       PIC 9(3).
       01 CMD05-DATA-OUT REDEFINES DATA-OUT.
           05 CMD05-EXTEND-COUNT      PIC S9(4).
       01 CMD06-DATA-OUT REDEFINES DATA-OUT.
           05 CMD06-OPEN-ACT          PIC S9(4).
           05 CMD06-OPEN-HW           PIC S9(4).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = EMPLOYEE NOT ON
      *             PROBATION / JOB FAMILY NOT ON THE JOBCODE MASTER
      *             OR WITHOUT A RULE, 3 = EMPLOYEE ALREADY SEPARATED,
      *             4 = DATE NOT VALID OR OUT OF ORDER (CONFIRMATION
      *             BEFORE THE PROBATION STARTED, EXTENSION NOT LATER
      *             THAN THE CURRENT END, SEPARATION BEFORE HIREDATE),
      *             5 = A FIELD FAILED ITS EDIT, 6 = OPEN PROJECT WORK
      *             OR ASSIGNED HARDWARE REMAINS (COUNTS RETURNED,
      *             RESEND WITH OVERRIDE 'Y' TO FAIL ANYWAY),
      *             7 = SEPARATION DATE MORE THAN THREE MONTHS OUT,
      *             8 = PROBATION ALREADY CONFIRMED OR FAILED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'EMP_PROBATION' TO WS-AUD-TABLE.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
               WHEN 2
                   PERFORM CMD-02
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
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-05
                      THRU    CMD-05-EXIT
                   END-IF
               WHEN 6
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-06
                      THRU    CMD-06-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE AN EMPLOYEE'S PROBATION.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMPNO TO WS-EMPNO.
           MOVE SPACES      TO DATA-OUT.

           PERFORM 2000-READ-PROBATION
           THRU    2000-EXIT.

           IF RESP-CODE = 0
              MOVE WS-PROB-START         TO CMD01-PROB-START
              MOVE WS-ORIG-END-DATE      TO CMD01-ORIG-END-DATE
              MOVE WS-PROB-END-DATE      TO CMD01-PROB-END-DATE
              MOVE WS-PROB-STATUS        TO CMD01-PROB-STATUS
              MOVE WS-OUTCOME-DATE       TO CMD01-OUTCOME-DATE
              MOVE WS-EXTEND-COUNT       TO CMD01-EXTEND-COUNT
              MOVE WS-EXTEND-REASON      TO CMD01-EXTEND-REASON
           END-IF.
      *-----------------------------------------------------------------
      * CMD-02 - INQUIRE THE PROBATION PERIOD FOR A JOB FAMILY.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE 'PROB_RULE'      TO WS-AUD-TABLE.
           MOVE CMD02-JOB-FAMILY TO WS-JOB-FAMILY.
           MOVE SPACES           TO DATA-OUT.

           EXEC SQL
                SELECT
                    PROB_MONTHS
                INTO
                    :WS-PROB-MONTHS
                FROM PROB_RULE
                WHERE JOB_FAMILY = :WS-JOB-FAMILY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-PROB-MONTHS          TO CMD02-PROB-MONTHS
                   MOVE 0                       TO RESP-CODE
               WHEN 100
                   MOVE 2                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-03 - SET THE PROBATION PERIOD FOR A JOB FAMILY ON THE
      *          JOBCODE MASTER, 0 TO 36 MONTHS (0 = NO PROBATION). THE
      *          RULE IS ADDED OR REPLACED; IT APPLIES TO LATER HIRES
      *          ONLY - PROBATIONS ALREADY RUNNING KEEP THEIR DATES.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE 'PROB_RULE'       TO WS-AUD-TABLE.
           MOVE CMD03-JOB-FAMILY  TO WS-JOB-FAMILY.
           MOVE SPACES            TO DATA-OUT.

           IF WS-JOB-FAMILY = SPACES
              OR CMD03-PROB-MONTHS NOT NUMERIC
              MOVE 5 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.
           MOVE CMD03-PROB-MONTHS TO WS-PROB-MONTHS.
           IF WS-PROB-MONTHS > 36
              MOVE 5 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM JOBCODE
                WHERE JOB_FAMILY = :WS-JOB-FAMILY
                FETCH FIRST ROW ONLY
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    PROB_MONTHS
                INTO
                    :WS-OLD-PROB-MONTHS
                FROM PROB_RULE
                WHERE JOB_FAMILY = :WS-JOB-FAMILY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-OLD-PROB-MONTHS TO WS-OLD-PROB-MONTHS-ED
                   STRING WS-JOB-FAMILY ' ' WS-OLD-PROB-MONTHS-ED
                          DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
                   EXEC SQL
                       UPDATE PROB_RULE
                          SET PROB_MONTHS = :WS-PROB-MONTHS
                        WHERE JOB_FAMILY  = :WS-JOB-FAMILY
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       INSERT INTO PROB_RULE
                           (
                               JOB_FAMILY
                             , PROB_MONTHS
                           )
                       VALUES
                           (
                               :WS-JOB-FAMILY
                             , :WS-PROB-MONTHS
                           )
                   END-EXEC
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-03-EXIT
           END-EVALUATE.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE WS-PROB-MONTHS TO WS-PROB-MONTHS-ED
                   STRING WS-JOB-FAMILY ' ' WS-PROB-MONTHS-ED
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   MOVE WS-JOB-FAMILY  TO WS-AUD-KEY
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - CONFIRM AN OPEN PROBATION (A BLANK DATE IS TODAY).
      *          THE CONFIRMATION CANNOT BE DATED BEFORE THE PROBATION
      *          STARTED; IT MAY FALL BEFORE THE END DATE.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE CMD04-EMPNO TO WS-EMPNO.
           MOVE SPACES      TO DATA-OUT.

           PERFORM 2000-READ-PROBATION
           THRU    2000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.
           IF WS-PROB-STATUS NOT = 'O'
              MOVE 8 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.

           IF CMD04-OUTCOME-DATE = SPACES
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO  :WS-OUTCOME-DATE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              MOVE CMD04-OUTCOME-DATE TO WS-OUTCOME-DATE
           END-IF.

           MOVE WS-OUTCOME-DATE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.
           MOVE WS-DATE-CHECK TO WS-OUTCOME-DATE.

           IF WS-OUTCOME-DATE < WS-PROB-START
              MOVE 4 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.

           STRING WS-EMPNO ' ' WS-PROB-STATUS ' ' WS-PROB-END-DATE
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE EMP_PROBATION
                  SET PROB_STATUS  = 'C'
                    , OUTCOME_DATE = DATE(:WS-OUTCOME-DATE)
                    , PROB_OPID    = USER
                WHERE EMPNO        = :WS-EMPNO
                  AND PROB_STATUS  = 'O'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   STRING WS-EMPNO ' C ' WS-OUTCOME-DATE
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 8 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-05 - EXTEND AN OPEN PROBATION TO A LATER END DATE. A
      *          REASON IS REQUIRED; THE ORIGINAL END DATE IS KEPT AND
      *          THE EXTENSION COUNTED.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE CMD05-EMPNO        TO WS-EMPNO.
           MOVE CMD05-NEW-END-DATE TO WS-NEW-END-DATE.
           MOVE SPACES             TO DATA-OUT.

           IF CMD05-EXTEND-REASON = SPACES
              MOVE 5 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           PERFORM 2000-READ-PROBATION
           THRU    2000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.
           IF WS-PROB-STATUS NOT = 'O'
              MOVE 8 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           MOVE WS-NEW-END-DATE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.
           MOVE WS-DATE-CHECK TO WS-NEW-END-DATE.

           IF WS-NEW-END-DATE NOT > WS-PROB-END-DATE
              MOVE 4 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           STRING WS-EMPNO ' ' WS-PROB-STATUS ' ' WS-PROB-END-DATE
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE EMP_PROBATION
                  SET PROB_END_DATE = DATE(:WS-NEW-END-DATE)
                    , EXTEND_COUNT  = EXTEND_COUNT + 1
                    , EXTEND_REASON = :CMD05-EXTEND-REASON
                    , PROB_OPID     = USER
                WHERE EMPNO         = :WS-EMPNO
                  AND PROB_STATUS   = 'O'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   ADD 1 TO WS-EXTEND-COUNT
                   MOVE WS-EXTEND-COUNT TO CMD05-EXTEND-COUNT
                   STRING WS-EMPNO ' O ' WS-NEW-END-DATE ' '
                          CMD05-EXTEND-REASON
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 8 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - FAIL AN OPEN PROBATION AND SEPARATE THE EMPLOYEE ON
      *          THE DATE GIVEN. THE SHARED CPSEPRG EDITS RUN FIRST:
      *          LOOSE ENDS REFUSE THE FAIL (RESP 6 WITH THE COUNTS)
      *          UNLESS THE OPERATOR RESENDS WITH THE OVERRIDE BYTE
      *          'Y', EXACTLY AS APITPO38 DOES. THE SEPARATION IS
      *          POSTED AND AUDITED ON EMP, THEN THE PROBATION CLOSED
      *          AS FAILED TODAY. IF THE ASSIGN_HIST SPELL OR THE
      *          BENEFIT COVER CANNOT BE ENDED BOTH STAND AND RESP 1
      *          CARRIES THE ERROR BLOCK.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE CMD06-EMPNO   TO WS-EMPNO.
           MOVE SPACES        TO DATA-OUT.
           MOVE SPACES        TO HIST-FAILED-SWITCH.

           PERFORM 2000-READ-PROBATION
           THRU    2000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-06-EXIT
           END-IF.
           IF WS-PROB-STATUS NOT = 'O'
              MOVE 8 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           MOVE WS-EMPNO      TO W-SEP-EMPNO.
           MOVE CMD06-SEPDATE TO W-SEP-SEPDATE.

           PERFORM 8750-SEPARATION-EDIT
           THRU    8750-EXIT.

           IF W-SEP-LOOSE-ENDS AND CMD06-OVERRIDE = 'Y'
              MOVE 'K' TO W-SEP-RESULT
           END-IF.

           EVALUATE TRUE
               WHEN W-SEP-PASSED
                   CONTINUE
               WHEN W-SEP-NOT-FOUND
                   MOVE 2 TO RESP-CODE
               WHEN W-SEP-ALREADY-SEPARATED
                   MOVE 3 TO RESP-CODE
               WHEN W-SEP-BAD-DATE
                   MOVE 4 TO RESP-CODE
               WHEN W-SEP-LOOSE-ENDS
                   MOVE 6 TO RESP-CODE
                   MOVE W-SEP-OPEN-ACT TO CMD06-OPEN-ACT
                   MOVE W-SEP-OPEN-HW  TO CMD06-OPEN-HW
               WHEN W-SEP-TOO-FAR-OUT
                   MOVE 7 TO RESP-CODE
               WHEN OTHER
                   MOVE 'EMP' TO WS-AUD-TABLE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
           IF NOT W-SEP-PASSED
              GO TO CMD-06-EXIT
           END-IF.

           PERFORM 8755-SEPARATION-POST
           THRU    8755-EXIT.

           EVALUATE TRUE
               WHEN W-SEP-POSTED
                   CONTINUE
               WHEN W-SEP-HIST-FAILED
                   MOVE 'Y' TO HIST-FAILED-SWITCH
               WHEN W-SEP-BEN-FAILED
                   MOVE 'B' TO HIST-FAILED-SWITCH
               WHEN W-SEP-EXT-FAILED
                   MOVE 'X' TO HIST-FAILED-SWITCH
               WHEN W-SEP-ALREADY-SEPARATED
                   MOVE 3 TO RESP-CODE
                   GO TO CMD-06-EXIT
               WHEN OTHER
                   MOVE 'EMP' TO WS-AUD-TABLE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-06-EXIT
           END-EVALUATE.

           MOVE 'EMP'    TO WS-AUD-TABLE.
           MOVE WS-EMPNO TO WS-AUD-KEY.
           STRING WS-EMPNO ' SEPDATE=NULL'
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.
           STRING WS-EMPNO ' SEPDATE=' W-SEP-SEPDATE
                  DELIMITED BY SIZE
             INTO WS-AUD-AFTER.
           PERFORM 9700-WRITE-AUDIT.

           MOVE 'EMP_PROBATION' TO WS-AUD-TABLE.
           STRING WS-EMPNO ' ' WS-PROB-STATUS ' ' WS-PROB-END-DATE
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE EMP_PROBATION
                  SET PROB_STATUS  = 'F'
                    , OUTCOME_DATE = CURRENT DATE
                    , PROB_OPID    = USER
                WHERE EMPNO        = :WS-EMPNO
                  AND PROB_STATUS  = 'O'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   STRING WS-EMPNO ' F SEPDATE=' W-SEP-SEPDATE
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 8 TO RESP-CODE
                   GO TO CMD-06-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-06-EXIT
           END-EVALUATE.

           IF ASSIGNMENT-NOT-ENDED
              MOVE 'ASSIGN_HIST' TO WS-AUD-TABLE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
           IF BENEFITS-NOT-ENDED
              MOVE 'BEN_ENROL' TO WS-AUD-TABLE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
           IF EXTENSION-NOT-RELEASED
              MOVE 'PHONE_EXT' TO WS-AUD-TABLE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2000-READ-PROBATION - FETCH THE EMPLOYEE'S PROBATION ROW.
      *          RESP-CODE 2 IF THERE IS NONE (NEVER ON PROBATION, OR
      *          A BRIDGED REHIRE).
      *-----------------------------------------------------------------
       2000-READ-PROBATION.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    CHAR(PROB_START, ISO)
                  , CHAR(ORIG_END_DATE, ISO)
                  , CHAR(PROB_END_DATE, ISO)
                  , PROB_STATUS
                  , COALESCE(CHAR(OUTCOME_DATE, ISO), ' ')
                  , EXTEND_COUNT
                  , EXTEND_REASON
                INTO
                    :WS-PROB-START
                  , :WS-ORIG-END-DATE
                  , :WS-PROB-END-DATE
                  , :WS-PROB-STATUS
                  , :WS-OUTCOME-DATE
                  , :WS-EXTEND-COUNT
                  , :WS-EXTEND-REASON
                FROM EMP_PROBATION
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-CHECK-DATE - WS-DATE-CHECK MUST BE A REAL YYYY-MM-DD
      *          DATE; DB2 IS THE JUDGE. RESP-CODE 4 IF NOT.
      *-----------------------------------------------------------------
       3100-CHECK-DATE.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT CHAR(DATE(:WS-DATE-CHECK), ISO)
                INTO  :WS-DATE-CHECK
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -180
               WHEN -181
                   MOVE 4 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      /
           COPY CPSEPRG.
      /
           COPY CPASGHST.
      /
           COPY CPEXTPG.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP047' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE WS-AUD-TABLE TO AEB-TABLE.
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
           IF WS-AUD-KEY = SPACES
              MOVE DATA-IN(1:20) TO WS-AUD-KEY
           END-IF.
           IF WS-AUD-AFTER = SPACES
              MOVE DATA-IN(1:80) TO WS-AUD-AFTER
           END-IF.


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
                        'APITP047'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , :WS-AUD-TABLE
                      , :WS-AUD-KEY
                      , :WS-AUD-BEFORE
                      , :WS-AUD-AFTER
                      , :WS-AUD-SEQ
                      , :WS-AUD-CHAIN
                    )
           END-EXEC.

           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-AFTER.
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
                WHERE A.AUTH_PROGRAM = 'APITP047'
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
                            (USER, 'APITP047', :CMD-CODE,
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
