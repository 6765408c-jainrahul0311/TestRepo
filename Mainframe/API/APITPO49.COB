      *-----------------------------------------------------------------
      *  APITPO49 - TECHNICAL PROGRAM FOR THE ANNUAL PERFORMANCE REVIEW
      *             CYCLE. NOTHING RECORDED HOW ANYONE PERFORMED -
      *             MANAGERS SENT RATINGS TO HR ON SPREADSHEETS - SO
      *             COBMERIT COULD ONLY GIVE INCREASES BY JOB OR
      *             DEPARTMENT. HR OPENS A REVIEW_CYCLE PER YEAR WITH
      *             ITS DUE DATE AND THE COMPANY TARGET CURVE. THE
      *             MANAGER OF THE EMPLOYEE'S DEPARTMENT, OR OF ITS
      *             ADMRDEPT, DRAFTS AND THEN SUBMITS A 1-5 RATING ON
      *             EMP_REVIEW; NOBODY ELSE MAY, AND NOBODY RATES
      *             THEMSELVES. HR THEN CALIBRATES EACH SUBMITTED
      *             RATING, AND THE CALIBRATED RATING IS THE ONE
      *             COBMERIT RULE CARDS SELECT ON. EVERY UPDATE IS
      *             AUDITED. COBREVCL REPORTS EACH DEPARTMENT'S
      *             DISTRIBUTION AGAINST THE CURVE AND THE REVIEWS
      *             MISSING OR LATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP049.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE REVCYCLE
           END-EXEC.

           EXEC SQL
               INCLUDE EMPREVW
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  CYCLE-RECORD.
           10 WS-REV-YEAR             PIC S9(4) USAGE COMP.
           10 WS-CYCLE-OPEN           PIC X(10).
           10 WS-CYCLE-DUE            PIC X(10).
           10 WS-TARGET-PCTS.
              15 WS-TARGET-PCT1       PIC S9(4) USAGE COMP.
              15 WS-TARGET-PCT2       PIC S9(4) USAGE COMP.
              15 WS-TARGET-PCT3       PIC S9(4) USAGE COMP.
              15 WS-TARGET-PCT4       PIC S9(4) USAGE COMP.
              15 WS-TARGET-PCT5       PIC S9(4) USAGE COMP.

       01  REVIEW-RECORD.
           10 WS-EMPNO                PIC X(6).
           10 WS-RATING               PIC S9(4) USAGE COMP.
           10 WS-REVIEWER             PIC X(6).
           10 WS-REVIEW-DATE          PIC X(10).
           10 WS-REV-STATUS           PIC X(1).
           10 WS-CALIB-RATING         PIC S9(4) USAGE COMP.

       01  WS-NEW-RATING              PIC S9(4) USAGE COMP.
       01  WS-NEW-STATUS              PIC X(1).
       01  WS-PCT-TOTAL               PIC S9(4) USAGE COMP.
       01  WS-YEAR-ED                 PIC 9(4).
       01  WS-RATING-ED               PIC 9(1).
       01  WS-CALIB-ED                PIC 9(1).
       01  WS-NEW-RATING-ED           PIC 9(1).
       01  WS-CYCLE-IMAGE             PIC X(40).
       01  WS-PCT-ED-GROUP.
           10 WS-PCT1-ED              PIC ZZ9.
           10 WS-PCT2-ED              PIC ZZ9.
           10 WS-PCT3-ED              PIC ZZ9.
           10 WS-PCT4-ED              PIC ZZ9.
           10 WS-PCT5-ED              PIC ZZ9.

       01  WS-DATE-CHECK              PIC X(10).
       01  WS-SEPDATE                 PIC X(10).
       01  WS-DEPT-MGRNO              PIC X(6).
       01  WS-ADMR-MGRNO              PIC X(6).
       77  REVIEW-FOUND-SWITCH        PIC X     VALUE SPACES.
           88 REVIEW-FOUND                      VALUE 'Y'.

      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT).
      *    A COMMAND LEAVING WS-AUD-KEY OR WS-AUD-AFTER BLANK IS
      *    AUDITED WITH ITS OWN INPUT.
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20) VALUE SPACES.
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80) VALUE SPACES.
       01  WS-AUD-TABLE               PIC X(18) VALUE 'EMP_REVIEW'.

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
           05 CMD01-REV-YEAR          PIC 9(4).
           05 FILLER                  PIC X(508).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-EMPNO             PIC X(6).
           05 CMD02-REV-YEAR          PIC 9(4).
           05 FILLER                  PIC X(502).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-REV-YEAR          PIC 9(4).
           05 CMD03-CYCLE-OPEN        PIC X(10).
           05 CMD03-CYCLE-DUE         PIC X(10).
           05 CMD03-TARGET-PCT1       PIC 9(3).
           05 CMD03-TARGET-PCT2       PIC 9(3).
           05 CMD03-TARGET-PCT3       PIC 9(3).
           05 CMD03-TARGET-PCT4       PIC 9(3).
           05 CMD03-TARGET-PCT5       PIC 9(3).
           05 FILLER                  PIC X(473).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-EMPNO             PIC X(6).
           05 CMD04-REV-YEAR          PIC 9(4).
           05 CMD04-REVIEWER          PIC X(6).
           05 CMD04-RATING            PIC 9(1).
           05 FILLER                  PIC X(495).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-EMPNO             PIC X(6).
           05 CMD06-REV-YEAR          PIC 9(4).
           05 CMD06-CALIB-RATING      PIC 9(1).
           05 FILLER                  PIC X(501).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-CYCLE-OPEN        PIC X(10).
           05 CMD01-CYCLE-DUE         PIC X(10).
           05 CMD01-TARGET-PCT1       PIC 9(3).
           05 CMD01-TARGET-PCT2       PIC 9(3).
           05 CMD01-TARGET-PCT3       PIC 9(3).
           05 CMD01-TARGET-PCT4       PIC 9(3).
           05 CMD01-TARGET-PCT5       PIC 9(3).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-RATING            PIC 9(1).
           05 CMD02-REVIEWER          PIC X(6).
           05 CMD02-REVIEW-DATE       PIC X(10).
           05 CMD02-REV-STATUS        PIC X(1).
           05 CMD02-CALIB-RATING      PIC 9(1).
       01 CMD04-DATA-OUT REDEFINES DATA-OUT.
           05 CMD04-REV-STATUS        PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * COMMANDS:   1 = INQUIRE A CYCLE, 2 = INQUIRE A REVIEW, 3 = OPEN
      *             OR CHANGE A CYCLE, 4 = SAVE A DRAFT RATING, 5 =
      *             SUBMIT A RATING TO HR, 6 = CALIBRATE A SUBMITTED
      *             RATING.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = NO SUCH CYCLE,
      *             EMPLOYEE OR REVIEW, 3 = EMPLOYEE ALREADY SEPARATED,
      *             4 = DATE NOT VALID OR OUT OF ORDER (DUE DATE NOT
      *             AFTER THE OPEN DATE), 5 = A FIELD FAILED ITS EDIT
      *             (RATING NOT 1-5, TARGET CURVE NOT ADDING TO 100),
      *             6 = REVIEWER IS NOT THE MANAGER OF THE EMPLOYEE'S
      *             DEPARTMENT OR OF ITS ADMRDEPT, OR IS THE EMPLOYEE,
      *             8 = REVIEW ALREADY SUBMITTED (DRAFT OR SUBMIT) OR
      *             NOT YET SUBMITTED (CALIBRATE).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'EMP_REVIEW' TO WS-AUD-TABLE.
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
                      MOVE 'D' TO WS-NEW-STATUS
                      PERFORM CMD-04
                      THRU    CMD-04-EXIT
                   END-IF
               WHEN 5
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      MOVE 'S' TO WS-NEW-STATUS
                      PERFORM CMD-04
                      THRU    CMD-04-EXIT
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
      * CMD-01 - INQUIRE A REVIEW CYCLE: DATES AND TARGET CURVE.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE 'REVIEW_CYCLE' TO WS-AUD-TABLE.
           MOVE SPACES         TO DATA-OUT.

           IF CMD01-REV-YEAR NOT NUMERIC
              MOVE 5 TO RESP-CODE
           ELSE
              MOVE CMD01-REV-YEAR TO WS-REV-YEAR
              PERFORM 2100-READ-CYCLE
              THRU    2100-EXIT
           END-IF.

           IF RESP-CODE = 0
              MOVE WS-CYCLE-OPEN         TO CMD01-CYCLE-OPEN
              MOVE WS-CYCLE-DUE          TO CMD01-CYCLE-DUE
              MOVE WS-TARGET-PCT1        TO CMD01-TARGET-PCT1
              MOVE WS-TARGET-PCT2        TO CMD01-TARGET-PCT2
              MOVE WS-TARGET-PCT3        TO CMD01-TARGET-PCT3
              MOVE WS-TARGET-PCT4        TO CMD01-TARGET-PCT4
              MOVE WS-TARGET-PCT5        TO CMD01-TARGET-PCT5
           END-IF.
      *-----------------------------------------------------------------
      * CMD-02 - INQUIRE AN EMPLOYEE'S REVIEW FOR A CYCLE YEAR.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-EMPNO TO WS-EMPNO.
           MOVE SPACES      TO DATA-OUT.

           IF CMD02-REV-YEAR NOT NUMERIC
              MOVE 5 TO RESP-CODE
           ELSE
              MOVE CMD02-REV-YEAR TO WS-REV-YEAR
              PERFORM 2000-READ-REVIEW
              THRU    2000-EXIT
              IF RESP-CODE = 0
                 AND NOT REVIEW-FOUND
                 MOVE 2 TO RESP-CODE
              END-IF
           END-IF.

           IF RESP-CODE = 0
              MOVE WS-RATING             TO CMD02-RATING
              MOVE WS-REVIEWER           TO CMD02-REVIEWER
              MOVE WS-REVIEW-DATE        TO CMD02-REVIEW-DATE
              MOVE WS-REV-STATUS         TO CMD02-REV-STATUS
              MOVE WS-CALIB-RATING       TO CMD02-CALIB-RATING
           END-IF.
      *-----------------------------------------------------------------
      * CMD-03 - OPEN A REVIEW CYCLE, OR CHANGE ITS DATES OR TARGET
      *          CURVE. THE DUE DATE MUST FALL AFTER THE OPEN DATE AND
      *          THE FIVE TARGET PERCENTAGES MUST ADD TO 100. THE CYCLE
      *          IS ADDED OR REPLACED; REVIEWS ALREADY RECORDED STAND.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE 'REVIEW_CYCLE' TO WS-AUD-TABLE.
           MOVE SPACES         TO DATA-OUT.

           IF CMD03-REV-YEAR NOT NUMERIC
              OR CMD03-TARGET-PCT1 NOT NUMERIC
              OR CMD03-TARGET-PCT2 NOT NUMERIC
              OR CMD03-TARGET-PCT3 NOT NUMERIC
              OR CMD03-TARGET-PCT4 NOT NUMERIC
              OR CMD03-TARGET-PCT5 NOT NUMERIC
              MOVE 5 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.
           MOVE CMD03-REV-YEAR    TO WS-REV-YEAR.
           MOVE CMD03-TARGET-PCT1 TO WS-TARGET-PCT1.
           MOVE CMD03-TARGET-PCT2 TO WS-TARGET-PCT2.
           MOVE CMD03-TARGET-PCT3 TO WS-TARGET-PCT3.
           MOVE CMD03-TARGET-PCT4 TO WS-TARGET-PCT4.
           MOVE CMD03-TARGET-PCT5 TO WS-TARGET-PCT5.
           COMPUTE WS-PCT-TOTAL = WS-TARGET-PCT1 + WS-TARGET-PCT2
                                + WS-TARGET-PCT3 + WS-TARGET-PCT4
                                + WS-TARGET-PCT5.
           IF WS-REV-YEAR < 2000
              OR WS-PCT-TOTAL NOT = 100
              MOVE 5 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           MOVE CMD03-CYCLE-OPEN TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.
           MOVE WS-DATE-CHECK TO WS-CYCLE-OPEN.

           MOVE CMD03-CYCLE-DUE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.
           MOVE WS-DATE-CHECK TO WS-CYCLE-DUE.

           IF WS-CYCLE-DUE NOT > WS-CYCLE-OPEN
              MOVE 4 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           MOVE WS-REV-YEAR TO WS-YEAR-ED.
           MOVE WS-YEAR-ED  TO WS-AUD-KEY.
           PERFORM 3300-CYCLE-IMAGE
           THRU    3300-EXIT.
           MOVE WS-CYCLE-IMAGE TO WS-AUD-AFTER.

           EXEC SQL
                SELECT
                    CHAR(CYCLE_OPEN, ISO)
                  , CHAR(CYCLE_DUE, ISO)
                  , TARGET_PCT1
                  , TARGET_PCT2
                  , TARGET_PCT3
                  , TARGET_PCT4
                  , TARGET_PCT5
                INTO
                    :CYCLE-OPEN
                  , :CYCLE-DUE
                  , :TARGET-PCT1
                  , :TARGET-PCT2
                  , :TARGET-PCT3
                  , :TARGET-PCT4
                  , :TARGET-PCT5
                FROM REVIEW_CYCLE
                WHERE REV_YEAR = :WS-REV-YEAR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE TARGET-PCT1 TO WS-PCT1-ED
                   MOVE TARGET-PCT2 TO WS-PCT2-ED
                   MOVE TARGET-PCT3 TO WS-PCT3-ED
                   MOVE TARGET-PCT4 TO WS-PCT4-ED
                   MOVE TARGET-PCT5 TO WS-PCT5-ED
                   STRING CYCLE-OPEN ' ' CYCLE-DUE ' '
                          WS-PCT-ED-GROUP
                          DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
                   EXEC SQL
                       UPDATE REVIEW_CYCLE
                          SET CYCLE_OPEN  = DATE(:WS-CYCLE-OPEN)
                            , CYCLE_DUE   = DATE(:WS-CYCLE-DUE)
                            , TARGET_PCT1 = :WS-TARGET-PCT1
                            , TARGET_PCT2 = :WS-TARGET-PCT2
                            , TARGET_PCT3 = :WS-TARGET-PCT3
                            , TARGET_PCT4 = :WS-TARGET-PCT4
                            , TARGET_PCT5 = :WS-TARGET-PCT5
                            , CYCLE_OPID  = USER
                        WHERE REV_YEAR    = :WS-REV-YEAR
                   END-EXEC
               WHEN 100
                   EXEC SQL
                       INSERT INTO REVIEW_CYCLE
                           (
                               REV_YEAR
                             , CYCLE_OPEN
                             , CYCLE_DUE
                             , TARGET_PCT1
                             , TARGET_PCT2
                             , TARGET_PCT3
                             , TARGET_PCT4
                             , TARGET_PCT5
                             , CYCLE_OPID
                           )
                       VALUES
                           (
                               :WS-REV-YEAR
                             , DATE(:WS-CYCLE-OPEN)
                             , DATE(:WS-CYCLE-DUE)
                             , :WS-TARGET-PCT1
                             , :WS-TARGET-PCT2
                             , :WS-TARGET-PCT3
                             , :WS-TARGET-PCT4
                             , :WS-TARGET-PCT5
                             , USER
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
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - SAVE (COMMAND 4) OR SUBMIT (COMMAND 5) THE REVIEWER'S
      *          1-5 RATING. WS-NEW-STATUS IS 'D' OR 'S' ACCORDINGLY.
      *          THE CYCLE MUST EXIST, THE EMPLOYEE MUST STILL BE ON
      *          THE BOOKS, AND THE REVIEWER MUST PASS 3000-CHECK-
      *          REVIEWER. A DRAFT MAY BE SAVED OVER OR SUBMITTED AS
      *          OFTEN AS NEEDED; ONCE SUBMITTED THE RATING BELONGS TO
      *          HR AND ONLY CALIBRATION CHANGES IT. A SUBMISSION IS
      *          DATED TODAY.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE CMD04-EMPNO    TO WS-EMPNO.
           MOVE SPACES         TO DATA-OUT.

           IF CMD04-REV-YEAR NOT NUMERIC
              OR CMD04-RATING NOT NUMERIC
              OR CMD04-REVIEWER = SPACES
              MOVE 5 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.
           MOVE CMD04-REV-YEAR TO WS-REV-YEAR.
           MOVE CMD04-RATING   TO WS-NEW-RATING.
           IF WS-NEW-RATING < 1 OR WS-NEW-RATING > 5
              MOVE 5 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.

           PERFORM 2100-READ-CYCLE
           THRU    2100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           PERFORM 3000-CHECK-REVIEWER
           THRU    3000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           PERFORM 2000-READ-REVIEW
           THRU    2000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           MOVE WS-REV-YEAR   TO WS-YEAR-ED.
           MOVE WS-NEW-RATING TO WS-NEW-RATING-ED.
           STRING WS-EMPNO ' ' WS-YEAR-ED
                  DELIMITED BY SIZE
             INTO WS-AUD-KEY.

           IF REVIEW-FOUND
              IF WS-REV-STATUS NOT = 'D'
                 MOVE 8 TO RESP-CODE
                 GO TO CMD-04-EXIT
              END-IF
              MOVE WS-RATING TO WS-RATING-ED
              STRING WS-EMPNO ' ' WS-YEAR-ED ' ' WS-REV-STATUS ' '
                     WS-RATING-ED ' ' WS-REVIEWER
                     DELIMITED BY SIZE
                INTO WS-AUD-BEFORE
              EXEC SQL
                  UPDATE EMP_REVIEW
                     SET RATING      = :WS-NEW-RATING
                       , REVIEWER    = :CMD04-REVIEWER
                       , REV_STATUS  = :WS-NEW-STATUS
                       , REVIEW_DATE =
                         CASE WHEN :WS-NEW-STATUS = 'S'
                              THEN CURRENT DATE
                              ELSE NULL END
                       , REV_OPID    = USER
                   WHERE EMPNO       = :WS-EMPNO
                     AND REV_YEAR    = :WS-REV-YEAR
                     AND REV_STATUS  = 'D'
              END-EXEC
           ELSE
              EXEC SQL
                  INSERT INTO EMP_REVIEW
                      (
                          EMPNO
                        , REV_YEAR
                        , RATING
                        , REVIEWER
                        , REVIEW_DATE
                        , REV_STATUS
                        , CALIB_RATING
                        , REV_OPID
                      )
                  VALUES
                      (
                          :WS-EMPNO
                        , :WS-REV-YEAR
                        , :WS-NEW-RATING
                        , :CMD04-REVIEWER
                        , CASE WHEN :WS-NEW-STATUS = 'S'
                               THEN CURRENT DATE
                               ELSE NULL END
                        , :WS-NEW-STATUS
                        , 0
                        , USER
                      )
              END-EXEC
           END-IF.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE WS-NEW-STATUS TO CMD04-REV-STATUS
                   STRING WS-EMPNO ' ' WS-YEAR-ED ' ' WS-NEW-STATUS ' '
                          WS-NEW-RATING-ED ' ' CMD04-REVIEWER
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 8 TO RESP-CODE
               WHEN -803
                   MOVE 8 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - HR CALIBRATES A SUBMITTED RATING, CONFIRMING IT OR
      *          MOVING IT ON THE 1-5 SCALE. A CALIBRATED RATING MAY BE
      *          CALIBRATED AGAIN; THE REVIEWER'S OWN RATING IS KEPT
      *          BESIDE IT.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE CMD06-EMPNO    TO WS-EMPNO.
           MOVE SPACES         TO DATA-OUT.

           IF CMD06-REV-YEAR NOT NUMERIC
              OR CMD06-CALIB-RATING NOT NUMERIC
              MOVE 5 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.
           MOVE CMD06-REV-YEAR     TO WS-REV-YEAR.
           MOVE CMD06-CALIB-RATING TO WS-NEW-RATING.
           IF WS-NEW-RATING < 1 OR WS-NEW-RATING > 5
              MOVE 5 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           PERFORM 2000-READ-REVIEW
           THRU    2000-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-06-EXIT
           END-IF.
           IF NOT REVIEW-FOUND
              MOVE 2 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.
           IF WS-REV-STATUS = 'D'
              MOVE 8 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           MOVE WS-REV-YEAR     TO WS-YEAR-ED.
           MOVE WS-RATING       TO WS-RATING-ED.
           MOVE WS-CALIB-RATING TO WS-CALIB-ED.
           MOVE WS-NEW-RATING   TO WS-NEW-RATING-ED.
           STRING WS-EMPNO ' ' WS-YEAR-ED
                  DELIMITED BY SIZE
             INTO WS-AUD-KEY.
           STRING WS-EMPNO ' ' WS-YEAR-ED ' ' WS-REV-STATUS ' '
                  WS-RATING-ED ' ' WS-CALIB-ED
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE EMP_REVIEW
                  SET CALIB_RATING = :WS-NEW-RATING
                    , REV_STATUS   = 'C'
                    , REV_OPID     = USER
                WHERE EMPNO        = :WS-EMPNO
                  AND REV_YEAR     = :WS-REV-YEAR
                  AND REV_STATUS IN ('S', 'C')
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   STRING WS-EMPNO ' ' WS-YEAR-ED ' C '
                          WS-RATING-ED ' ' WS-NEW-RATING-ED
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 8 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2000-READ-REVIEW - FETCH THE EMPLOYEE'S REVIEW FOR WS-REV-YEAR.
      *          NO ROW IS NOT AN ERROR HERE - REVIEW-FOUND SAYS WHETHER
      *          THERE WAS ONE, AND THE CALLER DECIDES.
      *-----------------------------------------------------------------
       2000-READ-REVIEW.
           MOVE 0      TO RESP-CODE.
           MOVE SPACES TO REVIEW-FOUND-SWITCH.

           EXEC SQL
                SELECT
                    RATING
                  , REVIEWER
                  , COALESCE(CHAR(REVIEW_DATE, ISO), ' ')
                  , REV_STATUS
                  , CALIB_RATING
                INTO
                    :WS-RATING
                  , :WS-REVIEWER
                  , :WS-REVIEW-DATE
                  , :WS-REV-STATUS
                  , :WS-CALIB-RATING
                FROM EMP_REVIEW
                WHERE EMPNO    = :WS-EMPNO
                  AND REV_YEAR = :WS-REV-YEAR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO REVIEW-FOUND-SWITCH
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2100-READ-CYCLE - FETCH THE REVIEW CYCLE FOR WS-REV-YEAR.
      *          RESP-CODE 2 IF HR HAS NOT OPENED ONE.
      *-----------------------------------------------------------------
       2100-READ-CYCLE.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    CHAR(CYCLE_OPEN, ISO)
                  , CHAR(CYCLE_DUE, ISO)
                  , TARGET_PCT1
                  , TARGET_PCT2
                  , TARGET_PCT3
                  , TARGET_PCT4
                  , TARGET_PCT5
                INTO
                    :WS-CYCLE-OPEN
                  , :WS-CYCLE-DUE
                  , :WS-TARGET-PCT1
                  , :WS-TARGET-PCT2
                  , :WS-TARGET-PCT3
                  , :WS-TARGET-PCT4
                  , :WS-TARGET-PCT5
                FROM REVIEW_CYCLE
                WHERE REV_YEAR = :WS-REV-YEAR
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 'REVIEW_CYCLE' TO WS-AUD-TABLE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-CHECK-REVIEWER - THE REVIEWER MUST BE THE MANAGER OF THE
      *          EMPLOYEE'S WORKDEPT, OR THE MANAGER OF THAT
      *          DEPARTMENT'S ADMRDEPT, AND NOT THE EMPLOYEE. A
      *          SEPARATED EMPLOYEE IS NOT REVIEWED. SETS RESP-CODE.
      *-----------------------------------------------------------------
       3000-CHECK-REVIEWER.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    COALESCE(CHAR(E.SEPDATE, ISO), ' ')
                  , COALESCE(D.MGRNO, ' ')
                  , COALESCE(A.MGRNO, ' ')
                INTO
                    :WS-SEPDATE
                  , :WS-DEPT-MGRNO
                  , :WS-ADMR-MGRNO
                FROM EMP E
                LEFT JOIN DEPT D
                       ON D.DEPTNO = E.WORKDEPT
                LEFT JOIN DEPT A
                       ON A.DEPTNO = D.ADMRDEPT
                WHERE E.EMPNO = :WS-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   GO TO 3000-EXIT
               WHEN OTHER
                   MOVE 'EMP' TO WS-AUD-TABLE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 3000-EXIT
           END-EVALUATE.

           IF WS-SEPDATE NOT = SPACES
              MOVE 3 TO RESP-CODE
              GO TO 3000-EXIT
           END-IF.

           IF CMD04-REVIEWER = WS-EMPNO
              OR (CMD04-REVIEWER NOT = WS-DEPT-MGRNO
                  AND CMD04-REVIEWER NOT = WS-ADMR-MGRNO)
              MOVE 6 TO RESP-CODE
           END-IF.
       3000-EXIT.
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
      *-----------------------------------------------------------------
      * 3300-CYCLE-IMAGE - THE NEW CYCLE AS AN AUDIT IMAGE: OPEN DATE,
      *          DUE DATE AND THE FIVE TARGET PERCENTAGES.
      *-----------------------------------------------------------------
       3300-CYCLE-IMAGE.
           MOVE WS-TARGET-PCT1 TO WS-PCT1-ED.
           MOVE WS-TARGET-PCT2 TO WS-PCT2-ED.
           MOVE WS-TARGET-PCT3 TO WS-PCT3-ED.
           MOVE WS-TARGET-PCT4 TO WS-PCT4-ED.
           MOVE WS-TARGET-PCT5 TO WS-PCT5-ED.
           MOVE SPACES TO WS-CYCLE-IMAGE.
           STRING WS-CYCLE-OPEN ' ' WS-CYCLE-DUE ' '
                  WS-PCT-ED-GROUP
                  DELIMITED BY SIZE
             INTO WS-CYCLE-IMAGE.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP049' TO AEB-PROGRAM.
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
                        'APITP049'
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
                WHERE A.AUTH_PROGRAM = 'APITP049'
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
                            (USER, 'APITP049', :CMD-CODE,
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
