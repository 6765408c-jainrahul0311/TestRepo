      *-----------------------------------------------------------------
      *  APITPO46 - TECHNICAL PROGRAM FOR THE TRAINING COURSE CATALOG
      *             AND EMPLOYEE ENROLMENTS. APITPO34 HOLDS THE SKILL
      *             LEVELS AND CERTIFICATION EXPIRY DATES, BUT THE
      *             TRAINING THAT EARNS OR RENEWS THEM WAS KEPT ON
      *             SPREADSHEETS. COURSES ARE ADDED, AMENDED AND
      *             RETIRED ON TRAIN_COURSE; AN EMPLOYEE IS BOOKED
      *             ONTO A SITTING (TRAIN_ENROL) AT THE COURSE'S COST,
      *             CHARGED TO THE EMPLOYEE'S DEPARTMENT, AND THE
      *             SITTING IS CLOSED AS COMPLETED, FAILED OR
      *             CANCELLED. COMPLETING A CERTIFYING COURSE RUNS THE
      *             SHARED CPSKLUPG SKILL UPGRADE APITPO34 USES - THE
      *             LEVEL IS RAISED (NEVER LOWERED) AND THE EXPIRY
      *             SET CERT_MONTHS AFTER THE COMPLETION DATE. EVERY
      *             UPDATE IS AUDITED, THE SKILL CHANGE AS ITS OWN
      *             DEVELOPER ROW. COBTRNSP AND COBTRNGP REPORT FROM
      *             THE ENROLMENTS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP046.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE TRNCRS
           END-EXEC.

           EXEC SQL
               INCLUDE TRNENRL
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  COURSE-MASTER-RECORD.
           10 WS-COURSE-CODE          PIC X(8).
           10 WS-COURSE-TITLE         PIC X(40).
           10 WS-PROVIDER             PIC X(30).
           10 WS-DURATION-DAYS        PIC S9(4)V9(1) USAGE COMP-3.
           10 WS-COURSE-COST          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-HARDWARE-ID          PIC X(10).
           10 WS-SKILL-LEVEL          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CERT-MONTHS          PIC S9(4) USAGE COMP.
           10 WS-COURSE-STATUS        PIC X(1).

       01  ENROLMENT-RECORD.
           10 WS-EMPNO                PIC X(6).
           10 WS-START-DATE           PIC X(10).
           10 WS-ENROL-STATUS         PIC X(1).
           10 WS-OUTCOME-DATE         PIC X(10).
           10 WS-CHARGE-DEPT          PIC X(3).
           10 WS-ENROL-COST           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CERTEXP              PIC X(10).

       01  WS-OLD-TITLE               PIC X(40).
       01  WS-OLD-COST                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-COST-ED             PIC -(7)9.99.
       01  WS-OLD-HARDWARE-ID         PIC X(10).
       01  WS-OLD-CERT-MONTHS         PIC S9(4) USAGE COMP.
       01  WS-OLD-CERT-MONTHS-ED      PIC ZZZ9.
       01  WS-NEW-LEVEL-ED            PIC -(7)9.99.

       01  WS-SEPDATE                 PIC X(10).
       01  WS-DATE-CHECK              PIC X(10).

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.
       77  CERTIFYING-SWITCH          PIC X     VALUE SPACES.
           88 CERTIFYING-PASS                   VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   COURSE_CODE
                 , CHAR(START_DATE, ISO)
                 , ENROL_STATUS
                 , COALESCE(CHAR(OUTCOME_DATE, ISO), ' ')
                 , COURSE_COST
                 , COALESCE(CHAR(CERTEXP, ISO), ' ')
               FROM TRAIN_ENROL
               WHERE EMPNO = :WS-EMPNO
               ORDER BY START_DATE DESC, COURSE_CODE
           END-EXEC.


           COPY CPSKLUPW.

      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT).
      *    A COMMAND LEAVING WS-AUD-KEY OR WS-AUD-AFTER BLANK IS
      *    AUDITED WITH ITS OWN INPUT.
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20) VALUE SPACES.
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80) VALUE SPACES.
       01  WS-AUD-TABLE               PIC X(18) VALUE 'TRAIN_COURSE'.

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
           05 CMD01-COURSE-CODE       PIC X(8).
           05 FILLER                  PIC X(504).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-COURSE-CODE       PIC X(8).
           05 CMD02-COURSE-TITLE      PIC X(40).
           05 CMD02-PROVIDER          PIC X(30).
           05 CMD02-DURATION-DAYS     PIC S9(4)V9(1).
           05 CMD02-COURSE-COST       PIC S9(7)V9(2).
           05 CMD02-HARDWARE-ID       PIC X(10).
           05 CMD02-SKILL-LEVEL       PIC S9(7)V9(2).
           05 CMD02-CERT-MONTHS       PIC 9(3).
           05 FILLER                  PIC X(398).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-COURSE-CODE       PIC X(8).
           05 CMD03-COURSE-TITLE      PIC X(40).
           05 CMD03-PROVIDER          PIC X(30).
           05 CMD03-DURATION-DAYS     PIC S9(4)V9(1).
           05 CMD03-COURSE-COST       PIC S9(7)V9(2).
           05 CMD03-HARDWARE-ID       PIC X(10).
           05 CMD03-SKILL-LEVEL       PIC S9(7)V9(2).
           05 CMD03-CERT-MONTHS       PIC 9(3).
           05 FILLER                  PIC X(398).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-COURSE-CODE       PIC X(8).
           05 FILLER                  PIC X(504).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-EMPNO             PIC X(6).
           05 CMD05-COURSE-CODE       PIC X(8).
           05 CMD05-START-DATE        PIC X(10).
           05 FILLER                  PIC X(488).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-EMPNO             PIC X(6).
           05 CMD06-COURSE-CODE       PIC X(8).
           05 CMD06-START-DATE        PIC X(10).
           05 CMD06-OUTCOME           PIC X(1).
               88 CMD06-COMPLETED               VALUE 'C'.
               88 CMD06-FAILED                  VALUE 'F'.
               88 CMD06-CANCELLED               VALUE 'X'.
           05 CMD06-OUTCOME-DATE      PIC X(10).
           05 FILLER                  PIC X(477).
       01 CMD07-DATA-IN REDEFINES DATA-IN.
           05 CMD07-EMPNO             PIC X(6).
           05 FILLER                  PIC X(506).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-COURSE-TITLE      PIC X(40).
           05 CMD01-PROVIDER          PIC X(30).
           05 CMD01-DURATION-DAYS     PIC S9(4)V9(1).
           05 CMD01-COURSE-COST       PIC S9(7)V9(2).
           05 CMD01-HARDWARE-ID       PIC X(10).
           05 CMD01-SKILL-LEVEL       PIC S9(7)V9(2).
           05 CMD01-CERT-MONTHS       PIC 9(3).
           05 CMD01-COURSE-STATUS     PIC X(1).
       01 CMD05-DATA-OUT REDEFINES DATA-OUT.
           05 CMD05-CHARGE-DEPT       PIC X(3).
           05 CMD05-COURSE-COST       PIC S9(7)V9(2).
       01 CMD06-DATA-OUT REDEFINES DATA-OUT.
           05 CMD06-HARDWARE-ID       PIC X(10).
           05 CMD06-SKILL-LEVEL       PIC S9(7)V9(2).
           05 CMD06-CERTEXP           PIC X(10).
       01 CMD07-DATA-OUT REDEFINES DATA-OUT.
           05 CMD07-ENROLMENT OCCURS 20 TIMES.
               10 CMD07-COURSE-CODE   PIC X(8).
               10 CMD07-START-DATE    PIC X(10).
               10 CMD07-ENROL-STATUS  PIC X(1).
               10 CMD07-OUTCOME-DATE  PIC X(10).
               10 CMD07-COURSE-COST   PIC S9(7)V9(2).
               10 CMD07-CERTEXP       PIC X(10).
           05 CMD07-ENROL-COUNT       PIC S9(4).
           05 CMD07-MORE-ENROLMENTS   PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = COURSE NOT ON THE
      *             CATALOG, 3 = COURSE ALREADY ON FILE / EMPLOYEE
      *             ALREADY BOOKED ON THAT SITTING, 4 = EMPLOYEE NOT
      *             ON FILE OR SEPARATED, 5 = A FIELD FAILED ITS EDIT,
      *             6 = COURSE RETIRED, NOT OPEN FOR BOOKING,
      *             7 = ENROLMENT NOT ON FILE, 8 = ENROLMENT ALREADY
      *             CLOSED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'TRAIN_COURSE' TO WS-AUD-TABLE.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
               WHEN 2
                   PERFORM 9600-CHECK-AUTH
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
               WHEN 4
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-04
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
               WHEN 7
                   PERFORM CMD-07
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE A COURSE ON THE CATALOG.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-COURSE-CODE TO WS-COURSE-CODE.

           EXEC SQL
                SELECT
                    COURSE_TITLE
                  , PROVIDER
                  , DURATION_DAYS
                  , COURSE_COST
                  , HARDWARE_ID
                  , SKILL_LEVEL
                  , CERT_MONTHS
                  , COURSE_STATUS
                INTO
                    :WS-COURSE-TITLE
                  , :WS-PROVIDER
                  , :WS-DURATION-DAYS
                  , :WS-COURSE-COST
                  , :WS-HARDWARE-ID
                  , :WS-SKILL-LEVEL
                  , :WS-CERT-MONTHS
                  , :WS-COURSE-STATUS
                FROM TRAIN_COURSE
                WHERE COURSE_CODE = :WS-COURSE-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES                  TO DATA-OUT
                   MOVE WS-COURSE-TITLE         TO CMD01-COURSE-TITLE
                   MOVE WS-PROVIDER             TO CMD01-PROVIDER
                   MOVE WS-DURATION-DAYS        TO CMD01-DURATION-DAYS
                   MOVE WS-COURSE-COST          TO CMD01-COURSE-COST
                   MOVE WS-HARDWARE-ID          TO CMD01-HARDWARE-ID
                   MOVE WS-SKILL-LEVEL          TO CMD01-SKILL-LEVEL
                   MOVE WS-CERT-MONTHS          TO CMD01-CERT-MONTHS
                   MOVE WS-COURSE-STATUS        TO CMD01-COURSE-STATUS
                   MOVE 0                       TO RESP-CODE
               WHEN 100
                   MOVE SPACES                  TO DATA-OUT
                   MOVE 2                       TO RESP-CODE
               WHEN OTHER
                   MOVE SPACES                  TO DATA-OUT
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-02 - ADD A COURSE TO THE CATALOG, OPEN FOR BOOKING.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-COURSE-CODE   TO WS-COURSE-CODE.
           MOVE CMD02-COURSE-TITLE  TO WS-COURSE-TITLE.
           MOVE CMD02-PROVIDER      TO WS-PROVIDER.
           MOVE CMD02-DURATION-DAYS TO WS-DURATION-DAYS.
           MOVE CMD02-COURSE-COST   TO WS-COURSE-COST.
           MOVE CMD02-HARDWARE-ID   TO WS-HARDWARE-ID.
           MOVE CMD02-SKILL-LEVEL   TO WS-SKILL-LEVEL.
           MOVE CMD02-CERT-MONTHS   TO WS-CERT-MONTHS.
           MOVE 'A'                 TO WS-COURSE-STATUS.
           MOVE SPACES              TO DATA-OUT.

           IF WS-COURSE-CODE = SPACES
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           PERFORM 3000-EDIT-COURSE
           THRU    3000-EXIT.
           IF RESP-CODE = 5
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO TRAIN_COURSE
                    (
                        COURSE_CODE
                      , COURSE_TITLE
                      , PROVIDER
                      , DURATION_DAYS
                      , COURSE_COST
                      , HARDWARE_ID
                      , SKILL_LEVEL
                      , CERT_MONTHS
                      , COURSE_STATUS
                    )
                VALUES
                    (
                        :WS-COURSE-CODE
                      , :WS-COURSE-TITLE
                      , :WS-PROVIDER
                      , :WS-DURATION-DAYS
                      , :WS-COURSE-COST
                      , :WS-HARDWARE-ID
                      , :WS-SKILL-LEVEL
                      , :WS-CERT-MONTHS
                      , :WS-COURSE-STATUS
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0                       TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 3                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - AMEND A COURSE. A NEW COST APPLIES TO LATER BOOKINGS
      *          ONLY - EACH ENROLMENT KEEPS THE COST IT WAS BOOKED
      *          AT. THE PRIOR TITLE, COST, SKILL AND CERTIFICATION
      *          PERIOD GO INTO THE AUDIT BEFORE IMAGE.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-COURSE-CODE   TO WS-COURSE-CODE.
           MOVE CMD03-COURSE-TITLE  TO WS-COURSE-TITLE.
           MOVE CMD03-PROVIDER      TO WS-PROVIDER.
           MOVE CMD03-DURATION-DAYS TO WS-DURATION-DAYS.
           MOVE CMD03-COURSE-COST   TO WS-COURSE-COST.
           MOVE CMD03-HARDWARE-ID   TO WS-HARDWARE-ID.
           MOVE CMD03-SKILL-LEVEL   TO WS-SKILL-LEVEL.
           MOVE CMD03-CERT-MONTHS   TO WS-CERT-MONTHS.
           MOVE SPACES              TO DATA-OUT.
           MOVE SPACES              TO WS-AUD-BEFORE.

           PERFORM 3000-EDIT-COURSE
           THRU    3000-EXIT.
           IF RESP-CODE = 5
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COURSE_TITLE
                  , COURSE_COST
                  , HARDWARE_ID
                  , CERT_MONTHS
                INTO
                    :WS-OLD-TITLE
                  , :WS-OLD-COST
                  , :WS-OLD-HARDWARE-ID
                  , :WS-OLD-CERT-MONTHS
                FROM TRAIN_COURSE
                WHERE COURSE_CODE = :WS-COURSE-CODE
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

           MOVE WS-OLD-COST        TO WS-OLD-COST-ED.
           MOVE WS-OLD-CERT-MONTHS TO WS-OLD-CERT-MONTHS-ED.
           STRING WS-COURSE-CODE ' ' WS-OLD-TITLE ' '
                  WS-OLD-COST-ED ' ' WS-OLD-HARDWARE-ID ' '
                  WS-OLD-CERT-MONTHS-ED
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE TRAIN_COURSE
                  SET COURSE_TITLE  = :WS-COURSE-TITLE
                    , PROVIDER      = :WS-PROVIDER
                    , DURATION_DAYS = :WS-DURATION-DAYS
                    , COURSE_COST   = :WS-COURSE-COST
                    , HARDWARE_ID   = :WS-HARDWARE-ID
                    , SKILL_LEVEL   = :WS-SKILL-LEVEL
                    , CERT_MONTHS   = :WS-CERT-MONTHS
                WHERE COURSE_CODE = :WS-COURSE-CODE
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
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - RETIRE A COURSE. IT STAYS ON THE CATALOG FOR THE
      *          ENROLMENTS THAT NAME IT BUT TAKES NO NEW BOOKINGS;
      *          SITTINGS ALREADY BOOKED CAN STILL BE CLOSED.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE CMD04-COURSE-CODE TO WS-COURSE-CODE.
           MOVE SPACES            TO DATA-OUT.

           EXEC SQL
               UPDATE TRAIN_COURSE
                  SET COURSE_STATUS = 'R'
                WHERE COURSE_CODE = :WS-COURSE-CODE
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
      * CMD-05 - BOOK AN EMPLOYEE ONTO A SITTING OF AN OPEN COURSE.
      *          THE COURSE COST AND THE EMPLOYEE'S DEPARTMENT ARE
      *          FIXED ON THE ENROLMENT AT BOOKING, SO A LATER PRICE
      *          CHANGE OR TRANSFER DOES NOT RE-CHARGE PAST SPEND.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE 'TRAIN_ENROL'      TO WS-AUD-TABLE.
           MOVE CMD05-EMPNO        TO WS-EMPNO.
           MOVE CMD05-COURSE-CODE  TO WS-COURSE-CODE.
           MOVE CMD05-START-DATE   TO WS-START-DATE.
           MOVE SPACES             TO DATA-OUT.

           EXEC SQL
                SELECT
                    COURSE_COST
                  , COURSE_STATUS
                INTO
                    :WS-COURSE-COST
                  , :WS-COURSE-STATUS
                FROM TRAIN_COURSE
                WHERE COURSE_CODE = :WS-COURSE-CODE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.
           IF WS-COURSE-STATUS NOT = 'A'
              MOVE 6 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           MOVE WS-START-DATE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(WORKDEPT, ' ')
                  , COALESCE(CHAR(SEPDATE, ISO), ' ')
                INTO
                    :WS-CHARGE-DEPT
                  , :WS-SEPDATE
                FROM EMP
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 4 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.
           IF WS-SEPDATE NOT = SPACES
              MOVE 4 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO TRAIN_ENROL
                    (
                        EMPNO
                      , COURSE_CODE
                      , START_DATE
                      , ENROL_DATE
                      , ENROL_STATUS
                      , OUTCOME_DATE
                      , CHARGE_DEPT
                      , COURSE_COST
                      , CERTEXP
                      , ENROL_OPID
                    )
                VALUES
                    (
                        :WS-EMPNO
                      , :WS-COURSE-CODE
                      , DATE(:WS-START-DATE)
                      , CURRENT DATE
                      , 'E'
                      , NULL
                      , :WS-CHARGE-DEPT
                      , :WS-COURSE-COST
                      , NULL
                      , USER
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-CHARGE-DEPT          TO CMD05-CHARGE-DEPT
                   MOVE WS-COURSE-COST          TO CMD05-COURSE-COST
                   MOVE 0                       TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 3                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - CLOSE A BOOKED SITTING AS COMPLETED, FAILED OR
      *          CANCELLED (A BLANK DATE IS TODAY). A COMPLETION OF A
      *          CERTIFYING COURSE THEN UPGRADES THE DEVELOPER SKILL
      *          THROUGH CPSKLUPG - THE SKILL ROW IS ADDED IF THE
      *          EMPLOYEE DID NOT HOLD IT. IF THE UPGRADE FAILS THE
      *          CLOSED SITTING STANDS AND RESP-CODE 1 WITH THE ERROR
      *          BLOCK TELLS THE CALLER THE SKILL WAS NOT MOVED.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE 'TRAIN_ENROL'      TO WS-AUD-TABLE.
           MOVE CMD06-EMPNO        TO WS-EMPNO.
           MOVE CMD06-COURSE-CODE  TO WS-COURSE-CODE.
           MOVE CMD06-START-DATE   TO WS-START-DATE.
           MOVE SPACES             TO DATA-OUT.
           MOVE SPACES             TO WS-AUD-BEFORE.
           MOVE SPACES             TO WS-CERTEXP.
           MOVE SPACES             TO CERTIFYING-SWITCH.

           IF NOT CMD06-COMPLETED
              AND NOT CMD06-FAILED
              AND NOT CMD06-CANCELLED
              MOVE 5 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           IF CMD06-OUTCOME-DATE = SPACES
              EXEC SQL
                   SELECT CHAR(CURRENT DATE, ISO)
                   INTO  :WS-OUTCOME-DATE
                   FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              MOVE CMD06-OUTCOME-DATE TO WS-OUTCOME-DATE
           END-IF.

           MOVE WS-OUTCOME-DATE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-06-EXIT
           END-IF.

           MOVE WS-START-DATE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-06-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    ENROL_STATUS
                INTO
                    :WS-ENROL-STATUS
                FROM TRAIN_ENROL
                WHERE EMPNO       = :WS-EMPNO
                  AND COURSE_CODE = :WS-COURSE-CODE
                  AND START_DATE  = DATE(:WS-START-DATE)
           END-EXEC.

           IF SQLCODE = 100
              MOVE 7 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-06-EXIT
           END-IF.
           IF WS-ENROL-STATUS NOT = 'E'
              MOVE 8 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

      *    A PASS OR FAIL CANNOT BE DATED BEFORE THE SITTING STARTED.
           IF NOT CMD06-CANCELLED
              AND WS-OUTCOME-DATE < WS-START-DATE
              MOVE 5 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           IF CMD06-COMPLETED
              PERFORM 3200-CERTIFY-CHECK
              THRU    3200-EXIT
              IF RESP-CODE NOT = 0
                 GO TO CMD-06-EXIT
              END-IF
           END-IF.

           STRING WS-EMPNO ' ' WS-COURSE-CODE ' ' WS-START-DATE ' '
                  WS-ENROL-STATUS
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE TRAIN_ENROL
                  SET ENROL_STATUS = :CMD06-OUTCOME
                    , OUTCOME_DATE = DATE(:WS-OUTCOME-DATE)
                    , CERTEXP      = NULLIF(:WS-CERTEXP, ' ')
                WHERE EMPNO        = :WS-EMPNO
                  AND COURSE_CODE  = :WS-COURSE-CODE
                  AND START_DATE   = DATE(:WS-START-DATE)
                  AND ENROL_STATUS = 'E'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 8 TO RESP-CODE
                   GO TO CMD-06-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-06-EXIT
           END-EVALUATE.

           IF CERTIFYING-PASS
              PERFORM 3300-UPGRADE-SKILL
              THRU    3300-EXIT
           END-IF.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-07 - LIST AN EMPLOYEE'S ENROLMENTS, LATEST SITTING FIRST,
      *          UP TO 20 AT A TIME.
      *-----------------------------------------------------------------
       CMD-07.
           MOVE CMD07-EMPNO        TO WS-EMPNO.
           MOVE SPACES             TO DATA-OUT.
           MOVE SPACES             TO END-OF-C1-SWITCH.
           MOVE 0                  TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C1
           END-EXEC.

           PERFORM 2100-FETCH-C1
           THRU    2100-EXIT
           UNTIL END-OF-C1 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C1
                  INTO :WS-COURSE-CODE,
                       :WS-START-DATE,
                       :WS-ENROL-STATUS,
                       :WS-OUTCOME-DATE,
                       :WS-ENROL-COST,
                       :WS-CERTEXP
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD07-MORE-ENROLMENTS
              ELSE
                 MOVE 'N' TO CMD07-MORE-ENROLMENTS
              END-IF
           ELSE
              MOVE 'N' TO CMD07-MORE-ENROLMENTS
           END-IF.

           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD07-ENROL-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE ENROLMENT INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-COURSE-CODE,
                    :WS-START-DATE,
                    :WS-ENROL-STATUS,
                    :WS-OUTCOME-DATE,
                    :WS-ENROL-COST,
                    :WS-CERTEXP
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-COURSE-CODE
                              TO CMD07-COURSE-CODE  (WS-LIST-COUNT)
                   MOVE WS-START-DATE
                              TO CMD07-START-DATE   (WS-LIST-COUNT)
                   MOVE WS-ENROL-STATUS
                              TO CMD07-ENROL-STATUS (WS-LIST-COUNT)
                   MOVE WS-OUTCOME-DATE
                              TO CMD07-OUTCOME-DATE (WS-LIST-COUNT)
                   MOVE WS-ENROL-COST
                              TO CMD07-COURSE-COST  (WS-LIST-COUNT)
                   MOVE WS-CERTEXP
                              TO CMD07-CERTEXP      (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-EDIT-COURSE - TITLE AND PROVIDER ARE REQUIRED, THE LENGTH
      *          MUST BE ABOVE ZERO AND THE COST AND LEVEL NOT BELOW
      *          IT. A CERTIFYING COURSE MUST NAME THE SKILL IT
      *          CERTIFIES.
      *-----------------------------------------------------------------
       3000-EDIT-COURSE.
           MOVE 0 TO RESP-CODE.
           IF WS-COURSE-TITLE = SPACES
              OR WS-PROVIDER = SPACES
              OR WS-DURATION-DAYS NOT > 0
              OR WS-COURSE-COST < 0
              OR WS-SKILL-LEVEL < 0
              MOVE 5 TO RESP-CODE
           END-IF.
           IF WS-CERT-MONTHS > 0
              AND WS-HARDWARE-ID = SPACES
              MOVE 5 TO RESP-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-CHECK-DATE - WS-DATE-CHECK MUST BE A REAL YYYY-MM-DD
      *          DATE; DB2 IS THE JUDGE. RESP-CODE 5 IF NOT.
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
                   MOVE 5 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3200-CERTIFY-CHECK - READ THE COURSE'S SKILL AND CERTIFICATION
      *          PERIOD; A CERTIFYING COURSE GETS ITS NEW EXPIRY DATE
      *          CERT_MONTHS AFTER THE COMPLETION DATE.
      *-----------------------------------------------------------------
       3200-CERTIFY-CHECK.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    HARDWARE_ID
                  , SKILL_LEVEL
                  , CERT_MONTHS
                INTO
                    :WS-HARDWARE-ID
                  , :WS-SKILL-LEVEL
                  , :WS-CERT-MONTHS
                FROM TRAIN_COURSE
                WHERE COURSE_CODE = :WS-COURSE-CODE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO 3200-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3200-EXIT
           END-IF.

           IF WS-CERT-MONTHS NOT > 0
              OR WS-HARDWARE-ID = SPACES
              GO TO 3200-EXIT
           END-IF.

           EXEC SQL
                SELECT CHAR(DATE(:WS-OUTCOME-DATE)
                            + :WS-CERT-MONTHS MONTHS, ISO)
                INTO  :WS-CERTEXP
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3200-EXIT
           END-IF.

           MOVE 'Y' TO CERTIFYING-SWITCH.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3300-UPGRADE-SKILL - RAISE THE DEVELOPER SKILL TO THE COURSE'S
      *          LEVEL WITH THE NEW EXPIRY, AUDITED ON DEVELOPER WITH
      *          THE PRIOR LEVEL AND EXPIRY AS THE BEFORE IMAGE. THE
      *          LEVEL NOW HELD AND THE EXPIRY GO BACK TO THE CALLER.
      *-----------------------------------------------------------------
       3300-UPGRADE-SKILL.
           MOVE WS-EMPNO          TO W-SKL-DEVELOPER-ID.
           MOVE WS-HARDWARE-ID    TO W-SKL-HARDWARE-ID.
           MOVE WS-SKILL-LEVEL    TO W-SKL-LEVEL.
           MOVE WS-CERTEXP        TO W-SKL-CERTEXP.
           MOVE 'Y'               TO W-SKL-RAISE-ONLY.
           MOVE 'Y'               TO W-SKL-ADD-MISSING.

           PERFORM 8740-SKILL-UPGRADE
           THRU    8740-EXIT.

           IF NOT W-SKL-UPDATED
              AND NOT W-SKL-ADDED
              MOVE 'DEVELOPER' TO WS-AUD-TABLE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3300-EXIT
           END-IF.

           MOVE WS-HARDWARE-ID    TO CMD06-HARDWARE-ID.
           MOVE W-SKL-LEVEL       TO CMD06-SKILL-LEVEL.
           MOVE WS-CERTEXP        TO CMD06-CERTEXP.

           MOVE 'DEVELOPER'       TO WS-AUD-TABLE.
           MOVE W-SKL-BEFORE      TO WS-AUD-BEFORE.
           MOVE W-SKL-LEVEL       TO WS-NEW-LEVEL-ED.
           STRING WS-EMPNO ' ' WS-HARDWARE-ID
                  DELIMITED BY SIZE
             INTO WS-AUD-KEY.
           STRING WS-HARDWARE-ID ' ' WS-NEW-LEVEL-ED ' ' WS-CERTEXP
                  ' ' WS-COURSE-CODE
                  DELIMITED BY SIZE
             INTO WS-AUD-AFTER.
           PERFORM 9700-WRITE-AUDIT.
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
           MOVE 'APITP046' TO AEB-PROGRAM.
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
                        'APITP046'
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
                WHERE A.AUTH_PROGRAM = 'APITP046'
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
                            (USER, 'APITP046', :CMD-CODE,
                             :WS-DENY-DATE, :WS-DENY-TIME)
                   END-EXEC
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       9600-EXIT.
           EXIT.
      /
           COPY CPSKLUPG.
      /
           COPY CPAUDFLD.
