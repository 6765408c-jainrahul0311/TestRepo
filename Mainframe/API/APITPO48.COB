      *-----------------------------------------------------------------
      *  APITPO48 - TECHNICAL PROGRAM FOR BENEFIT PLANS, DEPENDENTS
      *             AND ENROLMENT. MEDICAL AND DENTAL COVER USED TO BE
      *             KEYED AS DEDMAST PERCENTAGES THROUGH APITPO27,
      *             WITH NO RECORD OF THE PLAN, THE TIER, WHO WAS
      *             COVERED OR WHAT THE COMPANY PAID ON TOP. THE PLAN
      *             RATES BY COVERAGE TIER ARE KEPT HERE ON BEN_PLAN
      *             (A NEW RATE CLOSES THE ONE BEFORE IT), AN
      *             EMPLOYEE'S DEPENDENTS ON EMP_DEPENDENT, AND EACH
      *             ELECTION - AT OPEN ENROLMENT OR ON A LIFE EVENT -
      *             ON BEN_ENROL WITH THE DEPENDENTS IT COVERS ON
      *             BEN_ENROL_DEP. THE ELECTION FIXES THE RATES IN
      *             FORCE ON ITS START DATE AND STARTS THE MATCHING
      *             DEDMAST ROW (DEDTYPE = PLAN CODE, DEDAMOUNT = THE
      *             EMPLOYEE'S MONTHLY COST); A NEW ELECTION OF THE
      *             SAME PLAN TYPE ENDS THE OLD ONE AND STOPS ITS
      *             DEDUCTION THE DAY BEFORE, AND DROPPING COVER STOPS
      *             IT ON THE END DATE, SO THE DEDUCTION ALWAYS
      *             MATCHES THE ELECTION. APITPO27 REFUSES THESE
      *             DEDUCTION TYPES. A SEPARATION (CPSEPRG) ENDS ALL
      *             COVER AT THE END OF THE SEPARATION MONTH. EVERY
      *             UPDATE IS AUDITED. COBBENRC LISTS THE MONTH'S
      *             ENROLMENTS FOR THE CARRIER RECONCILIATION.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP048.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE BENPLAN
           END-EXEC.

           EXEC SQL
               INCLUDE EMPDEPN
           END-EXEC.

           EXEC SQL
               INCLUDE BENENRL
           END-EXEC.

           EXEC SQL
               INCLUDE BENEDEP
           END-EXEC.

           EXEC SQL
               INCLUDE DEDMAST
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  PLAN-RATE-RECORD.
           10 WS-PLAN-CODE            PIC X(8).
           10 WS-COVER-TIER           PIC X(2).
               88 WS-TIER-EMPLOYEE              VALUE 'EE'.
               88 WS-TIER-SPOUSE                VALUE 'ES'.
               88 WS-TIER-CHILDREN              VALUE 'EC'.
               88 WS-TIER-FAMILY                VALUE 'FA'.
           10 WS-EFF-FROM             PIC X(10).
           10 WS-EFF-TO               PIC X(10).
           10 WS-PLAN-TYPE            PIC X(3).
               88 WS-PLAN-TYPE-VALID            VALUE 'MED' 'DEN'.
           10 WS-PLAN-NAME            PIC X(30).
           10 WS-CARRIER              PIC X(20).
           10 WS-EE-COST              PIC S9(5)V9(2) USAGE COMP-3.
           10 WS-ER-COST              PIC S9(5)V9(2) USAGE COMP-3.

       01  DEPENDENT-RECORD.
           10 WS-EMPNO                PIC X(6).
           10 WS-DEP-SEQ              PIC S9(4) USAGE COMP.
           10 WS-DEP-NAME             PIC X(30).
           10 WS-RELATION             PIC X(1).
               88 WS-REL-SPOUSE                 VALUE 'S'.
               88 WS-REL-CHILD                  VALUE 'C'.
           10 WS-BIRTHDATE            PIC X(10).
           10 WS-DEP-ADDED            PIC X(10).
           10 WS-DEP-REMOVED          PIC X(10).

       01  ENROLMENT-RECORD.
           10 WS-COV-START            PIC X(10).
           10 WS-COV-END              PIC X(10).
           10 WS-ENROL-REASON         PIC X(1).
           10 WS-EVENT-CODE           PIC X(8).
           10 WS-END-REASON           PIC X(1).

       01  WS-OLD-PLAN-CODE           PIC X(8).
       01  WS-OLD-COV-START           PIC X(10).
       01  WS-OLD-TIER                PIC X(2).
       01  WS-OLD-EE-COST             PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-OLD-EFF-FROM            PIC X(10).
       01  WS-OLD-PLAN-TYPE           PIC X(3).
       01  WS-COST-ED                 PIC -(5)9.99.
       01  WS-ER-COST-ED              PIC -(5)9.99.
       01  WS-DEP-SEQ-ED              PIC 9(4).

       01  WS-SEPDATE                 PIC X(10).
       01  WS-DATE-CHECK              PIC X(10).
       01  WS-TODAY                   PIC X(10).
       01  WS-ROW-COUNT               PIC S9(9) USAGE COMP.

       01  WS-DEP-SUB                 PIC S9(4) USAGE COMP.
       01  WS-DUP-SUB                 PIC S9(4) USAGE COMP.
       01  WS-SPOUSE-COUNT            PIC S9(4) USAGE COMP.
       01  WS-CHILD-COUNT             PIC S9(4) USAGE COMP.

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.
       77  END-OF-C2-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C2                         VALUE 'Y'.
       77  REPLACING-SWITCH           PIC X     VALUE SPACES.
           88 REPLACING-ELECTION                VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   PLAN_CODE
                 , PLAN_TYPE
                 , COVER_TIER
                 , CHAR(COV_START, ISO)
                 , COALESCE(CHAR(COV_END, ISO), ' ')
                 , EE_COST
                 , ER_COST
                 , ENROL_REASON
                 , END_REASON
               FROM BEN_ENROL
               WHERE EMPNO = :WS-EMPNO
               ORDER BY COV_START DESC, PLAN_TYPE
           END-EXEC.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT
                   DEP_SEQ
                 , DEP_NAME
                 , DEP_RELATION
                 , CHAR(BIRTHDATE, ISO)
                 , CHAR(DEP_ADDED, ISO)
                 , COALESCE(CHAR(DEP_REMOVED, ISO), ' ')
               FROM EMP_DEPENDENT
               WHERE EMPNO = :WS-EMPNO
               ORDER BY DEP_SEQ
           END-EXEC.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT).
      *    A COMMAND LEAVING WS-AUD-KEY OR WS-AUD-AFTER BLANK IS
      *    AUDITED WITH ITS OWN INPUT.
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20) VALUE SPACES.
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80) VALUE SPACES.
       01  WS-AUD-TABLE               PIC X(18) VALUE 'BEN_ENROL'.

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
           05 CMD01-PLAN-CODE         PIC X(8).
           05 CMD01-COVER-TIER        PIC X(2).
           05 CMD01-AS-AT-DATE        PIC X(10).
           05 FILLER                  PIC X(492).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-PLAN-CODE         PIC X(8).
           05 CMD02-COVER-TIER        PIC X(2).
           05 CMD02-EFF-FROM          PIC X(10).
           05 CMD02-PLAN-TYPE         PIC X(3).
           05 CMD02-PLAN-NAME         PIC X(30).
           05 CMD02-CARRIER           PIC X(20).
           05 CMD02-EE-COST           PIC S9(5)V9(2).
           05 CMD02-ER-COST           PIC S9(5)V9(2).
           05 FILLER                  PIC X(425).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-EMPNO             PIC X(6).
           05 CMD03-DEP-NAME          PIC X(30).
           05 CMD03-RELATION          PIC X(1).
           05 CMD03-BIRTHDATE         PIC X(10).
           05 FILLER                  PIC X(465).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-EMPNO             PIC X(6).
           05 CMD04-DEP-SEQ           PIC 9(4).
           05 CMD04-REMOVE-DATE       PIC X(10).
           05 FILLER                  PIC X(492).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-EMPNO             PIC X(6).
           05 CMD05-PLAN-CODE         PIC X(8).
           05 CMD05-COVER-TIER        PIC X(2).
           05 CMD05-COV-START         PIC X(10).
           05 CMD05-ENROL-REASON      PIC X(1).
               88 CMD05-OPEN-ENROLMENT          VALUE 'O'.
               88 CMD05-LIFE-EVENT              VALUE 'L'.
           05 CMD05-EVENT-CODE        PIC X(8).
           05 CMD05-DEP-COUNT         PIC 9(1).
           05 CMD05-DEP-SEQ           PIC 9(4) OCCURS 8 TIMES.
           05 FILLER                  PIC X(444).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-EMPNO             PIC X(6).
           05 CMD06-PLAN-TYPE         PIC X(3).
           05 CMD06-COV-END           PIC X(10).
           05 FILLER                  PIC X(493).
       01 CMD07-DATA-IN REDEFINES DATA-IN.
           05 CMD07-EMPNO             PIC X(6).
           05 FILLER                  PIC X(506).
       01 CMD08-DATA-IN REDEFINES DATA-IN.
           05 CMD08-EMPNO             PIC X(6).
           05 FILLER                  PIC X(506).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-PLAN-TYPE         PIC X(3).
           05 CMD01-PLAN-NAME         PIC X(30).
           05 CMD01-CARRIER           PIC X(20).
           05 CMD01-EFF-FROM          PIC X(10).
           05 CMD01-EFF-TO            PIC X(10).
           05 CMD01-EE-COST           PIC S9(5)V9(2).
           05 CMD01-ER-COST           PIC S9(5)V9(2).
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
           05 CMD03-DEP-SEQ           PIC 9(4).
       01 CMD05-DATA-OUT REDEFINES DATA-OUT.
           05 CMD05-PLAN-TYPE         PIC X(3).
           05 CMD05-EE-COST           PIC S9(5)V9(2).
           05 CMD05-ER-COST           PIC S9(5)V9(2).
           05 CMD05-ENDED-PLAN        PIC X(8).
           05 CMD05-ENDED-DATE        PIC X(10).
       01 CMD07-DATA-OUT REDEFINES DATA-OUT.
           05 CMD07-ENROLMENT OCCURS 20 TIMES.
               10 CMD07-PLAN-CODE     PIC X(8).
               10 CMD07-PLAN-TYPE     PIC X(3).
               10 CMD07-COVER-TIER    PIC X(2).
               10 CMD07-COV-START     PIC X(10).
               10 CMD07-COV-END       PIC X(10).
               10 CMD07-EE-COST       PIC S9(5)V9(2).
               10 CMD07-ER-COST       PIC S9(5)V9(2).
               10 CMD07-ENROL-REASON  PIC X(1).
               10 CMD07-END-REASON    PIC X(1).
           05 CMD07-ENROL-COUNT       PIC S9(4).
           05 CMD07-MORE-ENROLMENTS   PIC X(1).
       01 CMD08-DATA-OUT REDEFINES DATA-OUT.
           05 CMD08-DEPENDENT OCCURS 20 TIMES.
               10 CMD08-DEP-SEQ       PIC 9(4).
               10 CMD08-DEP-NAME      PIC X(30).
               10 CMD08-RELATION      PIC X(1).
               10 CMD08-BIRTHDATE     PIC X(10).
               10 CMD08-DEP-ADDED     PIC X(10).
               10 CMD08-DEP-REMOVED   PIC X(10).
           05 CMD08-DEP-COUNT         PIC S9(4).
           05 CMD08-MORE-DEPENDENTS   PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = EMPLOYEE, PLAN RATE
      *             OR DEPENDENT NOT ON FILE (OR EMPLOYEE SEPARATED),
      *             3 = ALREADY ON FILE, 4 = BAD OR OUT-OF-ORDER DATE,
      *             5 = A FIELD FAILED ITS EDIT, 6 = THE DEPENDENTS DO
      *             NOT FIT THE COVERAGE TIER / DEPENDENT STILL
      *             COVERED, 7 = NO OPEN ENROLMENT OF THAT PLAN TYPE,
      *             8 = DEPENDENT ALREADY REMOVED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'BEN_ENROL' TO WS-AUD-TABLE.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
                   THRU    CMD-01-EXIT
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
               WHEN 7
                   PERFORM CMD-07
               WHEN 8
                   PERFORM CMD-08
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE THE RATE OF A PLAN AND COVERAGE TIER IN FORCE
      *          ON A DATE (A BLANK DATE IS TODAY).
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-PLAN-CODE  TO WS-PLAN-CODE.
           MOVE CMD01-COVER-TIER TO WS-COVER-TIER.
           MOVE SPACES           TO DATA-OUT.

           IF CMD01-AS-AT-DATE = SPACES
              PERFORM 3000-GET-TODAY
              MOVE WS-TODAY TO WS-COV-START
           ELSE
              MOVE CMD01-AS-AT-DATE TO WS-COV-START
           END-IF.

           MOVE WS-COV-START TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-01-EXIT
           END-IF.

           MOVE 'BEN_PLAN' TO WS-AUD-TABLE.
           PERFORM 3200-READ-PLAN-RATE
           THRU    3200-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-01-EXIT
           END-IF.

           MOVE WS-PLAN-TYPE  TO CMD01-PLAN-TYPE.
           MOVE WS-PLAN-NAME  TO CMD01-PLAN-NAME.
           MOVE WS-CARRIER    TO CMD01-CARRIER.
           MOVE WS-EFF-FROM   TO CMD01-EFF-FROM.
           MOVE WS-EFF-TO     TO CMD01-EFF-TO.
           MOVE WS-EE-COST    TO CMD01-EE-COST.
           MOVE WS-ER-COST    TO CMD01-ER-COST.
       CMD-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-02 - ADD A PLAN RATE FOR A COVERAGE TIER FROM A DATE. THE
      *          RATE IN FORCE BEFORE IT IS CLOSED THE DAY BEFORE; A
      *          RATE CANNOT BE SLOTTED IN BEHIND ONE ALREADY ON FILE.
      *          A PLAN KEEPS ONE PLAN TYPE ACROSS ALL ITS TIERS. THE
      *          NEW RATE APPLIES TO ELECTIONS STARTING ON OR AFTER
      *          IT - STANDING ELECTIONS KEEP THEIR RATE UNTIL THE
      *          NEXT OPEN ENROLMENT (COBBENRC FLAGS THE DIFFERENCE).
      *-----------------------------------------------------------------
       CMD-02.
           MOVE 'BEN_PLAN'        TO WS-AUD-TABLE.
           MOVE CMD02-PLAN-CODE   TO WS-PLAN-CODE.
           MOVE CMD02-COVER-TIER  TO WS-COVER-TIER.
           MOVE CMD02-EFF-FROM    TO WS-EFF-FROM.
           MOVE CMD02-PLAN-TYPE   TO WS-PLAN-TYPE.
           MOVE CMD02-PLAN-NAME   TO WS-PLAN-NAME.
           MOVE CMD02-CARRIER     TO WS-CARRIER.
           MOVE CMD02-EE-COST     TO WS-EE-COST.
           MOVE CMD02-ER-COST     TO WS-ER-COST.
           MOVE SPACES            TO DATA-OUT.

           IF WS-PLAN-CODE = SPACES
              OR WS-PLAN-NAME = SPACES
              OR WS-CARRIER = SPACES
              OR NOT WS-PLAN-TYPE-VALID
              OR WS-EE-COST < 0
              OR WS-ER-COST < 0
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.
           IF NOT WS-TIER-EMPLOYEE
              AND NOT WS-TIER-SPOUSE
              AND NOT WS-TIER-CHILDREN
              AND NOT WS-TIER-FAMILY
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           MOVE WS-EFF-FROM TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(MAX(PLAN_TYPE), ' ')
                INTO
                    :WS-OLD-PLAN-TYPE
                FROM BEN_PLAN
                WHERE PLAN_CODE = :WS-PLAN-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-02-EXIT
           END-IF.
           IF WS-OLD-PLAN-TYPE NOT = SPACES
              AND WS-OLD-PLAN-TYPE NOT = WS-PLAN-TYPE
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COUNT(*)
                INTO
                    :WS-ROW-COUNT
                FROM BEN_PLAN
                WHERE PLAN_CODE  = :WS-PLAN-CODE
                  AND COVER_TIER = :WS-COVER-TIER
                  AND EFF_FROM  >= DATE(:WS-EFF-FROM)
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-02-EXIT
           END-IF.
           IF WS-ROW-COUNT > 0
              MOVE 4 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           MOVE SPACES TO WS-OLD-EFF-FROM.

           EXEC SQL
                SELECT
                    CHAR(EFF_FROM, ISO)
                  , EE_COST
                INTO
                    :WS-OLD-EFF-FROM
                  , :WS-OLD-EE-COST
                FROM BEN_PLAN
                WHERE PLAN_CODE  = :WS-PLAN-CODE
                  AND COVER_TIER = :WS-COVER-TIER
                  AND EFF_TO IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-OLD-EE-COST TO WS-COST-ED
                   STRING WS-PLAN-CODE ' ' WS-COVER-TIER ' '
                          WS-OLD-EFF-FROM ' ' WS-COST-ED
                          DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-02-EXIT
           END-EVALUATE.

           IF WS-OLD-EFF-FROM NOT = SPACES
              EXEC SQL
                  UPDATE BEN_PLAN
                     SET EFF_TO     = DATE(:WS-EFF-FROM) - 1 DAY
                   WHERE PLAN_CODE  = :WS-PLAN-CODE
                     AND COVER_TIER = :WS-COVER-TIER
                     AND EFF_FROM   = DATE(:WS-OLD-EFF-FROM)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-02-EXIT
              END-IF
           END-IF.

           EXEC SQL
                INSERT INTO BEN_PLAN
                    (
                        PLAN_CODE
                      , COVER_TIER
                      , EFF_FROM
                      , EFF_TO
                      , PLAN_TYPE
                      , PLAN_NAME
                      , CARRIER
                      , EE_COST
                      , ER_COST
                    )
                VALUES
                    (
                        :WS-PLAN-CODE
                      , :WS-COVER-TIER
                      , DATE(:WS-EFF-FROM)
                      , NULL
                      , :WS-PLAN-TYPE
                      , :WS-PLAN-NAME
                      , :WS-CARRIER
                      , :WS-EE-COST
                      , :WS-ER-COST
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE WS-EE-COST TO WS-COST-ED
                   MOVE WS-ER-COST TO WS-ER-COST-ED
                   STRING WS-PLAN-CODE ' ' WS-COVER-TIER ' '
                          WS-EFF-FROM ' ' WS-COST-ED ' '
                          WS-ER-COST-ED ' ' WS-PLAN-TYPE
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 3 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - ADD A DEPENDENT FOR AN ACTIVE EMPLOYEE. THE NEXT
      *          DEP_SEQ IS ANSWERED FOR USE ON THE ELECTION. ONLY ONE
      *          SPOUSE OR PARTNER MAY BE ON FILE AT A TIME (RESP 3).
      *-----------------------------------------------------------------
       CMD-03.
           MOVE 'EMP_DEPENDENT'   TO WS-AUD-TABLE.
           MOVE CMD03-EMPNO       TO WS-EMPNO.
           MOVE CMD03-DEP-NAME    TO WS-DEP-NAME.
           MOVE CMD03-RELATION    TO WS-RELATION.
           MOVE CMD03-BIRTHDATE   TO WS-BIRTHDATE.
           MOVE SPACES            TO DATA-OUT.

           IF WS-DEP-NAME = SPACES
              OR (NOT WS-REL-SPOUSE AND NOT WS-REL-CHILD)
              MOVE 5 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           MOVE WS-BIRTHDATE TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.
           PERFORM 3000-GET-TODAY.
           IF WS-BIRTHDATE > WS-TODAY
              MOVE 4 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           PERFORM 3300-CHECK-EMPLOYEE
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(MAX(DEP_SEQ), 0) + 1
                  , COALESCE(SUM(CASE WHEN DEP_RELATION = 'S'
                                       AND DEP_REMOVED IS NULL
                                      THEN 1 ELSE 0 END), 0)
                INTO
                    :WS-DEP-SEQ
                  , :WS-ROW-COUNT
                FROM EMP_DEPENDENT
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-03-EXIT
           END-IF.
           IF WS-REL-SPOUSE AND WS-ROW-COUNT > 0
              MOVE 3 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO EMP_DEPENDENT
                    (
                        EMPNO
                      , DEP_SEQ
                      , DEP_NAME
                      , DEP_RELATION
                      , BIRTHDATE
                      , DEP_ADDED
                      , DEP_REMOVED
                    )
                VALUES
                    (
                        :WS-EMPNO
                      , :WS-DEP-SEQ
                      , :WS-DEP-NAME
                      , :WS-RELATION
                      , DATE(:WS-BIRTHDATE)
                      , CURRENT DATE
                      , NULL
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE WS-DEP-SEQ TO CMD03-DEP-SEQ
                   MOVE WS-DEP-SEQ TO WS-DEP-SEQ-ED
                   STRING WS-EMPNO ' ' WS-DEP-SEQ-ED
                          DELIMITED BY SIZE
                     INTO WS-AUD-KEY
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 3 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - REMOVE A DEPENDENT FROM A DATE (A BLANK DATE IS
      *          TODAY). THE ROW STAYS ON FILE FOR THE ELECTIONS THAT
      *          NAME IT. A DEPENDENT STILL COVERED BY AN OPEN
      *          ELECTION IS REFUSED (RESP 6) - THE LIFE-EVENT
      *          ELECTION WITHOUT THEM COMES FIRST.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE 'EMP_DEPENDENT'   TO WS-AUD-TABLE.
           MOVE CMD04-EMPNO       TO WS-EMPNO.
           MOVE CMD04-DEP-SEQ     TO WS-DEP-SEQ.
           MOVE SPACES            TO DATA-OUT.

           IF CMD04-REMOVE-DATE = SPACES
              PERFORM 3000-GET-TODAY
              MOVE WS-TODAY TO WS-DEP-REMOVED
           ELSE
              MOVE CMD04-REMOVE-DATE TO WS-DEP-REMOVED
           END-IF.

           MOVE WS-DEP-REMOVED TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    DEP_NAME
                  , DEP_RELATION
                  , COALESCE(CHAR(DEP_REMOVED, ISO), ' ')
                  , (SELECT COUNT(*)
                       FROM BEN_ENROL_DEP BD, BEN_ENROL BE
                      WHERE BD.EMPNO     = D.EMPNO
                        AND BD.DEP_SEQ   = D.DEP_SEQ
                        AND BE.EMPNO     = BD.EMPNO
                        AND BE.PLAN_CODE = BD.PLAN_CODE
                        AND BE.COV_START = BD.COV_START
                        AND BE.COV_END IS NULL)
                INTO
                    :WS-DEP-NAME
                  , :WS-RELATION
                  , :WS-DATE-CHECK
                  , :WS-ROW-COUNT
                FROM EMP_DEPENDENT D
                WHERE D.EMPNO   = :WS-EMPNO
                  AND D.DEP_SEQ = :WS-DEP-SEQ
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-04-EXIT
           END-IF.
           IF WS-DATE-CHECK NOT = SPACES
              MOVE 8 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.
           IF WS-ROW-COUNT > 0
              MOVE 6 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.

           EXEC SQL
               UPDATE EMP_DEPENDENT
                  SET DEP_REMOVED = DATE(:WS-DEP-REMOVED)
                WHERE EMPNO       = :WS-EMPNO
                  AND DEP_SEQ     = :WS-DEP-SEQ
                  AND DEP_REMOVED IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE WS-DEP-SEQ TO WS-DEP-SEQ-ED
                   STRING WS-EMPNO ' ' WS-DEP-SEQ-ED
                          DELIMITED BY SIZE
                     INTO WS-AUD-KEY
                   STRING WS-EMPNO ' ' WS-DEP-SEQ-ED ' ' WS-RELATION
                          ' ' WS-DEP-NAME
                          DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
                   STRING WS-EMPNO ' ' WS-DEP-SEQ-ED ' REMOVED='
                          WS-DEP-REMOVED
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
      * CMD-05 - ENROL AN EMPLOYEE IN A PLAN AT A COVERAGE TIER FROM A
      *          START DATE, AT OPEN ENROLMENT ('O') OR ON A LIFE EVENT
      *          ('L', WITH ITS EVENT CODE - MARRIAGE, BIRTH, ...).
      *          THE DEPENDENTS NAMED MUST BE ON FILE AND NOT REMOVED
      *          BY THE START DATE, AND MUST FIT THE TIER: EE NONE, ES
      *          THE SPOUSE ONLY, EC CHILDREN ONLY, FA THE SPOUSE AND
      *          AT LEAST ONE CHILD. THE RATE IN FORCE ON THE START
      *          DATE IS FIXED ON THE ELECTION. AN OPEN ELECTION OF
      *          THE SAME PLAN TYPE MUST HAVE STARTED EARLIER; IT IS
      *          ENDED, AND ITS DEDUCTION STOPPED, THE DAY BEFORE. THE
      *          NEW DEDUCTION STARTS ON THE START DATE (NONE FOR A
      *          PLAN THE COMPANY PAYS IN FULL). THE ENDED ELECTION, IF
      *          ANY, GOES BACK TO THE CALLER. THE CHANGE IS MADE UNDER
      *          ONE SAVEPOINT, SO A FAILURE LEAVES THE OLD ELECTION.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE 'BEN_ENROL'        TO WS-AUD-TABLE.
           MOVE CMD05-EMPNO        TO WS-EMPNO.
           MOVE CMD05-PLAN-CODE    TO WS-PLAN-CODE.
           MOVE CMD05-COVER-TIER   TO WS-COVER-TIER.
           MOVE CMD05-COV-START    TO WS-COV-START.
           MOVE CMD05-ENROL-REASON TO WS-ENROL-REASON.
           MOVE CMD05-EVENT-CODE   TO WS-EVENT-CODE.
           MOVE SPACES             TO DATA-OUT.
           MOVE SPACES             TO REPLACING-SWITCH.

           IF NOT CMD05-OPEN-ENROLMENT
              AND NOT CMD05-LIFE-EVENT
              MOVE 5 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF CMD05-LIFE-EVENT AND WS-EVENT-CODE = SPACES
              MOVE 5 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF CMD05-DEP-COUNT NOT NUMERIC
              OR CMD05-DEP-COUNT > 8
              MOVE 5 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           MOVE WS-COV-START TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.

           PERFORM 3300-CHECK-EMPLOYEE
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.

           MOVE 'BEN_PLAN' TO WS-AUD-TABLE.
           PERFORM 3200-READ-PLAN-RATE
           THRU    3200-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.

           MOVE 'EMP_DEPENDENT' TO WS-AUD-TABLE.
           MOVE 0 TO WS-SPOUSE-COUNT.
           MOVE 0 TO WS-CHILD-COUNT.
           PERFORM 3400-CHECK-DEPENDENT
           THRU    3400-EXIT
           VARYING WS-DEP-SUB FROM 1 BY 1
           UNTIL   WS-DEP-SUB > CMD05-DEP-COUNT
              OR   RESP-CODE NOT = 0.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-TIER-EMPLOYEE
                   IF WS-SPOUSE-COUNT NOT = 0 OR WS-CHILD-COUNT NOT = 0
                      MOVE 6 TO RESP-CODE
                   END-IF
               WHEN WS-TIER-SPOUSE
                   IF WS-SPOUSE-COUNT NOT = 1 OR WS-CHILD-COUNT NOT = 0
                      MOVE 6 TO RESP-CODE
                   END-IF
               WHEN WS-TIER-CHILDREN
                   IF WS-SPOUSE-COUNT NOT = 0 OR WS-CHILD-COUNT = 0
                      MOVE 6 TO RESP-CODE
                   END-IF
               WHEN WS-TIER-FAMILY
                   IF WS-SPOUSE-COUNT NOT = 1 OR WS-CHILD-COUNT = 0
                      MOVE 6 TO RESP-CODE
                   END-IF
               WHEN OTHER
                   MOVE 5 TO RESP-CODE
           END-EVALUATE.
           IF RESP-CODE NOT = 0
              GO TO CMD-05-EXIT
           END-IF.

           MOVE 'BEN_ENROL' TO WS-AUD-TABLE.
           EXEC SQL
                SELECT
                    PLAN_CODE
                  , CHAR(COV_START, ISO)
                  , COVER_TIER
                  , EE_COST
                INTO
                    :WS-OLD-PLAN-CODE
                  , :WS-OLD-COV-START
                  , :WS-OLD-TIER
                  , :WS-OLD-EE-COST
                FROM BEN_ENROL
                WHERE EMPNO     = :WS-EMPNO
                  AND PLAN_TYPE = :WS-PLAN-TYPE
                  AND COV_END IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-OLD-COV-START NOT < WS-COV-START
                      MOVE 4 TO RESP-CODE
                      GO TO CMD-05-EXIT
                   END-IF
                   MOVE 'Y' TO REPLACING-SWITCH
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-05-EXIT
           END-EVALUATE.

           EXEC SQL
               SAVEPOINT BENENR UNIQUE ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.

           IF REPLACING-ELECTION
              PERFORM 3500-END-OLD-ELECTION
              THRU    3500-EXIT
              IF RESP-CODE NOT = 0
                 PERFORM 3900-UNDO-ENROL
                 THRU    3900-EXIT
                 GO TO CMD-05-EXIT
              END-IF
           END-IF.

           EXEC SQL
                INSERT INTO BEN_ENROL
                    (
                        EMPNO
                      , PLAN_CODE
                      , COV_START
                      , COV_END
                      , COVER_TIER
                      , PLAN_TYPE
                      , EE_COST
                      , ER_COST
                      , ENROL_REASON
                      , EVENT_CODE
                      , END_REASON
                      , ENROL_DATE
                      , ENROL_OPID
                    )
                VALUES
                    (
                        :WS-EMPNO
                      , :WS-PLAN-CODE
                      , DATE(:WS-COV-START)
                      , NULL
                      , :WS-COVER-TIER
                      , :WS-PLAN-TYPE
                      , :WS-EE-COST
                      , :WS-ER-COST
                      , :WS-ENROL-REASON
                      , :WS-EVENT-CODE
                      , ' '
                      , CURRENT DATE
                      , USER
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   MOVE 3 TO RESP-CODE
                   PERFORM 3900-UNDO-ENROL
                   THRU    3900-EXIT
                   GO TO CMD-05-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   PERFORM 3900-UNDO-ENROL
                   THRU    3900-EXIT
                   GO TO CMD-05-EXIT
           END-EVALUATE.

           MOVE 'BEN_ENROL_DEP' TO WS-AUD-TABLE.
           PERFORM 3600-INSERT-COVERED-DEP
           THRU    3600-EXIT
           VARYING WS-DEP-SUB FROM 1 BY 1
           UNTIL   WS-DEP-SUB > CMD05-DEP-COUNT
              OR   RESP-CODE NOT = 0.
           IF RESP-CODE NOT = 0
              PERFORM 3900-UNDO-ENROL
              THRU    3900-EXIT
              GO TO CMD-05-EXIT
           END-IF.

           IF WS-EE-COST > 0
              MOVE 'DEDMAST' TO WS-AUD-TABLE
              EXEC SQL
                   INSERT INTO DEDMAST
                       (
                           EMPNO
                         , DEDTYPE
                         , DEDAMOUNT
                         , DEDPCT
                         , DEDSTART
                         , DEDSTOP
                       )
                   VALUES
                       (
                           :WS-EMPNO
                         , :WS-PLAN-CODE
                         , :WS-EE-COST
                         , 0
                         , DATE(:WS-COV-START)
                         , NULL
                       )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 PERFORM 3900-UNDO-ENROL
                 THRU    3900-EXIT
                 GO TO CMD-05-EXIT
              END-IF
           END-IF.

           EXEC SQL
               RELEASE SAVEPOINT BENENR
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.

           MOVE 0 TO RESP-CODE.
           MOVE WS-PLAN-TYPE      TO CMD05-PLAN-TYPE.
           MOVE WS-EE-COST        TO CMD05-EE-COST.
           MOVE WS-ER-COST        TO CMD05-ER-COST.
           IF REPLACING-ELECTION
              MOVE WS-OLD-PLAN-CODE TO CMD05-ENDED-PLAN
              MOVE WS-COV-END       TO CMD05-ENDED-DATE
           END-IF.

           MOVE 'BEN_ENROL'       TO WS-AUD-TABLE.
           MOVE WS-EE-COST        TO WS-COST-ED.
           MOVE WS-ER-COST        TO WS-ER-COST-ED.
           STRING WS-EMPNO ' ' WS-PLAN-CODE
                  DELIMITED BY SIZE
             INTO WS-AUD-KEY.
           STRING WS-PLAN-CODE ' ' WS-COVER-TIER ' ' WS-COV-START
                  ' ' WS-COST-ED ' ' WS-ER-COST-ED ' '
                  WS-ENROL-REASON ' ' WS-EVENT-CODE ' '
                  CMD05-DEP-COUNT
                  DELIMITED BY SIZE
             INTO WS-AUD-AFTER.
           PERFORM 9700-WRITE-AUDIT.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - END AN EMPLOYEE'S OPEN ELECTION OF A PLAN TYPE ON A
      *          DATE (DROPPED COVER), AND STOP ITS DEDUCTION ON THE
      *          SAME DATE. THE END CANNOT BE BEFORE THE COVER STARTED.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE 'BEN_ENROL'       TO WS-AUD-TABLE.
           MOVE CMD06-EMPNO       TO WS-EMPNO.
           MOVE CMD06-PLAN-TYPE   TO WS-PLAN-TYPE.
           MOVE CMD06-COV-END     TO WS-COV-END.
           MOVE SPACES            TO DATA-OUT.

           IF NOT WS-PLAN-TYPE-VALID
              MOVE 5 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           MOVE WS-COV-END TO WS-DATE-CHECK.
           PERFORM 3100-CHECK-DATE
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-06-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    PLAN_CODE
                  , CHAR(COV_START, ISO)
                  , COVER_TIER
                  , EE_COST
                INTO
                    :WS-OLD-PLAN-CODE
                  , :WS-OLD-COV-START
                  , :WS-OLD-TIER
                  , :WS-OLD-EE-COST
                FROM BEN_ENROL
                WHERE EMPNO     = :WS-EMPNO
                  AND PLAN_TYPE = :WS-PLAN-TYPE
                  AND COV_END IS NULL
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
           IF WS-COV-END < WS-OLD-COV-START
              MOVE 4 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

           MOVE 'D' TO WS-END-REASON.
           PERFORM 3700-CLOSE-ELECTION
           THRU    3700-EXIT.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-07 - LIST AN EMPLOYEE'S ELECTIONS, LATEST FIRST, UP TO 20
      *          AT A TIME. AN OPEN ELECTION HAS A BLANK END DATE.
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
                  INTO :WS-PLAN-CODE,
                       :WS-PLAN-TYPE,
                       :WS-COVER-TIER,
                       :WS-COV-START,
                       :WS-COV-END,
                       :WS-EE-COST,
                       :WS-ER-COST,
                       :WS-ENROL-REASON,
                       :WS-END-REASON
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
      * CMD-08 - LIST AN EMPLOYEE'S DEPENDENTS, CURRENT AND REMOVED,
      *          UP TO 20 AT A TIME.
      *-----------------------------------------------------------------
       CMD-08.
           MOVE CMD08-EMPNO        TO WS-EMPNO.
           MOVE SPACES             TO DATA-OUT.
           MOVE SPACES             TO END-OF-C2-SWITCH.
           MOVE 0                  TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C2
           END-EXEC.

           PERFORM 2200-FETCH-C2
           THRU    2200-EXIT
           UNTIL END-OF-C2 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C2
                  INTO :WS-DEP-SEQ,
                       :WS-DEP-NAME,
                       :WS-RELATION,
                       :WS-BIRTHDATE,
                       :WS-DEP-ADDED,
                       :WS-DEP-REMOVED
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD08-MORE-DEPENDENTS
              ELSE
                 MOVE 'N' TO CMD08-MORE-DEPENDENTS
              END-IF
           ELSE
              MOVE 'N' TO CMD08-MORE-DEPENDENTS
           END-IF.

           EXEC SQL
               CLOSE C2
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD08-DEP-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE ELECTION INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-PLAN-CODE,
                    :WS-PLAN-TYPE,
                    :WS-COVER-TIER,
                    :WS-COV-START,
                    :WS-COV-END,
                    :WS-EE-COST,
                    :WS-ER-COST,
                    :WS-ENROL-REASON,
                    :WS-END-REASON
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-PLAN-CODE
                              TO CMD07-PLAN-CODE    (WS-LIST-COUNT)
                   MOVE WS-PLAN-TYPE
                              TO CMD07-PLAN-TYPE    (WS-LIST-COUNT)
                   MOVE WS-COVER-TIER
                              TO CMD07-COVER-TIER   (WS-LIST-COUNT)
                   MOVE WS-COV-START
                              TO CMD07-COV-START    (WS-LIST-COUNT)
                   MOVE WS-COV-END
                              TO CMD07-COV-END      (WS-LIST-COUNT)
                   MOVE WS-EE-COST
                              TO CMD07-EE-COST      (WS-LIST-COUNT)
                   MOVE WS-ER-COST
                              TO CMD07-ER-COST      (WS-LIST-COUNT)
                   MOVE WS-ENROL-REASON
                              TO CMD07-ENROL-REASON (WS-LIST-COUNT)
                   MOVE WS-END-REASON
                              TO CMD07-END-REASON   (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2200-FETCH-C2 - FETCH ONE DEPENDENT INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2200-FETCH-C2.
           EXEC SQL
               FETCH C2
               INTO :WS-DEP-SEQ,
                    :WS-DEP-NAME,
                    :WS-RELATION,
                    :WS-BIRTHDATE,
                    :WS-DEP-ADDED,
                    :WS-DEP-REMOVED
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-DEP-SEQ
                              TO CMD08-DEP-SEQ      (WS-LIST-COUNT)
                   MOVE WS-DEP-NAME
                              TO CMD08-DEP-NAME     (WS-LIST-COUNT)
                   MOVE WS-RELATION
                              TO CMD08-RELATION     (WS-LIST-COUNT)
                   MOVE WS-BIRTHDATE
                              TO CMD08-BIRTHDATE    (WS-LIST-COUNT)
                   MOVE WS-DEP-ADDED
                              TO CMD08-DEP-ADDED    (WS-LIST-COUNT)
                   MOVE WS-DEP-REMOVED
                              TO CMD08-DEP-REMOVED  (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C2-SWITCH
           END-EVALUATE.
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-GET-TODAY - CURRENT DATE AS YYYY-MM-DD INTO WS-TODAY.
      *-----------------------------------------------------------------
       3000-GET-TODAY.
           EXEC SQL
                SELECT CHAR(CURRENT DATE, ISO)
                INTO  :WS-TODAY
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.
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
      * 3200-READ-PLAN-RATE - THE BEN_PLAN ROW FOR WS-PLAN-CODE AND
      *          WS-COVER-TIER IN FORCE ON WS-COV-START. RESP-CODE 2
      *          IF THE PLAN HAS NO RATE FOR THAT TIER ON THAT DATE.
      *-----------------------------------------------------------------
       3200-READ-PLAN-RATE.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    CHAR(EFF_FROM, ISO)
                  , COALESCE(CHAR(EFF_TO, ISO), ' ')
                  , PLAN_TYPE
                  , PLAN_NAME
                  , CARRIER
                  , EE_COST
                  , ER_COST
                INTO
                    :WS-EFF-FROM
                  , :WS-EFF-TO
                  , :WS-PLAN-TYPE
                  , :WS-PLAN-NAME
                  , :WS-CARRIER
                  , :WS-EE-COST
                  , :WS-ER-COST
                FROM BEN_PLAN
                WHERE PLAN_CODE  = :WS-PLAN-CODE
                  AND COVER_TIER = :WS-COVER-TIER
                  AND EFF_FROM  <= DATE(:WS-COV-START)
                  AND (EFF_TO IS NULL
                       OR EFF_TO >= DATE(:WS-COV-START))
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
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3300-CHECK-EMPLOYEE - WS-EMPNO MUST BE ON FILE AND NOT
      *          SEPARATED. RESP-CODE 2 IF NOT.
      *-----------------------------------------------------------------
       3300-CHECK-EMPLOYEE.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    COALESCE(CHAR(SEPDATE, ISO), ' ')
                INTO
                    :WS-SEPDATE
                FROM EMP
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-SEPDATE NOT = SPACES
                      MOVE 2 TO RESP-CODE
                   END-IF
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 'EMP' TO WS-AUD-TABLE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3400-CHECK-DEPENDENT - ONE DEPENDENT NAMED ON THE ELECTION: NOT
      *          NAMED TWICE (RESP 5), ON FILE FOR THE EMPLOYEE AND
      *          NOT REMOVED BY THE START DATE (RESP 2). COUNTS THE
      *          SPOUSE AND CHILDREN FOR THE TIER CHECK.
      *-----------------------------------------------------------------
       3400-CHECK-DEPENDENT.
           MOVE CMD05-DEP-SEQ (WS-DEP-SUB) TO WS-DEP-SEQ.

           PERFORM 3410-CHECK-DUPLICATE
           THRU    3410-EXIT
           VARYING WS-DUP-SUB FROM 1 BY 1
           UNTIL   WS-DUP-SUB NOT < WS-DEP-SUB
              OR   RESP-CODE NOT = 0.
           IF RESP-CODE NOT = 0
              GO TO 3400-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    DEP_RELATION
                INTO
                    :WS-RELATION
                FROM EMP_DEPENDENT
                WHERE EMPNO   = :WS-EMPNO
                  AND DEP_SEQ = :WS-DEP-SEQ
                  AND (DEP_REMOVED IS NULL
                       OR DEP_REMOVED > DATE(:WS-COV-START))
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-REL-SPOUSE
                      ADD 1 TO WS-SPOUSE-COUNT
                   ELSE
                      ADD 1 TO WS-CHILD-COUNT
                   END-IF
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3410-CHECK-DUPLICATE - RESP 5 IF AN EARLIER ENTRY NAMES THE
      *          SAME DEPENDENT.
      *-----------------------------------------------------------------
       3410-CHECK-DUPLICATE.
           IF CMD05-DEP-SEQ (WS-DUP-SUB) = CMD05-DEP-SEQ (WS-DEP-SUB)
              MOVE 5 TO RESP-CODE
           END-IF.
       3410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3500-END-OLD-ELECTION - THE NEW ELECTION REPLACES THE OPEN ONE
      *          OF THE SAME PLAN TYPE: END IT AND STOP ITS DEDUCTION
      *          THE DAY BEFORE THE NEW START.
      *-----------------------------------------------------------------
       3500-END-OLD-ELECTION.
           EXEC SQL
                SELECT CHAR(DATE(:WS-COV-START) - 1 DAY, ISO)
                INTO  :WS-COV-END
                FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3500-EXIT
           END-IF.

           MOVE 'C' TO WS-END-REASON.
           PERFORM 3700-CLOSE-ELECTION
           THRU    3700-EXIT.
       3500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3600-INSERT-COVERED-DEP - ONE BEN_ENROL_DEP ROW FOR A DEPENDENT
      *          NAMED ON THE NEW ELECTION.
      *-----------------------------------------------------------------
       3600-INSERT-COVERED-DEP.
           MOVE CMD05-DEP-SEQ (WS-DEP-SUB) TO WS-DEP-SEQ.

           EXEC SQL
                INSERT INTO BEN_ENROL_DEP
                    (
                        EMPNO
                      , PLAN_CODE
                      , COV_START
                      , DEP_SEQ
                    )
                VALUES
                    (
                        :WS-EMPNO
                      , :WS-PLAN-CODE
                      , DATE(:WS-COV-START)
                      , :WS-DEP-SEQ
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
       3600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3700-CLOSE-ELECTION - END THE OPEN ELECTION WS-OLD-PLAN-CODE /
      *          WS-OLD-COV-START ON WS-COV-END FOR WS-END-REASON AND
      *          STOP ITS DEDUCTION ON THE SAME DATE (A PLAN THE
      *          COMPANY PAYS IN FULL HAS NO DEDUCTION TO STOP).
      *          AUDITED ON BEN_ENROL.
      *-----------------------------------------------------------------
       3700-CLOSE-ELECTION.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
               UPDATE BEN_ENROL
                  SET COV_END    = DATE(:WS-COV-END)
                    , END_REASON = :WS-END-REASON
                WHERE EMPNO      = :WS-EMPNO
                  AND PLAN_CODE  = :WS-OLD-PLAN-CODE
                  AND COV_START  = DATE(:WS-OLD-COV-START)
                  AND COV_END IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 7 TO RESP-CODE
                   GO TO 3700-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 3700-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE DEDMAST
                  SET DEDSTOP  = DATE(:WS-COV-END)
                WHERE EMPNO    = :WS-EMPNO
                  AND DEDTYPE  = :WS-OLD-PLAN-CODE
                  AND DEDSTART = DATE(:WS-OLD-COV-START)
                  AND DEDSTOP IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'DEDMAST' TO WS-AUD-TABLE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3700-EXIT
           END-IF.

           MOVE 'BEN_ENROL'       TO WS-AUD-TABLE.
           MOVE WS-OLD-EE-COST    TO WS-COST-ED.
           STRING WS-EMPNO ' ' WS-OLD-PLAN-CODE
                  DELIMITED BY SIZE
             INTO WS-AUD-KEY.
           STRING WS-OLD-PLAN-CODE ' ' WS-OLD-TIER ' '
                  WS-OLD-COV-START ' ' WS-COST-ED ' OPEN'
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.
           STRING WS-OLD-PLAN-CODE ' ' WS-OLD-TIER ' '
                  WS-OLD-COV-START ' END=' WS-COV-END ' '
                  WS-END-REASON
                  DELIMITED BY SIZE
             INTO WS-AUD-AFTER.
           PERFORM 9700-WRITE-AUDIT.
       3700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3900-UNDO-ENROL - ROLL BACK TO THE SAVEPOINT, PUTTING BACK ANY
      *          ELECTION AND DEDUCTION ALREADY ENDED, AND KEEPING THE
      *          FAILING STEP'S RESP-CODE AND ERROR BLOCK.
      *-----------------------------------------------------------------
       3900-UNDO-ENROL.
           MOVE DATA-OUT(1793:256) TO API-ERROR-BLOCK.

           EXEC SQL
               ROLLBACK TO SAVEPOINT BENENR
           END-EXEC.

      *    THE SAVEPOINT OUTLIVES THE ROLLBACK TO IT - RELEASE IT SO
      *    THE NEXT COMMAND IN THE SAME UNIT OF WORK CAN SET IT AGAIN.
           IF SQLCODE = 0
              EXEC SQL
                  RELEASE SAVEPOINT BENENR
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           ELSE
              MOVE SPACES          TO DATA-OUT
              MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256)
           END-IF.
       3900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP048' TO AEB-PROGRAM.
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
                        'APITP048'
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
                WHERE A.AUTH_PROGRAM = 'APITP048'
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
                            (USER, 'APITP048', :CMD-CODE,
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
