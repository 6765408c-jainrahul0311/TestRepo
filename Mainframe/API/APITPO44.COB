      *-----------------------------------------------------------------
      *  APITPO44 - TECHNICAL PROGRAM TO MAINTAIN THE JOBCODE MASTER.
      *             EMP.JOB USED TO BE FREE TEXT CHECKED ONLY AGAINST
      *             THE CODES ALREADY IN USE, SO ONE TYPO BECAME A JOB
      *             CODE FOR GOOD AND SHOWED UP IN COBSALAUD AND
      *             COBCOMPA AS A JOB FAMILY OF ITS OWN. EACH CODE NOW
      *             HAS ONE MASTER ROW - TITLE, JOB FAMILY, GRADE,
      *             EXEMPT/NON-EXEMPT AND AN ACTIVE FLAG - AND EVERY
      *             PLACE A JOB IS SET CHECKS IT. A CODE IS RETIRED BY
      *             SETTING IT INACTIVE, NEVER DELETED, SO PEOPLE
      *             STILL HOLDING IT STAY VALID WHILE NO ONE NEW CAN
      *             BE GIVEN IT. AMENDMENTS CARRY THE OLD ROW AS THE
      *             AUDITLOG BEFORE IMAGE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP044.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE JOBCODE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  JOBCODE-MASTER-RECORD.
           10 WS-JOB                  PIC X(8).
           10 WS-JOB-TITLE            PIC X(30).
           10 WS-JOB-FAMILY           PIC X(10).
           10 WS-GRADE                PIC X(3).
           10 WS-EXEMPT               PIC X(1).
           10 WS-ACTIVE               PIC X(1).

       01  WS-OLD-JOB-TITLE           PIC X(30).
       01  WS-OLD-JOB-FAMILY          PIC X(10).
       01  WS-OLD-GRADE               PIC X(3).
       01  WS-OLD-EXEMPT              PIC X(1).
       01  WS-OLD-ACTIVE              PIC X(1).


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
           05 CMD01-JOB               PIC X(8).
           05 FILLER                  PIC X(504).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-JOB               PIC X(8).
           05 CMD02-JOB-TITLE         PIC X(30).
           05 CMD02-JOB-FAMILY        PIC X(10).
           05 CMD02-GRADE             PIC X(3).
           05 CMD02-EXEMPT            PIC X(1).
           05 FILLER                  PIC X(460).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-JOB               PIC X(8).
           05 CMD03-JOB-TITLE         PIC X(30).
           05 CMD03-JOB-FAMILY        PIC X(10).
           05 CMD03-GRADE             PIC X(3).
           05 CMD03-EXEMPT            PIC X(1).
           05 FILLER                  PIC X(460).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-JOB               PIC X(8).
           05 CMD04-ACTIVE            PIC X(1).
           05 FILLER                  PIC X(503).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-JOB-TITLE         PIC X(30).
           05 CMD01-JOB-FAMILY        PIC X(10).
           05 CMD01-GRADE             PIC X(3).
           05 CMD01-EXEMPT            PIC X(1).
           05 CMD01-ACTIVE            PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = JOB CODE NOT ON THE
      *             MASTER, 3 = JOB CODE ALREADY ON FILE, 5 = A FIELD
      *             FAILED ITS EDIT (TITLE, FAMILY OR GRADE MISSING,
      *             EXEMPT NOT E/N, ACTIVE NOT Y/N).
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
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE A JOB CODE.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-JOB TO WS-JOB.

           EXEC SQL
                SELECT
                    JOB_TITLE
                  , JOB_FAMILY
                  , GRADE
                  , EXEMPT
                  , ACTIVE
                INTO
                    :WS-JOB-TITLE
                  , :WS-JOB-FAMILY
                  , :WS-GRADE
                  , :WS-EXEMPT
                  , :WS-ACTIVE
                FROM JOBCODE
                WHERE JOB = :WS-JOB
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES                  TO DATA-OUT
                   MOVE WS-JOB-TITLE            TO CMD01-JOB-TITLE
                   MOVE WS-JOB-FAMILY           TO CMD01-JOB-FAMILY
                   MOVE WS-GRADE                TO CMD01-GRADE
                   MOVE WS-EXEMPT               TO CMD01-EXEMPT
                   MOVE WS-ACTIVE               TO CMD01-ACTIVE
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
      * CMD-02 - ADD A NEW JOB CODE. IT STARTS ACTIVE.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-JOB        TO WS-JOB.
           MOVE CMD02-JOB-TITLE  TO WS-JOB-TITLE.
           MOVE CMD02-JOB-FAMILY TO WS-JOB-FAMILY.
           MOVE CMD02-GRADE      TO WS-GRADE.
           MOVE CMD02-EXEMPT     TO WS-EXEMPT.
           MOVE 'Y'              TO WS-ACTIVE.
           MOVE SPACES           TO DATA-OUT.

           IF WS-JOB = SPACES
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           PERFORM 3000-EDIT-FIELDS
           THRU    3000-EXIT.
           IF RESP-CODE = 5
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO JOBCODE
                    (
                        JOB
                      , JOB_TITLE
                      , JOB_FAMILY
                      , GRADE
                      , EXEMPT
                      , ACTIVE
                    )
                VALUES
                    (
                        :WS-JOB
                      , :WS-JOB-TITLE
                      , :WS-JOB-FAMILY
                      , :WS-GRADE
                      , :WS-EXEMPT
                      , :WS-ACTIVE
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
      * CMD-03 - AMEND A JOB CODE'S TITLE, FAMILY, GRADE AND EXEMPT
      *          STATUS. THE PRIOR ROW GOES INTO THE AUDIT BEFORE
      *          IMAGE.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-JOB        TO WS-JOB.
           MOVE CMD03-JOB-TITLE  TO WS-JOB-TITLE.
           MOVE CMD03-JOB-FAMILY TO WS-JOB-FAMILY.
           MOVE CMD03-GRADE      TO WS-GRADE.
           MOVE CMD03-EXEMPT     TO WS-EXEMPT.
           MOVE SPACES           TO DATA-OUT.
           MOVE SPACES           TO WS-AUD-BEFORE.

           PERFORM 3000-EDIT-FIELDS
           THRU    3000-EXIT.
           IF RESP-CODE = 5
              GO TO CMD-03-EXIT
           END-IF.

           PERFORM 3100-GET-OLD-ROW
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
               UPDATE JOBCODE
                  SET JOB_TITLE  = :WS-JOB-TITLE
                    , JOB_FAMILY = :WS-JOB-FAMILY
                    , GRADE      = :WS-GRADE
                    , EXEMPT     = :WS-EXEMPT
                WHERE JOB = :WS-JOB
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
      * CMD-04 - RETIRE ('N') OR REINSTATE ('Y') A JOB CODE. THE PRIOR
      *          ROW GOES INTO THE AUDIT BEFORE IMAGE.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE CMD04-JOB        TO WS-JOB.
           MOVE CMD04-ACTIVE     TO WS-ACTIVE.
           MOVE SPACES           TO DATA-OUT.
           MOVE SPACES           TO WS-AUD-BEFORE.

           IF WS-ACTIVE NOT = 'Y' AND WS-ACTIVE NOT = 'N'
              MOVE 5 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.

           PERFORM 3100-GET-OLD-ROW
           THRU    3100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           EXEC SQL
               UPDATE JOBCODE
                  SET ACTIVE = :WS-ACTIVE
                WHERE JOB = :WS-JOB
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
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-EDIT-FIELDS - TITLE, FAMILY AND GRADE ARE REQUIRED, AND
      *          EXEMPT IS 'E' OR 'N' - A CODE WITHOUT A FAMILY WOULD
      *          REPORT AS ITS OWN FAMILY ALL OVER AGAIN.
      *-----------------------------------------------------------------
       3000-EDIT-FIELDS.
           MOVE 0 TO RESP-CODE.
           IF WS-JOB-TITLE = SPACES
              OR WS-JOB-FAMILY = SPACES
              OR WS-GRADE = SPACES
              OR (WS-EXEMPT NOT = 'E' AND WS-EXEMPT NOT = 'N')
              MOVE 5 TO RESP-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-GET-OLD-ROW - READ THE ROW BEING CHANGED AND BUILD THE
      *          AUDIT BEFORE IMAGE FROM IT. NOT ON FILE ANSWERS 2.
      *-----------------------------------------------------------------
       3100-GET-OLD-ROW.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    JOB_TITLE
                  , JOB_FAMILY
                  , GRADE
                  , EXEMPT
                  , ACTIVE
                INTO
                    :WS-OLD-JOB-TITLE
                  , :WS-OLD-JOB-FAMILY
                  , :WS-OLD-GRADE
                  , :WS-OLD-EXEMPT
                  , :WS-OLD-ACTIVE
                FROM JOBCODE
                WHERE JOB = :WS-JOB
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO 3100-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO 3100-EXIT
           END-IF.

           STRING WS-JOB ' ' WS-OLD-JOB-TITLE ' '
                  WS-OLD-JOB-FAMILY ' ' WS-OLD-GRADE ' '
                  WS-OLD-EXEMPT ' ' WS-OLD-ACTIVE
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP044' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE 'JOBCODE'  TO AEB-TABLE.
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
                        'APITP044'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , 'JOBCODE'
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
                WHERE A.AUTH_PROGRAM = 'APITP044'
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
                            (USER, 'APITP044', :CMD-CODE,
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
