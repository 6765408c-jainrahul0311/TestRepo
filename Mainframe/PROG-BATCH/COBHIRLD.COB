      *                RECRUITING BUREAU'S FIXED-LAYOUT HIRE FILE
      *                (HIREREC), EDITS EACH RECORD - EMPNO NOT
      *                ALREADY ON FILE, WORKDEPT AGAINST DEPT THE WAY
      *                COBEDVAL CHECKS IT, JOB AN ACTIVE CODE ON THE
      *                JOBCODE MASTER, HIRE AND BIRTH DATES
      *                PLAUSIBLE, AND A DUPLICATE-PERSON SCREEN USING
      *                THE COBDUPCK SIGNALS (SAME NAME AND BIRTHDATE
      *                AS AN EXISTING EMPLOYEE) - THEN CREATES THE
      *                EMP ROW PLUS THE STARTER SET COBONBD CHECKS
      *                FOR: THE DEVELOPER SKILLS ROW AND THE OPENING
      *                LEAVE BALANCE - AND THE OPENING FTEHIST ROW FOR
      *                THE CONTRACTED FTE PERCENTAGE (100.00 WHEN THE
      *                BUREAU SENDS NONE) AND THE OPENING ASSIGN_HIST
      *                SPELL IN WORKDEPT AND JOB FROM HIREDATE, AND
      *                THE EMP_PROBATION ROW ENDING THE PROB_RULE
      *                PERIOD FOR THE JOB'S FAMILY AFTER HIREDATE.
      *                THE TELEPHONE EXTENSION COMES FROM THE POOL
      *                (PHONE_EXT, CPEXTPG): A BLANK HR-PHONENO IS
      *                ISSUED THE NEXT FREE EXTENSION AT THE
      *                DEPARTMENT'S SITE; A KEYED ONE MUST BE FREE IN
      *                THE POOL OR THE RECORD IS REJECTED. A SITE WITH
      *                NONE LEFT LOADS THE HIRE WITHOUT ONE.
      *                FAILURES GO TO THE ERROR FILE WITH A REASON
      *                FOR CORRECTION AND RE-SUBMISSION
      *                - HALF THE COBONBD EXCEPTIONS WERE RECORDS
      *                NOBODY FINISHED KEYING.
      *
      *                NEW EMPNO TO THE OLD ONE WITH A BRIDGED-SERVICE
      *                DATE (THE NEW HIREDATE PULLED BACK BY THE PRIOR
      *                SPELL), WHICH COBLVACR AND COBTENUR USE IN
      *                PLACE OF RAW HIREDATE. A BRIDGED REHIRE IS
      *                EXEMPT FROM PROBATION.
      *
      *                EVERY LOADED HIRE WRITES AN AUDITLOG 'EMP'
      *                IMAGE NAMING IT A HIRE OR A REHIRE, SO THE
      *                COBEMPDL DELTA FEED SENDS NEW STARTERS ON TO
      *                THE DOWNSTREAM SUBSCRIBERS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------

       01  WS-DUMMY-ONE           PIC S9(4)      USAGE COMP.
       01  WS-REASON              PIC X(30).
       01  WS-JOB-ACTIVE          PIC X(1).
       01  WS-DEPT-LOC            PIC X(6).
       01  WS-EXT-COUNT           PIC 9(6)      USAGE COMP  VALUE 0.

       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-BONUS               PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-COMM                PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CURRCODE            PIC X(3).
       01  WS-PAYFREQ             PIC X(1).
       01  WS-FTEPCT              PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-HARDWARE-ID         PIC X(10).
       01  WS-SKILL-LEVEL         PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-PROB-MONTHS         PIC S9(4)      USAGE COMP.

       01  WS-OLD-EMPNO           PIC X(6).
       01  WS-BRIDGE-DATE         PIC X(10).

       01  WS-HIRE-YRMO           PIC X(6).

      *    AUDIT-TRAIL WORKAREAS. THE AFTER IMAGE KEEPS THE COBPNDAP
      *    EMP LAYOUT - WORKDEPT, JOB, PHONENO - WITH 'HIRE' OR
      *    'REHIRE' AT COLUMN 19 (SEE 2470-WRITE-AUDIT).
       01  WS-AUD-DATE            PIC 9(6).
       01  WS-AUD-TIME            PIC 9(8).
       01  WS-AUD-KEY             PIC X(20).
       01  WS-AUD-BEFORE          PIC X(80).
       01  WS-AUD-AFTER           PIC X(80).

           COPY CPAUDCHW.

           COPY CPASGHSW.

           COPY CPEXTPW.

       01  WS-ZERO-DAYS           PIC S9(4)      USAGE COMP VALUE 0.
       01  WS-WORKINGDAYS         PIC S9(4)      USAGE COMP VALUE 22.

           10 FILLER              PIC X(10)  VALUE
                'REJECTED: '.
           10 WS-SUM-REJECT       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'NO EXTENSION: '.
           10 WS-SUM-NO-EXT       PIC ZZZZZ9.
           10 FILLER              PIC X(43)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
                EXEC SQL INCLUDE REHLINK
                END-EXEC.

                EXEC SQL INCLUDE FTEHIST
                END-EXEC.

                EXEC SQL INCLUDE JOBCODE
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE PROBRULE
                END-EXEC.

                EXEC SQL INCLUDE PROBATN
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                EXEC SQL INCLUDE PHONEEXT
                END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                MOVE HR-BONUS       TO WS-BONUS.
                MOVE HR-COMM        TO WS-COMM.
                MOVE HR-CURRCODE    TO WS-CURRCODE.
                MOVE HR-PAYFREQ     TO WS-PAYFREQ.
                MOVE HR-HARDWARE-ID TO WS-HARDWARE-ID.
                MOVE HR-SKILL-LEVEL TO WS-SKILL-LEVEL.

                   GO TO 2300-EXIT
                END-IF.

      *         PAY FREQUENCY - MONTHLY UNLESS THE BUREAU SAYS
      *         BIWEEKLY OR WEEKLY.
                IF WS-PAYFREQ = SPACES
                   MOVE 'M' TO WS-PAYFREQ
                END-IF.
                IF WS-PAYFREQ NOT = 'M'
                   AND WS-PAYFREQ NOT = 'B'
                   AND WS-PAYFREQ NOT = 'W'
                   MOVE 'PAY FREQUENCY NOT M/B/W' TO WS-REASON
                   MOVE 'Y' TO REJECT-SWITCH
                   GO TO 2300-EXIT
                END-IF.

      *         CONTRACTED FTE - FULL TIME UNLESS THE BUREAU SENDS A
      *         PART-TIME PERCENTAGE ABOVE ZERO AND NOT OVER 100.
                IF HR-FTEPCT = SPACES
                   MOVE 100 TO WS-FTEPCT
                ELSE
                   IF HR-FTEPCT NOT NUMERIC
                      MOVE 'FTE PERCENTAGE NOT NUMERIC' TO WS-REASON
                      MOVE 'Y' TO REJECT-SWITCH
                      GO TO 2300-EXIT
                   END-IF
                   MOVE HR-FTEPCT TO WS-FTEPCT
                END-IF.
                IF WS-FTEPCT = ZERO
                   MOVE 100 TO WS-FTEPCT
                END-IF.
                IF WS-FTEPCT > 100
                   MOVE 'FTE PERCENTAGE OVER 100' TO WS-REASON
                   MOVE 'Y' TO REJECT-SWITCH
                   GO TO 2300-EXIT
                END-IF.

      *         EMPNO MUST NOT ALREADY BE ON THE MASTER.
                EXEC SQL
                    SELECT
      *         COBEDVAL OTHERWISE CATCHES AFTER THE FACT.
                EXEC SQL
                    SELECT
                        COALESCE(LOC_CODE, ' ')
                    INTO
                        :WS-DEPT-LOC
                    FROM DEPT
                    WHERE DEPTNO = :WS-WORKDEPT
                END-EXEC.
                         THRU    9000-EXIT
                END-EVALUATE.

      *         JOB MUST BE ON THE JOBCODE MASTER AND STILL ACTIVE -
      *         A RETIRED CODE IS NOT GIVEN TO ANYONE NEW.
                EXEC SQL
                    SELECT
                        ACTIVE
                    INTO
                        :WS-JOB-ACTIVE
                    FROM JOBCODE
                    WHERE JOB = :WS-JOB
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         IF WS-JOB-ACTIVE NOT = 'Y'
                            MOVE 'JOB CODE INACTIVE' TO WS-REASON
                            MOVE 'Y' TO REJECT-SWITCH
                            GO TO 2300-EXIT
                         END-IF
                    WHEN +100
                         MOVE 'JOB NOT ON JOBCODE MASTER' TO WS-REASON
                         MOVE 'Y' TO REJECT-SWITCH
                         GO TO 2300-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

      *         THE COBDUPCK HARD SIGNAL - SAME NAME AND BIRTHDATE AS
      *         SOMEONE STILL ACTIVE - STOPS A SECOND HIRE OF THE
      *         SAME PERSON AT THE DOOR.
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

      *         A KEYED EXTENSION MUST BE FREE IN THE POOL - NO MORE
      *         TWO PEOPLE SHARING ONE, OR A NUMBER NOBODY ISSUED.
                IF WS-PHONENO NOT = SPACES
                   MOVE WS-EMPNO   TO W-EXT-EMPNO
                   MOVE WS-PHONENO TO W-EXT-EXTENSION
                   PERFORM 8760-EXT-CHECK
                   THRU    8760-EXIT
                   EVALUATE TRUE
                       WHEN W-EXT-AVAILABLE
                            CONTINUE
                       WHEN W-EXT-NOT-IN-POOL
                            MOVE 'EXTENSION NOT IN ANY RANGE'
                              TO WS-REASON
                            MOVE 'Y' TO REJECT-SWITCH
                       WHEN W-EXT-HELD-BY-OTHER
                            MOVE 'EXTENSION HELD BY ANOTHER'
                              TO WS-REASON
                            MOVE 'Y' TO REJECT-SWITCH
                       WHEN W-EXT-QUARANTINED
                            MOVE 'EXTENSION IN QUARANTINE'
                              TO WS-REASON
                            MOVE 'Y' TO REJECT-SWITCH
                       WHEN W-EXT-RESERVED
                            MOVE 'EXTENSION RESERVED'
                              TO WS-REASON
                            MOVE 'Y' TO REJECT-SWITCH
                       WHEN OTHER
                            PERFORM 9000-DBERROR
                            THRU    9000-EXIT
                   END-EVALUATE
                END-IF.
       2300-EXIT.
                EXIT.

      ******************************************************************
       2400-LOAD-HIRE.

                PERFORM 2405-ISSUE-EXTENSION
                THRU    2405-EXIT.

                EXEC SQL
                    INSERT INTO EMP
                        (
                          , BONUS
                          , COMM
                          , CURRCODE
                          , PAYFREQ
                          , FTEPCT
                          , SEPDATE
                        )
                    VALUES
                          , :WS-BONUS
                          , :WS-COMM
                          , :WS-CURRCODE
                          , :WS-PAYFREQ
                          , :WS-FTEPCT
                          , NULL
                        )
                END-EXEC.
                PERFORM 2420-INSERT-LEAVE
                THRU    2420-EXIT.

                PERFORM 2440-INSERT-FTEHIST
                THRU    2440-EXIT.

                PERFORM 2450-INSERT-ASGNHIST
                THRU    2450-EXIT.

                ADD 1 TO WS-LOADED-COUNT.
                IF REHIRE-MATCHED
                   PERFORM 2430-INSERT-REHIRE-LINK
                   MOVE 'LOADED - REHIRE BRIDGED' TO WS-REASON
                ELSE
                   MOVE 'LOADED' TO WS-REASON
                   PERFORM 2460-INSERT-PROBATION
                   THRU    2460-EXIT
                END-IF.

                IF WS-PHONENO = SPACES
                   ADD 1 TO WS-EXT-COUNT
                   IF REHIRE-MATCHED
                      MOVE 'REHIRE - NO EXTENSION ISSUED'
                        TO WS-REASON
                   ELSE
                      MOVE 'LOADED - NO EXTENSION ISSUED'
                        TO WS-REASON
                   END-IF
                END-IF.

                PERFORM 2470-WRITE-AUDIT
                THRU    2470-EXIT.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2405-ISSUE-EXTENSION - CLAIM THE KEYED EXTENSION OR ISSUE THE  *
      *                        NEXT FREE ONE AT THE DEPARTMENT'S SITE. *
      *                        NOTHING FREE (OR A KEYED ONE TAKEN      *
      *                        SINCE THE EDIT) LEAVES PHONENO BLANK    *
      *                        AND THE HIRE STILL LOADS.               *
      ******************************************************************
       2405-ISSUE-EXTENSION.
                MOVE WS-EMPNO    TO W-EXT-EMPNO.
                MOVE WS-HIREDATE TO W-EXT-QUAR-FROM.

                IF WS-PHONENO NOT = SPACES
                   MOVE WS-PHONENO TO W-EXT-EXTENSION
                   PERFORM 8762-EXT-CLAIM
                   THRU    8762-EXIT
                ELSE
                   IF WS-DEPT-LOC = SPACES
                      GO TO 2405-EXIT
                   END-IF
                   MOVE WS-DEPT-LOC TO W-EXT-LOC-CODE
                   PERFORM 8764-EXT-ALLOCATE
                   THRU    8764-EXIT
                END-IF.

                EVALUATE TRUE
                    WHEN W-EXT-ASSIGNED
                         MOVE W-EXT-EXTENSION TO WS-PHONENO
                    WHEN W-EXT-SQL-FAILED
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                    WHEN OTHER
                         MOVE SPACES TO WS-PHONENO
                END-EVALUATE.
       2405-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-INSERT-DEVELOPER - THE SKILLS ROW COBONBD EXPECTS         *
       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2440-INSERT-FTEHIST - THE OPENING FTE HISTORY ROW, EFFECTIVE   *
      *                       FROM THE HIRE DATE, SO EVERY LATER FTE   *
      *                       CHANGE HAS A STARTING POINT              *
      ******************************************************************
       2440-INSERT-FTEHIST.

                EXEC SQL
                    INSERT INTO FTEHIST
                        (
                            EMPNO
                          , CHG_DATE
                          , CHG_TIME
                          , EFF_DATE
                          , OLD_FTEPCT
                          , NEW_FTEPCT
                          , CHG_SOURCE
                          , CHG_OPID
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , CURRENT DATE
                          , CHAR(CURRENT TIME, ISO)
                          , :WS-HIREDATE
                          , 0
                          , :WS-FTEPCT
                          , 'COBHIRLD'
                          , USER
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -803
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2440-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-INSERT-ASGNHIST - THE OPENING DEPARTMENT/JOB SPELL, FROM  *
      *                        THE HIREDATE                            *
      ******************************************************************
       2450-INSERT-ASGNHIST.
                MOVE WS-EMPNO    TO W-AHST-EMPNO.
                MOVE WS-WORKDEPT TO W-AHST-WORKDEPT.
                MOVE WS-JOB      TO W-AHST-JOB.
                MOVE WS-HIREDATE TO W-AHST-EFF-DATE.
                MOVE 'COBHIRLD'  TO W-AHST-SOURCE.
                MOVE SPACES      TO W-AHST-OPID.

                PERFORM 8720-ASSIGN-HIST-CHANGE
                THRU    8720-EXIT.

                IF W-AHST-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-INSERT-PROBATION - THE PROBATION ROW, ENDING THE          *
      *                         PROB_RULE PERIOD FOR THE JOB'S FAMILY  *
      *                         AFTER HIREDATE. A FAMILY SET TO ZERO   *
      *                         MONTHS HIRES WITHOUT PROBATION; ONE    *
      *                         WITH NO RULE AT ALL IS FLAGGED ON THE  *
      *                         REGISTER SO THE RULE GETS ADDED.       *
      ******************************************************************
       2460-INSERT-PROBATION.

                EXEC SQL
                    SELECT
                        R.PROB_MONTHS
                    INTO
                        :WS-PROB-MONTHS
                    FROM JOBCODE J
                    JOIN PROB_RULE R
                      ON R.JOB_FAMILY = J.JOB_FAMILY
                    WHERE J.JOB = :WS-JOB
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'LOADED - NO PROBATION RULE'
                           TO WS-REASON
                         GO TO 2460-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PROB-MONTHS NOT > 0
                   GO TO 2460-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO EMP_PROBATION
                        (
                            EMPNO
                          , PROB_START
                          , ORIG_END_DATE
                          , PROB_END_DATE
                          , PROB_STATUS
                          , OUTCOME_DATE
                          , EXTEND_COUNT
                          , EXTEND_REASON
                          , PROB_OPID
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , DATE(:WS-HIREDATE)
                          , DATE(:WS-HIREDATE)
                              + :WS-PROB-MONTHS MONTHS
                          , DATE(:WS-HIREDATE)
                              + :WS-PROB-MONTHS MONTHS
                          , 'O'
                          , NULL
                          , 0
                          , ' '
                          , 'COBHIRLD'
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -803
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2470-WRITE-AUDIT - THE HIRE'S AUDITLOG IMAGE. NOTHING STOOD    *
      *                    BEFORE IT, SO THE BEFORE IMAGE IS BLANK; A  *
      *                    REHIRE ALSO NAMES THE OLD EMPNO.            *
      ******************************************************************
       2470-WRITE-AUDIT.
                ACCEPT WS-AUD-DATE FROM DATE.
                ACCEPT WS-AUD-TIME FROM TIME.
                MOVE WS-EMPNO TO WS-AUD-KEY.
                MOVE SPACES   TO WS-AUD-BEFORE.

                MOVE SPACES TO WS-AUD-AFTER.
                IF REHIRE-MATCHED
                   STRING WS-WORKDEPT ' '
                          WS-JOB ' '
                          WS-PHONENO ' '
                          'REHIRE ' WS-HIREDATE
                          ' OLD=' WS-OLD-EMPNO
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
                ELSE
                   STRING WS-WORKDEPT ' '
                          WS-JOB ' '
                          WS-PHONENO ' '
                          'HIRE   ' WS-HIREDATE
                          DELIMITED BY SIZE
                     INTO WS-AUD-AFTER
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
                             'COBHIRLD'
                           , 0
                           , USER
                           , :WS-AUD-DATE
                           , :WS-AUD-TIME
                           , 'EMP'
                           , :WS-AUD-KEY
                           , :WS-AUD-BEFORE
                           , :WS-AUD-AFTER
                           , :WS-AUD-SEQ
                           , :WS-AUD-CHAIN
                         )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2470-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-WRITE-REJECT - THE ORIGINAL RECORD AND ITS REASON GO TO   *
                MOVE WS-READ-COUNT   TO WS-SUM-READ.
                MOVE WS-LOADED-COUNT TO WS-SUM-LOADED.
                MOVE WS-REJECT-COUNT TO WS-SUM-REJECT.
                MOVE WS-EXT-COUNT    TO WS-SUM-NO-EXT.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
      /
           COPY CPASGHST.
      /
           COPY CPEXTPG.
      /
           COPY CPAUDFLD.
