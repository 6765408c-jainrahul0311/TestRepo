      *     COBCIO26 - CICS TRANSACTION TO UPDATE THE EMPLOYEE MASTER
      *                FROM THE EMPMAP SCREEN. RECEIVES THE CHANGED
      *                FIELDS, EDITS EACH ONE - WORKDEPT AGAINST DEPT,
      *                JOB AGAINST THE JOBCODE MASTER (A NEW JOB
      *                MUST BE AN ACTIVE CODE), SALARY
      *                AGAINST THE COBSALAUD PAY BAND FOR THE JOB
      *                (WARN ONLY, NEVER BLOCK), HIREDATE AND
      *                BIRTHDATE AS REAL DATES - THEN APPLIES THE
      *                UPDATE, WRITES THE SALHIST TRAIL (AND THE
      *                ASSIGN_HIST SPELL WHEN WORKDEPT OR JOB
      *                MOVES) AND THE AUDITLOG IMAGE THE COBEMPDL
      *                DELTA FEED READS, AND
      *                REDISPLAYS WITH THE CASTPROC LAST-UPDATED
      *                STAMP SHOWING WHO DID IT. A REJECTION NAMES
      *                THE FIELD AND REASON ON THE SCREEN. UNTIL NOW
       01  WS-OLD-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-BONUS           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-COMM            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-JOB             PIC X(8).
       01  WS-OLD-WORKDEPT        PIC X(3).
       01  WS-OLD-PHONENO         PIC X(4).
       01  WS-OLD-HIREDATE        PIC X(10).
       01  WS-OLD-BIRTHDATE       PIC X(10).
       01  WS-JOB-ACTIVE          PIC X(1).

       01  WS-JOB-AVG             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-JOB-STDDEV          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TODAY-DATE          PIC 9(6).
       01  WS-TODAY-TIME          PIC 9(8).

           COPY CPASGHSW.

      *    AUDIT-TRAIL WORKAREAS. THE IMAGES KEEP THE COBPNDAP EMP
      *    LAYOUT - WORKDEPT, JOB, PHONENO, SALARY - WITH HIREDATE
      *    AND BIRTHDATE FROM COLUMN 31 (SEE 3200-WRITE-AUDIT).
       01  WS-AUD-DATE            PIC 9(6).
       01  WS-AUD-TIME            PIC 9(8).
       01  WS-AUD-KEY             PIC X(20).
       01  WS-AUD-BEFORE          PIC X(80).
       01  WS-AUD-AFTER           PIC X(80).
       01  WS-OLD-SAL-ED          PIC -(7)9.99.
       01  WS-NEW-SAL-ED          PIC -(7)9.99.

           COPY CPAUDCHW.

      ****   FIELDS CASTPROC NEEDS DECLARED BY THE INCLUDING PROGRAM
       01  WS-CASTPROC-ABSTIME    PIC S9(15) COMP-3.
       01  WS-CASTPROC-DATE       PIC X(8).
                EXEC SQL INCLUDE SALHIST
                END-EXEC.

                EXEC SQL INCLUDE JOBCODE
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

      /
       LINKAGE SECTION.
       01  DFHCOMMAREA.
      ******************************************************************
      * 2100-EDIT-EMPNO - THE EMPLOYEE MUST EXIST; THE CURRENT PAY     *
      *                   FIGURES ARE FETCHED FOR THE SALHIST TRAIL    *
      *                   AND THE CURRENT JOB FOR THE JOB EDIT         *
      ******************************************************************
       2100-EDIT-EMPNO.
                IF WS-EMPNO = SPACES OR WS-EMPNO = LOW-VALUES

                EXEC SQL
                    SELECT
                        SALARY, BONUS, COMM, JOB,
                        WORKDEPT, COALESCE(PHONENO, ' '),
                        CHAR(HIREDATE, ISO), CHAR(BIRTHDATE, ISO)
                    INTO
                        :WS-OLD-SALARY, :WS-OLD-BONUS, :WS-OLD-COMM,
                        :WS-OLD-JOB,
                        :WS-OLD-WORKDEPT, :WS-OLD-PHONENO,
                        :WS-OLD-HIREDATE, :WS-OLD-BIRTHDATE
                    FROM EMP
                    WHERE EMPNO = :WS-EMPNO
                END-EXEC.
                EXIT.
      /
      ******************************************************************
      * 2300-EDIT-JOB - THE JOB CODE MUST BE ON THE JOBCODE MASTER.    *
      *                 A CHANGE OF JOB MUST NAME AN ACTIVE CODE; AN   *
      *                 EMPLOYEE ALREADY HOLDING A RETIRED CODE CAN    *
      *                 STILL BE UPDATED WITHOUT BEING MOVED OFF IT    *
      ******************************************************************
       2300-EDIT-JOB.
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
                            AND WS-JOB NOT = WS-OLD-JOB
                            MOVE 'JOB: JOB CODE IS INACTIVE'
                              TO MSGO OF EMPMAP1O
                            MOVE 'Y' TO EDIT-FAILED-SWITCH
                         END-IF
                    WHEN +100
                         MOVE 'JOB: NOT ON JOB CODE MASTER'
                           TO MSGO OF EMPMAP1O
                         MOVE 'Y' TO EDIT-FAILED-SWITCH
                    WHEN OTHER
                   THRU    3100-EXIT
                END-IF.

      *         A NEW WORKDEPT OR JOB STARTS A NEW SPELL FROM TODAY;
      *         8720 WRITES NOTHING WHEN NEITHER MOVED.
                MOVE WS-EMPNO     TO W-AHST-EMPNO.
                MOVE WS-WORKDEPT  TO W-AHST-WORKDEPT.
                MOVE WS-JOB       TO W-AHST-JOB.
                MOVE SPACES       TO W-AHST-EFF-DATE
                                     W-AHST-OPID.
                MOVE 'COBCIO26'   TO W-AHST-SOURCE.
                PERFORM 8720-ASSIGN-HIST-CHANGE
                THRU    8720-EXIT.

                PERFORM 3200-WRITE-AUDIT
                THRU    3200-EXIT.

                MOVE WS-EMPNO     TO EM-EMPNO
                                     CA-EMPNO.
                MOVE WS-WORKDEPT  TO EM-WORKDEPT.
                   MOVE SPACES TO EM-MESSAGE
                END-IF.

                IF W-AHST-SQL-FAILED
                   MOVE 'WARNING: ASSIGNMENT HISTORY NOT RECORDED'
                     TO EM-MESSAGE
                END-IF.

                IF SQLCODE NOT = 0
                   MOVE 'WARNING: AUDIT TRAIL NOT RECORDED'
                     TO EM-MESSAGE
                END-IF.

      *         CASTPROC STAMPS WHO LAST TOUCHED THIS EMPLOYEE AND
      *         WHEN, AND SENDS THE EMPMAP DISPLAY.
                COPY CASTPROC.
                EXIT.
      /
      ******************************************************************
      * 3200-WRITE-AUDIT - BEFORE AND AFTER IMAGES OF THE MASTER       *
      *                    FIELDS THE SCREEN MAINTAINS. LIKE THE       *
      *                    ASSIGNMENT HISTORY, A FAILURE TO AUDIT      *
      *                    WARNS ON THE SCREEN BUT DOES NOT UNDO THE   *
      *                    UPDATE; SQLCODE IS LEFT FOR THE CALLER.     *
      ******************************************************************
       3200-WRITE-AUDIT.
                ACCEPT WS-AUD-DATE FROM DATE.
                ACCEPT WS-AUD-TIME FROM TIME.
                MOVE WS-EMPNO TO WS-AUD-KEY.

                MOVE WS-OLD-SALARY TO WS-OLD-SAL-ED.
                MOVE SPACES TO WS-AUD-BEFORE.
                STRING WS-OLD-WORKDEPT ' '
                       WS-OLD-JOB ' '
                       WS-OLD-PHONENO ' '
                       WS-OLD-SAL-ED ' '
                       WS-OLD-HIREDATE ' '
                       WS-OLD-BIRTHDATE
                       DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE.

                MOVE WS-SALARY TO WS-NEW-SAL-ED.
                MOVE SPACES TO WS-AUD-AFTER.
                STRING WS-WORKDEPT ' '
                       WS-JOB ' '
                       WS-OLD-PHONENO ' '
                       WS-NEW-SAL-ED ' '
                       WS-HIREDATE ' '
                       WS-BIRTHDATE
                       DELIMITED BY SIZE
                  INTO WS-AUD-AFTER.

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
                             'COBCIO26'
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
       3200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1900-END-TASK - PF3                                            *
      ******************************************************************
       1900-END-TASK.
                END-EXEC.
       1900-EXIT.
                EXIT.
      /
           COPY CPASGHST.
      /
           COPY CPAUDFLD.
