      *             INACTIVATION REFUSES WHILE EMPLOYEES, PROJECTS OR
      *             CHILD DEPARTMENTS STILL POINT AT THE DEPARTMENT
      *             (THE CONDITIONS COBEDVAL ONLY CATCHES AFTER THE
      *             FACT). ADD AND UPDATE ALSO TAKE THE WORK-LOCATION
      *             CODE THE DEPARTMENT WORKS FROM, WHICH MUST BE ON
      *             THE WORKLOC MASTER; THE FREE-TEXT LOCATION STAYS
      *             AS THE IMS COPY KNOWS IT. EVERY CHANGE ALSO CUTS
      *             A NEW EFFECTIVE-DATED VERSION OF THE DEPARTMENT ON
      *             DEPTHIST (CPDEPHST), SO THE ORG CHART CAN BE
      *             REBUILT AS IT STOOD ON ANY EARLIER DATE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE PROJECT
           END-EXEC.

           EXEC SQL
               INCLUDE WORKLOC
           END-EXEC.

           EXEC SQL
               INCLUDE DEPTHIST
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           10 WS-MGRNO                PIC X(6).
           10 WS-ADMRDEPT             PIC X(3).
           10 WS-LOCATION             PIC X(16).
           10 WS-LOC-CODE             PIC X(6).

       01  WS-WALK-DEPT               PIC X(3).
       01  WS-WALK-PARENT             PIC X(3).

       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.

           COPY CPDEPHSW.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
           05 CMD01-MGRNO             PIC X(6).
           05 CMD01-ADMRDEPT          PIC X(3).
           05 CMD01-LOCATION          PIC X(16).
           05 CMD01-LOC-CODE          PIC X(6).
           05 FILLER                  PIC X(442).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-DEPTNO            PIC X(3).
           05 CMD02-DEPTNAME          PIC X(36).
           05 CMD02-MGRNO             PIC X(6).
           05 CMD02-LOCATION          PIC X(16).
           05 CMD02-LOC-CODE          PIC X(6).
           05 FILLER                  PIC X(445).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-DEPTNO            PIC X(3).
           05 CMD03-NEW-ADMRDEPT      PIC X(3).
      *            3 = ADMRDEPT CHANGE WOULD CREATE A CYCLE,
      *            4 = EMPLOYEES STILL ASSIGNED (WORKDEPT),
      *            5 = CHILD DEPARTMENTS OR PROJECTS STILL ATTACHED,
      *            6 = ADD REJECTED (DUPLICATE OR UNKNOWN ADMRDEPT),
      *            7 = WORK-LOCATION CODE NOT ON WORKLOC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-02
                      THRU    CMD-02-EXIT
                   END-IF
               WHEN 3
                   PERFORM 9600-CHECK-AUTH
      *-----------------------------------------------------------------
      * CMD-01 - ADD A DEPARTMENT. THE ADMRDEPT MUST ALREADY EXIST,
      *          UNLESS THE DEPARTMENT ADMINISTERS ITSELF (A NEW TOP-
      *          LEVEL DEPARTMENT). A WORK-LOCATION CODE, WHEN GIVEN,
      *          MUST BE ON WORKLOC.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-DEPTNO   TO WS-DEPTNO.
           MOVE CMD01-MGRNO    TO WS-MGRNO.
           MOVE CMD01-ADMRDEPT TO WS-ADMRDEPT.
           MOVE CMD01-LOCATION TO WS-LOCATION.
           MOVE CMD01-LOC-CODE TO WS-LOC-CODE.
           MOVE SPACES         TO DATA-OUT.

           PERFORM 3200-CHECK-LOC-CODE
           THRU    3200-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-01-EXIT
           END-IF.

           IF WS-ADMRDEPT NOT = WS-DEPTNO
              EXEC SQL
                   SELECT
                      , MGRNO
                      , ADMRDEPT
                      , LOCATION
                      , LOC_CODE
                    )
                VALUES
                    (
                      , :WS-MGRNO
                      , :WS-ADMRDEPT
                      , :WS-LOCATION
                      , NULLIF(:WS-LOC-CODE, ' ')
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 3310-NEW-VERSION
                   THRU    3310-EXIT
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 6 TO RESP-CODE
       CMD-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-02 - UPDATE A DEPARTMENT'S NAME, MANAGER AND LOCATION. A
      *          WORK-LOCATION CODE, WHEN GIVEN, MUST BE ON WORKLOC AND
      *          REPLACES THE DEPARTMENT'S SITE; SPACES LEAVE IT AS IT
      *          IS.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-DEPTNO   TO WS-DEPTNO.
           MOVE CMD02-DEPTNAME TO WS-DEPTNAME.
           MOVE CMD02-MGRNO    TO WS-MGRNO.
           MOVE CMD02-LOCATION TO WS-LOCATION.
           MOVE CMD02-LOC-CODE TO WS-LOC-CODE.
           MOVE SPACES         TO DATA-OUT.

           PERFORM 3200-CHECK-LOC-CODE
           THRU    3200-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-02-EXIT
           END-IF.

           PERFORM 3300-SEED-VERSION
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                UPDATE DEPT
                   SET DEPTNAME = :WS-DEPTNAME
                     , MGRNO    = :WS-MGRNO
                     , LOCATION = :WS-LOCATION
                     , LOC_CODE = COALESCE(NULLIF(:WS-LOC-CODE, ' '),
                                           LOC_CODE)
                 WHERE DEPTNO   = :WS-DEPTNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 3310-NEW-VERSION
                   THRU    3310-EXIT
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - CHANGE A DEPARTMENT'S ADMRDEPT. THE NEW PARENT'S
      *          ADMIN CHAIN IS WALKED TO THE TOP FIRST; IF THE WALK
              GO TO CMD-03-EXIT
           END-IF.

           PERFORM 3300-SEED-VERSION
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                UPDATE DEPT
                   SET ADMRDEPT = :WS-ADMRDEPT
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 3310-NEW-VERSION
                   THRU    3310-EXIT
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3200-CHECK-LOC-CODE - A GIVEN WORK-LOCATION CODE MUST BE ON THE
      *                       WORKLOC MASTER; SPACES PASS.
      *-----------------------------------------------------------------
       3200-CHECK-LOC-CODE.
           MOVE 0 TO RESP-CODE.
           IF WS-LOC-CODE = SPACES
              GO TO 3200-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM WORKLOC
                WHERE LOC_CODE = :WS-LOC-CODE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 7 TO RESP-CODE
              GO TO 3200-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - INACTIVATE (REMOVE) A DEPARTMENT. REFUSED WHILE
      *          EMPLOYEES STILL WORK THERE, OR WHILE CHILD
      *          DEPARTMENTS OR PROJECTS STILL POINT AT IT.
              GO TO CMD-04-EXIT
           END-IF.

           PERFORM 3300-SEED-VERSION
           THRU    3300-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-04-EXIT
           END-IF.

           EXEC SQL
                DELETE FROM DEPT
                WHERE DEPTNO = :WS-DEPTNO
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 3310-NEW-VERSION
                   THRU    3310-EXIT
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3300-SEED-VERSION - BEFORE A DEPARTMENT IS CHANGED FOR THE
      *                     FIRST TIME, ITS STANDING ROW IS RECORDED
      *                     ON DEPTHIST AS THE VERSION IN FORCE SO FAR.
      *-----------------------------------------------------------------
       3300-SEED-VERSION.
           MOVE 0          TO RESP-CODE.
           MOVE WS-DEPTNO  TO W-DHST-DEPTNO.
           MOVE 'APITP026' TO W-DHST-PROGRAM.

           PERFORM 8700-DEPT-HIST-SEED
           THRU    8700-EXIT.

           IF W-DHST-SQL-FAILED
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
       3300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3310-NEW-VERSION - AFTER THE CHANGE, CLOSE THE DEPARTMENT'S
      *                    VERSION IN FORCE AND OPEN ONE FROM TODAY.
      *                    A FAILURE HERE ANSWERS RESP-CODE 1 WITH THE
      *                    ERROR BLOCK; THE DEPT CHANGE ITSELF STANDS.
      *-----------------------------------------------------------------
       3310-NEW-VERSION.
           MOVE WS-DEPTNO  TO W-DHST-DEPTNO.
           MOVE 'APITP026' TO W-DHST-PROGRAM.

           PERFORM 8710-DEPT-HIST-VERSION
           THRU    8710-EXIT.

           IF W-DHST-SQL-FAILED
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           END-IF.
       3310-EXIT.
           EXIT.
           COPY CPDEPHST.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
