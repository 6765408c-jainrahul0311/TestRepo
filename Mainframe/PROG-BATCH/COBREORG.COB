      *                TOUCHES (THE SAME COUNTS IN BOTH MODES), AND
      *                THE REPORT ENDS WITH THE COBDEPHI-STYLE TREE
      *                AS IT WILL LOOK AFTERWARDS, SO HR CAN REVIEW
      *                THE SIMULATION BEFORE THE LIVE RUN. A LIVE
      *                RE-PARENT CUTS A NEW DEPTHIST VERSION OF EVERY
      *                CHILD DEPARTMENT IT MOVES (CPDEPHST), AND A
      *                LIVE MOVE OPENS A NEW ASSIGN_HIST SPELL FROM
      *                TODAY FOR EVERY EMPLOYEE IT MOVES (CPASGHST)
      *                AND IMAGES EACH MOVED EMPLOYEE TO AUDITLOG FOR
      *                THE COBEMPDL DELTA FEED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-DEPT-B              PIC X(3).

       01  WS-FETCH-EMPNO         PIC X(6).
       01  WS-FETCH-JOB           PIC X(8).
       01  WS-FETCH-PROJNO        PIC X(6).
       01  WS-FETCH-DEPTNO        PIC X(3).


      *    AUDIT-TRAIL WORKAREAS - EVERY LIVE RE-PARENT IMAGES THE
      *    CHILD DEPARTMENT TO AUDITLOG, WHICH IS THE FEED COBDEPSY
      *    READS TO KEEP THE IMS SIDE IN STEP (SEE 2230-WRITE-AUDIT),
      *    AND EVERY LIVE MOVE IMAGES EACH EMPLOYEE IT MOVES IN THE
      *    COBPNDAP EMP LAYOUT (SEE 2118-WRITE-EMP-AUDIT).
       01  WS-AUD-DATE            PIC 9(6).
       01  WS-AUD-TIME            PIC 9(8).
       01  WS-AUD-KEY             PIC X(20).

           COPY CPAUDCHW.

           COPY CPDEPHSW.

           COPY CPASGHSW.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                EXEC SQL INCLUDE DEPTHIST
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS

           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 E.EMPNO,
                 E.JOB
             FROM EMP E
             WHERE E.WORKDEPT = :WS-DEPT-A
             ORDER BY E.EMPNO
       2115-FETCH-EMP-ROW.
                EXEC SQL
                    FETCH C2
                    INTO  :WS-FETCH-EMPNO,
                          :WS-FETCH-JOB
                END-EXEC.

                EVALUATE SQLCODE
                         MOVE WS-DEPT-B       TO WS-ROW-NEW
                         PERFORM 2130-PRINT-ROW
                         THRU    2130-EXIT
                         IF LIVE-RUN
                            PERFORM 2117-WRITE-ASGNHIST
                            THRU    2117-EXIT
                            PERFORM 2118-WRITE-EMP-AUDIT
                            THRU    2118-EXIT
                         END-IF
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                    WHEN OTHER
       2115-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2117-WRITE-ASGNHIST - THE EMPLOYEE'S NEW SPELL IN DEPT B, SAME *
      *                       JOB, FROM TODAY. WRITTEN IN THE SAME     *
      *                       UNIT OF WORK AS THE EMP UPDATE THAT      *
      *                       FOLLOWS THE LISTING.                     *
      ******************************************************************
       2117-WRITE-ASGNHIST.
                MOVE WS-FETCH-EMPNO TO W-AHST-EMPNO.
                MOVE WS-DEPT-B      TO W-AHST-WORKDEPT.
                MOVE WS-FETCH-JOB   TO W-AHST-JOB.
                MOVE SPACES         TO W-AHST-EFF-DATE
                                       W-AHST-OPID.
                MOVE 'COBREORG'     TO W-AHST-SOURCE.

                PERFORM 8720-ASSIGN-HIST-CHANGE
                THRU    8720-EXIT.

                IF W-AHST-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2117-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2118-WRITE-EMP-AUDIT - THE MOVED EMPLOYEE'S AUDITLOG IMAGE,    *
      *                        WORKDEPT AND JOB BEFORE AND AFTER, IN   *
      *                        THE SAME UNIT OF WORK AS THE MOVE       *
      ******************************************************************
       2118-WRITE-EMP-AUDIT.
                ACCEPT WS-AUD-DATE FROM DATE.
                ACCEPT WS-AUD-TIME FROM TIME.

                MOVE SPACES         TO WS-AUD-KEY.
                MOVE WS-FETCH-EMPNO TO WS-AUD-KEY.

                MOVE SPACES TO WS-AUD-BEFORE.
                STRING WS-DEPT-A ' ' WS-FETCH-JOB
                       DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE.

                MOVE SPACES TO WS-AUD-AFTER.
                STRING WS-DEPT-B ' ' WS-FETCH-JOB
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
                             'COBREORG'
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
       2118-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2120-LIST-PROJ-ROWS - ONE DETAIL LINE PER PROJECT THE CARD     *

      /
      ******************************************************************
      * 2210-REPARENT-TREE - ONE IN-MEMORY TREE ENTRY. ON A LIVE RUN   *
      *                      THE DATABASE HAS ALREADY MOVED, SO THE    *
      *                      CHILD'S NEW DEPTHIST VERSION IS CUT HERE. *
      ******************************************************************
       2210-REPARENT-TREE.
                IF WS-TR-ADMRDEPT (WS-TREE-SUB) = WS-DEPT-A
                   AND WS-TR-DEPTNO (WS-TREE-SUB) NOT = WS-DEPT-A
                   MOVE WS-DEPT-B TO WS-TR-ADMRDEPT (WS-TREE-SUB)
                   IF LIVE-RUN
                      MOVE WS-TR-DEPTNO (WS-TREE-SUB) TO W-DHST-DEPTNO
                      MOVE 'COBREORG'                 TO W-DHST-PROGRAM
                      PERFORM 8710-DEPT-HIST-VERSION
                      THRU    8710-EXIT
                      IF W-DHST-SQL-FAILED
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                      END-IF
                   END-IF
                END-IF.
       2210-EXIT.
                EXIT.
                         IF LIVE-RUN
                            PERFORM 2230-WRITE-AUDIT
                            THRU    2230-EXIT
                            PERFORM 2240-SEED-VERSION
                            THRU    2240-EXIT
                         END-IF
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
       2230-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2240-SEED-VERSION - BEFORE A CHILD DEPARTMENT IS RE-PARENTED   *
      *                     FOR THE FIRST TIME, ITS STANDING ROW GOES  *
      *                     ON DEPTHIST AS THE VERSION IN FORCE SO FAR *
      ******************************************************************
       2240-SEED-VERSION.
                MOVE WS-FETCH-DEPTNO TO W-DHST-DEPTNO.
                MOVE 'COBREORG'      TO W-DHST-PROGRAM.

                PERFORM 8700-DEPT-HIST-SEED
                THRU    8700-EXIT.

                IF W-DHST-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2240-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-PRINT-TREE - THE ORG CHART AS IT WILL LOOK AFTER THE      *
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
      /
           COPY CPDEPHST.
      /
           COPY CPASGHST.
      /
           COPY CPAUDFLD.
