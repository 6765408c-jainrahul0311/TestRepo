      ******************************************************************
      * CPSEPRG - SHARED EMPLOYEE-SEPARATION PARAGRAPHS (SEE CPSEPRW   *
      *           FOR THE WORKAREAS AND THE CALLING CONVENTION). THE   *
      *           APITPO38 SEPARATION COMMANDS AND THE APITPO47 FAILED *
      *           PROBATION BOTH SEPARATE AN EMPLOYEE THROUGH HERE, SO *
      *           THE SAME EDITS APPLY AND COBFINPY SEES ONE KIND OF   *
      *           SEPARATION WHICHEVER PATH POSTED IT.                 *
      ******************************************************************
      /
      ******************************************************************
      * 8750-SEPARATION-EDIT - ONE SELECT FETCHES THE EMPLOYEE, RUNS   *
      *                        THE DATE EDITS IN THE DATABASE (WHICH   *
      *                        ALSO PROVES THE DATE IS A REAL ONE) AND *
      *                        COUNTS THE SAME LOOSE ENDS COBOFFBD     *
      *                        REPORTS: OPEN EMP_PROJ_ACT ROWS AND     *
      *                        HARDWARE STILL ASSIGNED ON              *
      *                        DEVELOPER_HISTORY. W-SEP-RESULT NAMES   *
      *                        THE FIRST FAILING EDIT, 'K' WHEN ALL    *
      *                        PASS.                                   *
      ******************************************************************
       8750-SEPARATION-EDIT.
                MOVE SPACES TO W-SEP-RESULT.
                MOVE 0      TO W-SEP-OPEN-ACT.
                MOVE 0      TO W-SEP-OPEN-HW.

                EXEC SQL
                    SELECT
                        E.FIRSTNME
                      , E.LASTNAME
                      , E.HIREDATE
                      , CASE WHEN E.SEPDATE IS NULL
                             THEN 'N' ELSE 'Y' END
                      , CASE WHEN DATE(:W-SEP-SEPDATE) < E.HIREDATE
                             THEN 'Y' ELSE 'N' END
                      , CASE WHEN DATE(:W-SEP-SEPDATE) >
                                  CURRENT DATE + 3 MONTHS
                             THEN 'Y' ELSE 'N' END
                      , (SELECT COUNT(*) FROM EMP_PROJ_ACT PA
                          WHERE PA.EMPNO = E.EMPNO
                            AND (PA.EENDDATE IS NULL
                                 OR PA.EENDDATE = 0))
                      , (SELECT COUNT(*) FROM DEVELOPER_HISTORY H
                          WHERE H.DEVELOPER_ID = E.EMPNO
                            AND H.UNASSIGN_DATE IS NULL)
                    INTO
                        :W-SEP-FIRSTNME
                      , :W-SEP-LASTNAME
                      , :W-SEP-HIREDATE
                      , :W-SEP-ALREADY-SEP
                      , :W-SEP-BEFORE-HIRE
                      , :W-SEP-FAR-FUTURE
                      , :W-SEP-OPEN-ACT
                      , :W-SEP-OPEN-HW
                    FROM EMP E
                    WHERE E.EMPNO = :W-SEP-EMPNO
                END-EXEC.

                EVALUATE TRUE
                    WHEN SQLCODE = +100
                         MOVE 'N' TO W-SEP-RESULT
                    WHEN SQLCODE = -181
                         MOVE 'D' TO W-SEP-RESULT
                    WHEN SQLCODE NOT = 0
                         MOVE 'E' TO W-SEP-RESULT
                    WHEN W-SEP-ALREADY-SEP = 'Y'
                         MOVE 'S' TO W-SEP-RESULT
                    WHEN W-SEP-BEFORE-HIRE = 'Y'
                         MOVE 'D' TO W-SEP-RESULT
                    WHEN W-SEP-FAR-FUTURE = 'Y'
                         MOVE 'F' TO W-SEP-RESULT
                    WHEN W-SEP-OPEN-ACT > 0 OR W-SEP-OPEN-HW > 0
                         MOVE 'L' TO W-SEP-RESULT
                    WHEN OTHER
                         MOVE 'K' TO W-SEP-RESULT
                END-EVALUATE.
       8750-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8755-SEPARATION-POST - SET SEPDATE AND END THE DEPARTMENT/JOB  *
      *                        SPELL IN FORCE ON IT (CPASGHST).        *
      *                        SEPDATE IS NULL IN THE PREDICATE GUARDS *
      *                        AGAINST TWO OPERATORS SEPARATING THE    *
      *                        SAME EMPLOYEE AT ONCE. IF THE SPELL     *
      *                        CANNOT BE ENDED THE SEPARATION ITSELF   *
      *                        STANDS ('H'); LIKEWISE IF THE BENEFIT   *
      *                        COVER CANNOT BE ENDED ('B') OR THE      *
      *                        TELEPHONE EXTENSION CANNOT BE RELEASED  *
      *                        INTO QUARANTINE FROM SEPDATE ('X').     *
      ******************************************************************
       8755-SEPARATION-POST.
                MOVE SPACES TO W-SEP-RESULT.

                EXEC SQL
                    UPDATE EMP
                       SET SEPDATE = :W-SEP-SEPDATE
                     WHERE EMPNO   = :W-SEP-EMPNO
                       AND SEPDATE IS NULL
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'S' TO W-SEP-RESULT
                         GO TO 8755-EXIT
                    WHEN OTHER
                         MOVE 'E' TO W-SEP-RESULT
                         GO TO 8755-EXIT
                END-EVALUATE.

                MOVE W-SEP-EMPNO   TO W-AHST-EMPNO.
                MOVE W-SEP-SEPDATE TO W-AHST-EFF-DATE.

                PERFORM 8730-ASSIGN-HIST-END
                THRU    8730-EXIT.

                IF W-AHST-SQL-FAILED
                   MOVE 'H' TO W-SEP-RESULT
                   GO TO 8755-EXIT
                END-IF.

                PERFORM 8757-END-BENEFITS
                THRU    8757-EXIT.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   MOVE 'B' TO W-SEP-RESULT
                   GO TO 8755-EXIT
                END-IF.

                MOVE W-SEP-EMPNO   TO W-EXT-EMPNO.
                MOVE SPACES        TO W-EXT-EXTENSION.
                MOVE W-SEP-SEPDATE TO W-EXT-QUAR-FROM.

                PERFORM 8766-EXT-RELEASE
                THRU    8766-EXIT.

                IF W-EXT-SQL-FAILED
                   MOVE 'X' TO W-SEP-RESULT
                ELSE
                   MOVE 'P' TO W-SEP-RESULT
                END-IF.
       8755-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8757-END-BENEFITS - COVER RUNS TO THE END OF THE SEPARATION    *
      *                     MONTH. STOP THE DEDMAST ROWS OF EVERY OPEN *
      *                     BEN_ENROL ELECTION FIRST (WHILE THE        *
      *                     ELECTIONS ARE STILL OPEN TO FIND THEM),    *
      *                     THEN END THE ELECTIONS. AN ELECTION DUE TO *
      *                     START AFTER THAT MONTH NEVER TAKES EFFECT, *
      *                     SO IT ENDS THE DAY BEFORE IT STARTS.       *
      *                     SQLCODE IS LEFT FOR THE CALLER (+100 WHEN  *
      *                     THERE WAS NO COVER TO END).                *
      ******************************************************************
       8757-END-BENEFITS.
                EXEC SQL
                    UPDATE DEDMAST D
                       SET DEDSTOP =
                           CASE WHEN D.DEDSTART >
                                     LAST_DAY(DATE(:W-SEP-SEPDATE))
                                THEN D.DEDSTART - 1 DAY
                                ELSE LAST_DAY(DATE(:W-SEP-SEPDATE))
                           END
                     WHERE D.EMPNO   = :W-SEP-EMPNO
                       AND D.DEDSTOP IS NULL
                       AND EXISTS
                          (SELECT 1 FROM BEN_ENROL B
                            WHERE B.EMPNO     = D.EMPNO
                              AND B.PLAN_CODE = D.DEDTYPE
                              AND B.COV_START = D.DEDSTART
                              AND B.COV_END IS NULL)
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   GO TO 8757-EXIT
                END-IF.

                EXEC SQL
                    UPDATE BEN_ENROL
                       SET COV_END =
                           CASE WHEN COV_START >
                                     LAST_DAY(DATE(:W-SEP-SEPDATE))
                                THEN COV_START - 1 DAY
                                ELSE LAST_DAY(DATE(:W-SEP-SEPDATE))
                           END
                         , END_REASON = 'S'
                     WHERE EMPNO   = :W-SEP-EMPNO
                       AND COV_END IS NULL
                END-EXEC.
       8757-EXIT.
                EXIT.
