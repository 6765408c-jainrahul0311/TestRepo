      ******************************************************************
      * CPASGHST - SHARED ASSIGNMENT-HISTORY PARAGRAPHS (SEE CPASGHSW  *
      *            FOR THE WORKAREAS AND THE CALLING CONVENTION). ONE  *
      *            ROUTINE FOR EVERY PATH THAT SETS EMP.WORKDEPT OR    *
      *            EMP.JOB, SO THE ASSIGN_HIST SPELLS THE AS-AT        *
      *            REPORTS READ ARE ALWAYS CUT THE SAME WAY.           *
      ******************************************************************
      /
      ******************************************************************
      * 8720-ASSIGN-HIST-CHANGE - THE SPELL IN FORCE ON THE EFFECTIVE  *
      *                           DATE IS ENDED THERE AND A NEW ONE    *
      *                           OPENED WITH THE NEW DEPARTMENT AND   *
      *                           JOB, RUNNING TO WHEREVER THE OLD ONE *
      *                           RAN (OPEN, OR A POSTED SEPARATION).  *
      *                           NO SPELL IN FORCE (A NEW HIRE) OPENS *
      *                           ONE; AN UNCHANGED DEPARTMENT AND JOB *
      *                           WRITES NOTHING.                      *
      ******************************************************************
       8720-ASSIGN-HIST-CHANGE.
                MOVE SPACES TO W-AHST-SQL-ERROR.

                IF W-AHST-EFF-DATE = SPACES
                   EXEC SQL
                       SELECT CHAR(CURRENT DATE, ISO)
                       INTO  :W-AHST-EFF-DATE
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   IF SQLCODE NOT = 0
                      MOVE 'Y' TO W-AHST-SQL-ERROR
                      GO TO 8720-EXIT
                   END-IF
                END-IF.

                EXEC SQL
                    SELECT WORKDEPT
                         , JOB
                         , CHAR(EFF_TO, ISO)
                    INTO  :W-AHST-OLD-WORKDEPT
                        , :W-AHST-OLD-JOB
                        , :W-AHST-OLD-EFF-TO
                    FROM ASSIGN_HIST
                    WHERE EMPNO    =  :W-AHST-EMPNO
                      AND EFF_FROM <= DATE(:W-AHST-EFF-DATE)
                      AND EFF_TO   >  DATE(:W-AHST-EFF-DATE)
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE '9999-12-31' TO W-AHST-OLD-EFF-TO
                         GO TO 8725-OPEN-SPELL
                    WHEN OTHER
                         MOVE 'Y' TO W-AHST-SQL-ERROR
                         GO TO 8720-EXIT
                END-EVALUATE.

                IF W-AHST-OLD-WORKDEPT = W-AHST-WORKDEPT
                   AND W-AHST-OLD-JOB = W-AHST-JOB
                   GO TO 8720-EXIT
                END-IF.

                EXEC SQL
                    UPDATE ASSIGN_HIST
                       SET EFF_TO = DATE(:W-AHST-EFF-DATE)
                     WHERE EMPNO    =  :W-AHST-EMPNO
                       AND EFF_FROM <= DATE(:W-AHST-EFF-DATE)
                       AND EFF_TO   >  DATE(:W-AHST-EFF-DATE)
                END-EXEC.

                IF SQLCODE NOT = 0
                   MOVE 'Y' TO W-AHST-SQL-ERROR
                   GO TO 8720-EXIT
                END-IF.

       8725-OPEN-SPELL.
                EXEC SQL
                    INSERT INTO ASSIGN_HIST
                        (
                            EMPNO
                          , EFF_FROM
                          , EFF_TO
                          , WORKDEPT
                          , JOB
                          , CHG_SOURCE
                          , CHG_OPID
                          , CHG_TS
                        )
                    VALUES
                        (
                            :W-AHST-EMPNO
                          , DATE(:W-AHST-EFF-DATE)
                          , DATE(:W-AHST-OLD-EFF-TO)
                          , :W-AHST-WORKDEPT
                          , :W-AHST-JOB
                          , :W-AHST-SOURCE
                          , COALESCE(NULLIF(:W-AHST-OPID, ' '), USER)
                          , CURRENT TIMESTAMP
                        )
                END-EXEC.

                IF SQLCODE NOT = 0
                   MOVE 'Y' TO W-AHST-SQL-ERROR
                END-IF.
       8720-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8730-ASSIGN-HIST-END - A SEPARATION ENDS THE SPELL IN FORCE ON *
      *                        SEPDATE THE DAY AFTER IT, SO THE LAST   *
      *                        DAY WORKED STILL COUNTS IN THE          *
      *                        DEPARTMENT. NO SPELL IN FORCE IS NOT AN *
      *                        ERROR.                                  *
      ******************************************************************
       8730-ASSIGN-HIST-END.
                MOVE SPACES TO W-AHST-SQL-ERROR.

                EXEC SQL
                    UPDATE ASSIGN_HIST
                       SET EFF_TO = DATE(:W-AHST-EFF-DATE) + 1 DAY
                     WHERE EMPNO    =  :W-AHST-EMPNO
                       AND EFF_FROM <= DATE(:W-AHST-EFF-DATE)
                       AND EFF_TO   >  DATE(:W-AHST-EFF-DATE)
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'Y' TO W-AHST-SQL-ERROR
                END-IF.
       8730-EXIT.
                EXIT.
