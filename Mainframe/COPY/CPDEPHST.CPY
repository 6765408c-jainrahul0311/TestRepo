      ******************************************************************
      * CPDEPHST - SHARED DEPARTMENT-VERSION PARAGRAPHS (SEE CPDEPHSW  *
      *            FOR THE WORKAREAS AND THE CALLING CONVENTION). ONE  *
      *            ROUTINE FOR EVERY PATH THAT CHANGES DEPT, SO THE    *
      *            DEPTHIST VERSIONS COBDEPHI AND COBDEPCH READ ARE    *
      *            ALWAYS CUT THE SAME WAY. A VERSION IS TAKEN FROM    *
      *            THE DEPT ROW AS IT STANDS, SO EVERY COLUMN IS       *
      *            CARRIED WHATEVER THE CHANGE WAS.                    *
      ******************************************************************
      /
      ******************************************************************
      * 8700-DEPT-HIST-SEED - A DEPARTMENT WITH NO DEPTHIST ROWS YET   *
      *                       HAS ITS CURRENT (PRE-CHANGE) DEPT ROW    *
      *                       RECORDED AS THE VERSION IN FORCE SINCE   *
      *                       0001-01-01, SO AN AS-AT DATE BEFORE THIS *
      *                       FIRST CHANGE STILL FINDS IT. A NEW       *
      *                       DEPARTMENT HAS NO DEPT ROW YET AND       *
      *                       SEEDS NOTHING.                           *
      ******************************************************************
       8700-DEPT-HIST-SEED.
                MOVE SPACES TO W-DHST-SQL-ERROR.

                EXEC SQL
                    SELECT COUNT(*)
                    INTO  :W-DHST-COUNT
                    FROM DEPTHIST
                    WHERE DEPTNO = :W-DHST-DEPTNO
                END-EXEC.

                IF SQLCODE NOT = 0
                   MOVE 'Y' TO W-DHST-SQL-ERROR
                   GO TO 8700-EXIT
                END-IF.

                IF W-DHST-COUNT > 0
                   GO TO 8700-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO DEPTHIST
                        (
                            DEPTNO
                          , EFF_FROM
                          , EFF_TO
                          , DEPTNAME
                          , MGRNO
                          , ADMRDEPT
                          , LOCATION
                          , LOC_CODE
                          , DEPT_STATUS
                          , CHG_PROGRAM
                          , CHG_OPID
                          , CHG_TS
                        )
                    SELECT
                            D.DEPTNO
                          , DATE('0001-01-01')
                          , DATE('9999-12-31')
                          , D.DEPTNAME
                          , COALESCE(D.MGRNO, ' ')
                          , D.ADMRDEPT
                          , COALESCE(D.LOCATION, ' ')
                          , COALESCE(D.LOC_CODE, ' ')
                          , 'A'
                          , :W-DHST-PROGRAM
                          , USER
                          , CURRENT TIMESTAMP
                    FROM DEPT D
                    WHERE D.DEPTNO = :W-DHST-DEPTNO
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'Y' TO W-DHST-SQL-ERROR
                END-IF.
       8700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8710-DEPT-HIST-VERSION - CLOSE THE VERSION IN FORCE AT TODAY   *
      *                          AND OPEN A NEW ONE FROM TODAY,        *
      *                          CARRYING THE DEPT ROW AS IT NOW       *
      *                          STANDS. WHEN THE DEPT ROW HAS BEEN    *
      *                          REMOVED THE NEW VERSION IS AN         *
      *                          INACTIVATION ('I') CARRYING THE       *
      *                          VALUES OF THE VERSION JUST CLOSED.    *
      ******************************************************************
       8710-DEPT-HIST-VERSION.
                MOVE SPACES TO W-DHST-SQL-ERROR.

                EXEC SQL
                    UPDATE DEPTHIST
                       SET EFF_TO = CURRENT DATE
                     WHERE DEPTNO = :W-DHST-DEPTNO
                       AND EFF_TO = DATE('9999-12-31')
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'Y' TO W-DHST-SQL-ERROR
                   GO TO 8710-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO DEPTHIST
                        (
                            DEPTNO
                          , EFF_FROM
                          , EFF_TO
                          , DEPTNAME
                          , MGRNO
                          , ADMRDEPT
                          , LOCATION
                          , LOC_CODE
                          , DEPT_STATUS
                          , CHG_PROGRAM
                          , CHG_OPID
                          , CHG_TS
                        )
                    SELECT
                            D.DEPTNO
                          , CURRENT DATE
                          , DATE('9999-12-31')
                          , D.DEPTNAME
                          , COALESCE(D.MGRNO, ' ')
                          , D.ADMRDEPT
                          , COALESCE(D.LOCATION, ' ')
                          , COALESCE(D.LOC_CODE, ' ')
                          , 'A'
                          , :W-DHST-PROGRAM
                          , USER
                          , CURRENT TIMESTAMP
                    FROM DEPT D
                    WHERE D.DEPTNO = :W-DHST-DEPTNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 8710-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         MOVE 'Y' TO W-DHST-SQL-ERROR
                         GO TO 8710-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO DEPTHIST
                        (
                            DEPTNO
                          , EFF_FROM
                          , EFF_TO
                          , DEPTNAME
                          , MGRNO
                          , ADMRDEPT
                          , LOCATION
                          , LOC_CODE
                          , DEPT_STATUS
                          , CHG_PROGRAM
                          , CHG_OPID
                          , CHG_TS
                        )
                    SELECT
                            H.DEPTNO
                          , CURRENT DATE
                          , DATE('9999-12-31')
                          , H.DEPTNAME
                          , H.MGRNO
                          , H.ADMRDEPT
                          , H.LOCATION
                          , H.LOC_CODE
                          , 'I'
                          , :W-DHST-PROGRAM
                          , USER
                          , CURRENT TIMESTAMP
                    FROM DEPTHIST H
                    WHERE H.DEPTNO = :W-DHST-DEPTNO
                      AND H.CHG_TS =
                          (SELECT MAX(X.CHG_TS)
                             FROM DEPTHIST X
                            WHERE X.DEPTNO = :W-DHST-DEPTNO)
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'Y' TO W-DHST-SQL-ERROR
                END-IF.
       8710-EXIT.
                EXIT.
