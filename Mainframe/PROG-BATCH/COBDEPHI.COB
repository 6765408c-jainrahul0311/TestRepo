      *                REPORTS CROSS-FOOT) PLUS THE RECURSIVE ROLLUP
      *                OF EVERYTHING BENEATH IT IN THE ADMRDEPT
      *                CHAIN, WITH THE GRAND TOTAL ON THE TOP-LEVEL
      *                LINES. AN OPTIONAL 'AS AT' DATE (YYYY-MM-DD) ON
      *                THE CONTROL CARD REBUILDS THE CHART AS IT STOOD
      *                THAT DAY FROM THE DEPTHIST VERSIONS - NAMES,
      *                MANAGERS AND ADMRDEPT CHAIN IN FORCE THEN - WITH
      *                THE COST ROLLUP TAKEN OVER THE STAFF IN EACH
      *                DEPARTMENT ON THAT DATE (THEIR ASSIGN_HIST
      *                SPELL) AT THE PAY SALHIST SHOWS THEY HAD.
      *                NO CARD (OR A BLANK ONE) PRINTS TODAY'S CHART
      *                FROM DEPT AS BEFORE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 10 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(10).
      /
       WORKING-STORAGE SECTION.
      *****************************************************
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  AS-AT-SWITCH           PIC X          VALUE  SPACES.
               88  AS-AT-RUN                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    THE 'AS AT' DATE FROM THE CONTROL CARD (SPACES = TODAY)
       01  WS-AS-AT               PIC X(10)     VALUE SPACES.
       01  WS-AS-AT-R REDEFINES WS-AS-AT.
           05 WS-AA-YYYY          PIC X(4).
           05 WS-AA-SEP1          PIC X(1).
           05 WS-AA-MM            PIC X(2).
           05 WS-AA-SEP2          PIC X(1).
           05 WS-AA-DD            PIC X(2).
       01  WS-AS-AT-CHECK         PIC X(10).

       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPTNAME            PIC X(36).
       01  WS-MGRNO               PIC X(6).
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-AS-AT.
           10 FILLER              PIC X(31)  VALUE SPACES.
           10 FILLER              PIC X(35)  VALUE
                'ORGANIZATION AND COST AS AT      '.
           10 WS-AS-AT-DATE       PIC X(10).
           10 FILLER              PIC X(46)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE DEPTHIST
                END-EXEC.

                EXEC SQL INCLUDE SALHIST
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                      D.DEPTNO
           END-EXEC.

      *    THE SAME ROWS AS C1 AS THEY STOOD ON THE 'AS AT' DATE. V IS
      *    THE DEPTHIST VERSION IN FORCE THAT DAY, PLUS EVERY DEPT ROW
      *    THAT HAS NEVER CHANGED (NO DEPTHIST ROWS AT ALL). W IS THE
      *    STAFF EMPLOYED THAT DAY IN THE DEPARTMENT OF THEIR
      *    ASSIGN_HIST SPELL THEN, AT THE PAY IN FORCE: THE LAST
      *    SALHIST CHANGE ON OR BEFORE THE DATE, ELSE THE OLD PAY OF
      *    THE FIRST CHANGE AFTER IT, ELSE THE PAY ON EMP TODAY.
           EXEC SQL DECLARE C2 CURSOR
             WITH V (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT) AS
                 (SELECT H.DEPTNO, H.DEPTNAME, H.MGRNO, H.ADMRDEPT
                    FROM DEPTHIST H
                   WHERE H.EFF_FROM   <= :WS-AS-AT
                     AND H.EFF_TO     >  :WS-AS-AT
                     AND H.DEPT_STATUS = 'A'
                  UNION ALL
                  SELECT D.DEPTNO, D.DEPTNAME, COALESCE(D.MGRNO, ' '),
                         D.ADMRDEPT
                    FROM DEPT D
                   WHERE NOT EXISTS
                         (SELECT 1 FROM DEPTHIST X
                           WHERE X.DEPTNO = D.DEPTNO)),
                  W (WORKDEPT, EMPNO, PAY) AS
                 (SELECT A.WORKDEPT, E.EMPNO,
                         COALESCE(
                          (SELECT S.NEW_SALARY + S.NEW_BONUS
                                                + S.NEW_COMM
                             FROM SALHIST S
                            WHERE S.EMPNO     = E.EMPNO
                              AND S.CHG_DATE <= :WS-AS-AT
                            ORDER BY S.CHG_DATE DESC, S.CHG_TIME DESC
                            FETCH FIRST 1 ROW ONLY),
                          (SELECT S.OLD_SALARY + S.OLD_BONUS
                                                + S.OLD_COMM
                             FROM SALHIST S
                            WHERE S.EMPNO     = E.EMPNO
                              AND S.CHG_DATE >  :WS-AS-AT
                            ORDER BY S.CHG_DATE, S.CHG_TIME
                            FETCH FIRST 1 ROW ONLY),
                          E.SALARY + E.BONUS + E.COMM)
                    FROM EMP E
                    JOIN ASSIGN_HIST A
                      ON A.EMPNO    =  E.EMPNO
                     AND A.EFF_FROM <= :WS-AS-AT
                     AND A.EFF_TO   >  :WS-AS-AT)
             SELECT
                 V.DEPTNO,
                 V.DEPTNAME,
                 V.MGRNO,
                 V.ADMRDEPT,
                 COALESCE(P.DEPTNAME, ' '),
                 COUNT(W.EMPNO),
                 COALESCE(SUM(W.PAY), 0)
             FROM V
             LEFT JOIN V P
                    ON P.DEPTNO = V.ADMRDEPT
             LEFT JOIN W
                    ON W.WORKDEPT = V.DEPTNO
             GROUP BY V.DEPTNO, V.DEPTNAME, V.MGRNO, V.ADMRDEPT,
                      P.DEPTNAME
             ORDER BY V.ADMRDEPT,
                      CASE WHEN V.DEPTNO = V.ADMRDEPT THEN 0 ELSE 1 END,
                      V.DEPTNO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      /
      ******************************************************************
      * 1000-INITIALIZE - STAMP THE RUN DATE AND TIME FOR THE REPORT   *
      *                   AND TAKE THE OPTIONAL 'AS AT' DATE CARD      *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-AS-AT
                   AT END
                        MOVE SPACES TO WS-AS-AT
                END-READ.
                CLOSE CARDIN.

                IF WS-AS-AT = SPACES
                   GO TO 1000-EXIT
                END-IF.

                IF WS-AA-YYYY NOT NUMERIC
                   OR WS-AA-MM NOT NUMERIC
                   OR WS-AA-DD NOT NUMERIC
                   OR WS-AA-SEP1 NOT = '-'
                   OR WS-AA-SEP2 NOT = '-'
                   DISPLAY '++ COBDEPHI - BAD AS-AT CARD ++'
                   DISPLAY '++ COBDEPHI - ABORTING, AS-AT DATE '
                           'YYYY-MM-DD OR A BLANK CARD IS REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-AS-AT), ISO)
                    INTO
                        :WS-AS-AT-CHECK
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBDEPHI - AS-AT DATE '
                                 WS-AS-AT ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE 'Y'      TO AS-AT-SWITCH.
                MOVE WS-AS-AT TO WS-AS-AT-DATE.

                DISPLAY 'WS-AS-AT = ' WS-AS-AT.
       1000-EXIT.
                EXIT.

      ******************************************************************
       2100-OPEN-C1.

                IF AS-AT-RUN
                   EXEC SQL
                     OPEN  C2
                   END-EXEC
                ELSE
                   EXEC SQL
                     OPEN  C1
                   END-EXEC
                END-IF.

                EVALUATE SQLCODE
                    WHEN 0
      ******************************************************************
       2200-FETCH-C1.

                IF AS-AT-RUN
                   EXEC SQL
                       FETCH C2
                       INTO  :WS-DEPTNO,
                             :WS-DEPTNAME,
                             :WS-MGRNO,
                             :WS-ADMRDEPT,
                             :WS-PARENT-DEPTNAME,
                             :WS-EMP-COUNT-N,
                             :WS-DEPT-COST-N
                   END-EXEC
                ELSE
                   EXEC SQL
                       FETCH C1
                       INTO  :WS-DEPTNO,
                             :WS-DEPTNAME,
                             :WS-MGRNO,
                             :WS-ADMRDEPT,
                             :WS-PARENT-DEPTNAME,
                             :WS-EMP-COUNT-N,
                             :WS-DEPT-COST-N
                   END-EXEC
                END-IF.

                EVALUATE SQLCODE
                    WHEN 0
      ******************************************************************
       2300-CLOSE-C1.

                IF AS-AT-RUN
                   EXEC SQL
                     CLOSE  C2
                   END-EXEC
                ELSE
                   EXEC SQL
                     CLOSE  C1
                   END-EXEC
                END-IF.

                MOVE SQLCODE TO WS-SQLCODE.


                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                IF AS-AT-RUN
                   PRINT WS-RPT-AS-AT
                END-IF.
                PRINT WS-RPT-COLUMNS.

                MOVE 0 TO WS-LINE-CTR.
