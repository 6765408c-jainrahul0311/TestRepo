      *-----------------------------------------------------------------
      *     COBACREV - NIGHTLY LEAVER AND MOVER ACCESS REVOCATION. FOR
      *                EVERY OPERATOR LINKED TO AN EMPLOYEE ON
      *                OPERATOR_EMP (APITPO36 COMMAND 7):
      *                  LEAVER - THE EMPLOYEE'S SEPDATE HAS ARRIVED.
      *                    EVERY OPERATOR_ROLE ROW IS REMOVED AND ANY
      *                    ROLE GRANT STILL PENDING FOR THEM ON
      *                    AUTH_PENDGRT IS REJECTED, SO NOBODY CAN
      *                    APPROVE ACCESS BACK ONTO A LEAVER'S ID.
      *                  MOVER - THE EMPLOYEE'S WORKDEPT IS NO LONGER
      *                    THE DEPARTMENT THEIR ROLES WERE APPROVED FOR
      *                    (ROLE_DEPT). EACH DEPARTMENT-SCOPED ROLE
      *                    (AUTH_ROLE_SCOPE) IS SUSPENDED: REMOVED AND
      *                    QUEUED ON AUTH_PENDGRT UNDER MAKER COBACREV,
      *                    SO A SECOND OPERATOR - NEVER THE MOVER - MUST
      *                    APPROVE IT BACK THROUGH APITPO36 COMMAND 3.
      *                    ROLE_DEPT THEN MOVES TO THE NEW WORKDEPT.
      *                    OTHER ROLES STAY.
      *                EVERY REVOCATION IS IMAGED TO AUDITLOG AND
      *                PRINTED. OPERATORS HOLDING ROLES WITH NO LINKED
      *                EMPLOYEE ARE LISTED AND WRITTEN TO EXCPFILE FOR
      *                COBEXHUB - THEY CANNOT BE CHECKED AT ALL. ENDS
      *                RC 4 WHEN ANY ARE FOUND. REPLACES WAITING FOR
      *                THE QUARTERLY COBRECRT SIGN-OFF TO CATCH THEM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBACREV.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      EXCPFILE
               RECORD CONTAINS 79 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD      RUNHFILE
               RECORD CONTAINS 62 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY RUNHREC.

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       77  NO-MORE-ROWS-SWITCH    PIC X          VALUE  SPACES.
               88  NO-MORE-ROWS                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    ONE LINKED OPERATOR FROM C1
       01  WS-OPID                PIC X(8).
       01  WS-EMPNO               PIC X(6).
       01  WS-ROLE-DEPT           PIC X(3).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-LEAVER              PIC X(1).
               88  IS-LEAVER                     VALUE  'Y'.

      *    ONE ROLE OR PENDING GRANT BEING TAKEN AWAY
       01  WS-ROLE                PIC X(8).
       01  WS-PEND-NO             PIC X(20).
       01  WS-PEND-SEQ            PIC 9(4)       VALUE 0.
       01  WS-ACTION              PIC X(22).

      *    ONE UNLINKED OPERATOR FROM C2
       01  WS-ROLES-HELD          PIC S9(9)      USAGE COMP.

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-WRITE-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LEAVER-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-MOVER-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-REVOKE-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-SUSPEND-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-UNLINKED-COUNT      PIC 9(7)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 2800-WRITE-AUDIT)
       01  WS-AUD-DATE            PIC 9(6).
       01  WS-AUD-TIME            PIC 9(8).
       01  WS-AUD-TABLE           PIC X(18).
       01  WS-AUD-KEY             PIC X(20).
       01  WS-AUD-BEFORE          PIC X(80).
       01  WS-AUD-AFTER           PIC X(80).

           COPY CPAUDCHW.

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'LEAVER AND MOVER ACCESS REVOCATION'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(42)  VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(6).
           10 WS-COL1             PIC X(10)  VALUE 'OPERATOR'.
           10 WS-COL2             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL3             PIC X(10)  VALUE 'ROLE'.
           10 WS-COL4             PIC X(24)  VALUE 'ACTION'.
           10 WS-COL5             PIC X(7)   VALUE 'FROM'.
           10 WS-COL6             PIC X(7)   VALUE 'TO'.
           10 WS-COL7             PIC X(20)  VALUE 'PEND-NO'.
           10 FILLER              PIC X(40).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(6).
           10 WS-DET-OPID         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-ROLE         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-ACTION       PIC X(22).
           10 FILLER              PIC X(2).
           10 WS-DET-OLD-DEPT     PIC X(3).
           10 FILLER              PIC X(4).
           10 WS-DET-NEW-DEPT     PIC X(3).
           10 FILLER              PIC X(4).
           10 WS-DET-PEND-NO      PIC X(20).
           10 FILLER              PIC X(40).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(60)  VALUE
                'OPERATORS HOLDING ROLES WITH NO LINKED EMPLOYEE'.
           10 FILLER              PIC X(69)  VALUE SPACES.

       01  WS-RPT-UNLINKED.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 WS-UNL-OPID         PIC X(8).
           10 FILLER              PIC X(14)  VALUE '  ROLES HELD: '.
           10 WS-UNL-ROLES        PIC ZZZ9.
           10 FILLER              PIC X(100) VALUE SPACES.

       01  WS-RPT-NONE.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 WS-NONE-TEXT        PIC X(50).
           10 FILLER              PIC X(76)  VALUE SPACES.

       01  WS-RPT-SUMMARY-1.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE 'LEAVERS: '.
           10 WS-SUM-LEAVERS      PIC ZZZZZZ9.
           10 FILLER              PIC X(17)  VALUE '  ROLES REVOKED: '.
           10 WS-SUM-REVOKED      PIC ZZZZZZ9.
           10 FILLER              PIC X(27)  VALUE
                '  PENDING GRANTS REJECTED: '.
           10 WS-SUM-REJECTED     PIC ZZZZZZ9.
           10 FILLER              PIC X(55)  VALUE SPACES.

       01  WS-RPT-SUMMARY-2.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE 'MOVERS:  '.
           10 WS-SUM-MOVERS       PIC ZZZZZZ9.
           10 FILLER              PIC X(17)  VALUE '  ROLES SUSPENDED'.
           10 FILLER              PIC X(2)   VALUE ': '.
           10 WS-SUM-SUSPENDED    PIC ZZZZZZ9.
           10 FILLER              PIC X(24)  VALUE
                '  OPERATORS NOT LINKED: '.
           10 WS-SUM-UNLINKED     PIC ZZZZZZ9.
           10 FILLER              PIC X(56)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE OPEREMP
                END-EXEC.

                EXEC SQL INCLUDE OPROLE
                END-EXEC.

                EXEC SQL INCLUDE AUTHSCOP
                END-EXEC.

                EXEC SQL INCLUDE AUTHPEND
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    LINKED OPERATORS WITH SOMETHING TO DO: A LEAVER (SEPDATE
      *    ARRIVED) STILL HOLDING A ROLE OR A PENDING ROLE GRANT, OR
      *    AN EMPLOYEE WHOSE WORKDEPT IS NOT THE ONE THEIR ROLES
      *    STAND APPROVED FOR.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 O.OPID,
                 O.EMPNO,
                 O.ROLE_DEPT,
                 COALESCE(E.WORKDEPT, ' '),
                 CASE WHEN E.SEPDATE <= CURRENT DATE
                      THEN 'Y' ELSE 'N' END
             FROM OPERATOR_EMP O, EMP E
             WHERE E.EMPNO = O.EMPNO
               AND ((E.SEPDATE <= CURRENT DATE
                     AND (EXISTS
                           (SELECT 1 FROM OPERATOR_ROLE R
                             WHERE R.OPID = O.OPID)
                          OR EXISTS
                           (SELECT 1 FROM AUTH_PENDGRT P
                             WHERE P.GRANT_OPID = O.OPID
                               AND P.REQ_TYPE   = 'R'
                               AND P.PSTATUS    = 'P')))
                    OR COALESCE(E.WORKDEPT, ' ') <> O.ROLE_DEPT)
             ORDER BY O.OPID
           END-EXEC.

      *    OPERATORS HOLDING ROLES WITH NO LINK TO AN EMPLOYEE ON
      *    FILE, SO NEITHER RULE CAN BE APPLIED TO THEM.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 R.OPID,
                 COUNT(*)
             FROM OPERATOR_ROLE R
             WHERE NOT EXISTS
                   (SELECT 1 FROM OPERATOR_EMP O, EMP E
                     WHERE O.OPID  = R.OPID
                       AND E.EMPNO = O.EMPNO)
             GROUP BY R.OPID
             ORDER BY R.OPID
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2600-LIST-UNLINKED
             THRU    2600-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE EXCPFILE.

             IF WS-UNLINKED-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN EXTEND EXCPFILE.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                IF WS-WRITE-COUNT = 0
                   MOVE 'NO ACCESS TO REVOKE OR SUSPEND'
                                       TO WS-NONE-TEXT
                   PRINT WS-RPT-NONE
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE LINKED OPERATOR: A LEAVER LOSES EVERYTHING,*
      *                 A MOVER THEIR DEPARTMENT-SCOPED ROLES          *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-OPID,
                          :WS-EMPNO,
                          :WS-ROLE-DEPT,
                          :WS-WORKDEPT,
                          :WS-LEAVER
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-READ-COUNT.

                IF IS-LEAVER
                   ADD 1 TO WS-LEAVER-COUNT
                   PERFORM 2300-REVOKE-LEAVER
                   THRU    2300-EXIT
                ELSE
                   IF WS-ROLE-DEPT NOT = SPACES
                      ADD 1 TO WS-MOVER-COUNT
                      PERFORM 2400-SUSPEND-MOVER
                      THRU    2400-EXIT
                   END-IF
                END-IF.

                IF WS-WORKDEPT NOT = WS-ROLE-DEPT
                   PERFORM 2500-SET-ROLE-DEPT
                   THRU    2500-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-REVOKE-LEAVER - EVERY ROLE THE LEAVER HOLDS GOES, THEN    *
      *                      EVERY ROLE GRANT WAITING FOR THEM IS      *
      *                      REJECTED                                  *
      ******************************************************************
       2300-REVOKE-LEAVER.
                MOVE SPACES TO NO-MORE-ROWS-SWITCH.
                PERFORM 2310-REVOKE-NEXT-ROLE
                THRU    2310-EXIT
                UNTIL NO-MORE-ROWS.

                MOVE SPACES TO NO-MORE-ROWS-SWITCH.
                PERFORM 2320-REJECT-NEXT-PENDING
                THRU    2320-EXIT
                UNTIL NO-MORE-ROWS.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-REVOKE-NEXT-ROLE - TAKE THE LEAVER'S NEXT ROLE AWAY       *
      ******************************************************************
       2310-REVOKE-NEXT-ROLE.
                EXEC SQL
                    SELECT
                        ROLE
                    INTO
                        :WS-ROLE
                    FROM OPERATOR_ROLE
                    WHERE OPID = :WS-OPID
                    ORDER BY ROLE
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO NO-MORE-ROWS-SWITCH
                         GO TO 2310-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    DELETE FROM OPERATOR_ROLE
                     WHERE OPID = :WS-OPID
                       AND ROLE = :WS-ROLE
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                ADD 1 TO WS-REVOKE-COUNT.
                MOVE 'REVOKED - SEPARATED' TO WS-ACTION.
                MOVE SPACES                TO WS-PEND-NO.

                MOVE 'OPERATOR_ROLE' TO WS-AUD-TABLE.
                MOVE SPACES          TO WS-AUD-KEY.
                STRING WS-OPID ' ' WS-ROLE
                       DELIMITED BY SIZE
                  INTO WS-AUD-KEY.
                MOVE SPACES TO WS-AUD-BEFORE.
                STRING WS-OPID ' ' WS-ROLE ' EMPNO ' WS-EMPNO
                       DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE.
                MOVE SPACES TO WS-AUD-AFTER.
                STRING WS-ACTION
                       DELIMITED BY SIZE
                  INTO WS-AUD-AFTER.

                PERFORM 2800-WRITE-AUDIT
                THRU    2800-EXIT.

                PERFORM 2180-PRINT-DETAIL
                THRU    2180-EXIT.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-REJECT-NEXT-PENDING - REJECT THE NEXT ROLE GRANT STILL    *
      *                            WAITING FOR THE LEAVER              *
      ******************************************************************
       2320-REJECT-NEXT-PENDING.
                EXEC SQL
                    SELECT
                        PEND_NO,
                        GRANT_ROLE
                    INTO
                        :WS-PEND-NO,
                        :WS-ROLE
                    FROM AUTH_PENDGRT
                    WHERE GRANT_OPID = :WS-OPID
                      AND REQ_TYPE   = 'R'
                      AND PSTATUS    = 'P'
                    ORDER BY PEND_NO
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO NO-MORE-ROWS-SWITCH
                         GO TO 2320-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE AUTH_PENDGRT
                       SET PSTATUS = 'R'
                         , CHECKER = 'COBACREV'
                     WHERE PEND_NO = :WS-PEND-NO
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                ADD 1 TO WS-REJECT-COUNT.
                MOVE 'PENDING GRANT REJECTED' TO WS-ACTION.

                MOVE 'AUTH_PENDGRT' TO WS-AUD-TABLE.
                MOVE WS-PEND-NO     TO WS-AUD-KEY.
                MOVE SPACES         TO WS-AUD-BEFORE.
                STRING WS-OPID ' ' WS-ROLE ' PSTATUS P'
                       DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE.
                MOVE SPACES TO WS-AUD-AFTER.
                STRING WS-OPID ' ' WS-ROLE ' PSTATUS R - SEPARATED'
                       DELIMITED BY SIZE
                  INTO WS-AUD-AFTER.

                PERFORM 2800-WRITE-AUDIT
                THRU    2800-EXIT.

                PERFORM 2180-PRINT-DETAIL
                THRU    2180-EXIT.
       2320-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-SUSPEND-MOVER - EACH DEPARTMENT-SCOPED ROLE THE MOVER     *
      *                      HOLDS IS SUSPENDED FOR RE-APPROVAL        *
      ******************************************************************
       2400-SUSPEND-MOVER.
                MOVE SPACES TO NO-MORE-ROWS-SWITCH.
                PERFORM 2410-SUSPEND-NEXT-ROLE
                THRU    2410-EXIT
                UNTIL NO-MORE-ROWS.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-SUSPEND-NEXT-ROLE - REMOVE THE ROLE AND QUEUE IT ON       *
      *                          AUTH_PENDGRT UNDER MAKER COBACREV. THE*
      *                          PEND-NO IS THE RUN STAMP AND A RUN    *
      *                          SEQUENCE, UNIQUE ACROSS THE RUN.      *
      ******************************************************************
       2410-SUSPEND-NEXT-ROLE.
                EXEC SQL
                    SELECT
                        R.ROLE
                    INTO
                        :WS-ROLE
                    FROM OPERATOR_ROLE R
                    WHERE R.OPID = :WS-OPID
                      AND R.ROLE IN
                          (SELECT S.ROLE FROM AUTH_ROLE_SCOPE S
                            WHERE S.ROLE_SCOPE = 'D')
                    ORDER BY R.ROLE
                    FETCH FIRST ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO NO-MORE-ROWS-SWITCH
                         GO TO 2410-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    DELETE FROM OPERATOR_ROLE
                     WHERE OPID = :WS-OPID
                       AND ROLE = :WS-ROLE
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                ADD 1 TO WS-PEND-SEQ.
                MOVE SPACES TO WS-PEND-NO.
                STRING WS-RUN-DATE WS-RUN-TIME 'AR' WS-PEND-SEQ
                       DELIMITED BY SIZE
                  INTO WS-PEND-NO.

                EXEC SQL
                     INSERT INTO AUTH_PENDGRT
                         (
                             PEND_NO
                           , REQ_TYPE
                           , GRANT_OPID
                           , GRANT_ROLE
                           , GRANT_PROGRAM
                           , GRANT_CMD
                           , MAKER
                           , MADE_DATE
                           , MADE_TIME
                           , PSTATUS
                           , CHECKER
                         )
                     VALUES
                         (
                             :WS-PEND-NO
                           , 'R'
                           , :WS-OPID
                           , :WS-ROLE
                           , ' '
                           , 0
                           , 'COBACREV'
                           , :WS-RUN-DATE
                           , :WS-RUN-TIME
                           , 'P'
                           , ' '
                         )
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                ADD 1 TO WS-SUSPEND-COUNT.
                MOVE 'SUSPENDED - MOVED'   TO WS-ACTION.

                MOVE 'OPERATOR_ROLE' TO WS-AUD-TABLE.
                MOVE SPACES          TO WS-AUD-KEY.
                STRING WS-OPID ' ' WS-ROLE
                       DELIMITED BY SIZE
                  INTO WS-AUD-KEY.
                MOVE SPACES TO WS-AUD-BEFORE.
                STRING WS-OPID ' ' WS-ROLE ' EMPNO ' WS-EMPNO
                       ' DEPT ' WS-ROLE-DEPT
                       DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE.
                MOVE SPACES TO WS-AUD-AFTER.
                STRING WS-ACTION ' TO ' WS-WORKDEPT
                       ' PEND ' WS-PEND-NO
                       DELIMITED BY SIZE
                  INTO WS-AUD-AFTER.

                PERFORM 2800-WRITE-AUDIT
                THRU    2800-EXIT.

                PERFORM 2180-PRINT-DETAIL
                THRU    2180-EXIT.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-SET-ROLE-DEPT - THE OPERATOR'S ROLES NOW STAND FOR THE    *
      *                      CURRENT WORKDEPT. A BLANK ROLE_DEPT (LINK *
      *                      MADE BEFORE IT WAS KEPT) IS ONLY TAKEN UP.*
      ******************************************************************
       2500-SET-ROLE-DEPT.
                EXEC SQL
                    UPDATE OPERATOR_EMP
                       SET ROLE_DEPT = :WS-WORKDEPT
                     WHERE OPID = :WS-OPID
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-LIST-UNLINKED - OPERATORS WITH ROLES AND NO EMPLOYEE, EACH*
      *                      ALSO TO EXCPFILE                          *
      ******************************************************************
       2600-LIST-UNLINKED.
                PRINT WS-RPT-SECTION.
                ADD 1 TO WS-LINE-CTR.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2610-FETCH-C2
                THRU    2610-EXIT
                UNTIL END-OF-C2.

                IF WS-UNLINKED-COUNT = 0
                   MOVE 'EVERY OPERATOR WITH A ROLE IS LINKED'
                                       TO WS-NONE-TEXT
                   PRINT WS-RPT-NONE
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-FETCH-C2 - ONE UNLINKED OPERATOR                          *
      ******************************************************************
       2610-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-OPID,
                          :WS-ROLES-HELD
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2610-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-UNLINKED-COUNT.
                MOVE WS-OPID       TO WS-UNL-OPID.
                MOVE WS-ROLES-HELD TO WS-UNL-ROLES.
                PRINT WS-RPT-UNLINKED.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.

                PERFORM 2900-WRITE-EXCEPTION
                THRU    2900-EXIT.
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-WRITE-AUDIT - ONE AUDITLOG IMAGE PER REVOCATION, CHAINED  *
      *                    LIKE EVERY OTHER WRITER (CPAUDCHN)          *
      ******************************************************************
       2800-WRITE-AUDIT.
                ACCEPT WS-AUD-DATE FROM DATE.
                ACCEPT WS-AUD-TIME FROM TIME.

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
                             'COBACREV'
                           , 0
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

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-EXCEPTION - APPEND THE UNLINKED OPERATOR JUST       *
      *                        PRINTED TO THE SHARED EXCPFILE FOR THE  *
      *                        COBEXHUB CONSOLIDATED DAILY REPORT. THE *
      *                        AMOUNT IS THE NUMBER OF ROLES HELD.     *
      ******************************************************************
       2900-WRITE-EXCEPTION.
                MOVE 'COBACREV'            TO EXCP-PROGRAM-ID.
                MOVE 'OPERATOR NOT LINKED' TO EXCP-TYPE.
                MOVE WS-OPID               TO EXCP-KEY.
                MOVE WS-ROLES-HELD         TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE           TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME           TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-COLUMNS.

                MOVE 0 TO WS-LINE-CTR.
                ADD  1 TO WS-PAGE-NO.
       2150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2160-PRINT-FOOTER - PAGE FOOTER WITH THE PAGE NUMBER JUST DONE *
      ******************************************************************
       2160-PRINT-FOOTER.
                COMPUTE WS-FOOTER-PAGE-NO = WS-PAGE-NO - 1.
                PRINT WS-RPT-FOOTER.
       2160-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-LEAVER-COUNT   TO WS-SUM-LEAVERS.
                MOVE WS-REVOKE-COUNT   TO WS-SUM-REVOKED.
                MOVE WS-REJECT-COUNT   TO WS-SUM-REJECTED.
                MOVE WS-MOVER-COUNT    TO WS-SUM-MOVERS.
                MOVE WS-SUSPEND-COUNT  TO WS-SUM-SUSPENDED.
                MOVE WS-UNLINKED-COUNT TO WS-SUM-UNLINKED.
                PRINT WS-RPT-SUMMARY-1.
                PRINT WS-RPT-SUMMARY-2.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2180-PRINT-DETAIL - ONE REVOCATION LINE                        *
      ******************************************************************
       2180-PRINT-DETAIL.
                ADD 1 TO WS-WRITE-COUNT.
                MOVE SPACES        TO WS-RPT-DETAIL.
                MOVE WS-OPID       TO WS-DET-OPID.
                MOVE WS-EMPNO      TO WS-DET-EMPNO.
                MOVE WS-ROLE       TO WS-DET-ROLE.
                MOVE WS-ACTION     TO WS-DET-ACTION.
                MOVE WS-PEND-NO    TO WS-DET-PEND-NO.
                IF NOT IS-LEAVER
                   MOVE WS-ROLE-DEPT TO WS-DET-OLD-DEPT
                   MOVE WS-WORKDEPT  TO WS-DET-NEW-DEPT
                END-IF.

                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2180-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) SO COBRUNRP CAN TREND IT.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBACREV'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-READ-COUNT  TO RUNH-READ-COUNT.
                MOVE WS-WRITE-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE    TO RUNH-RETURN-CODE.
                MOVE 'C'            TO RUNH-STATUS.
                MOVE SPACES         TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.

      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
      /
           COPY CPAUDFLD.
