      *-----------------------------------------------------------------
      *     COBCIO51 - CICS TRANSACTION GIVING A MANAGER OR CHECKER ONE
      *                INBOX OF EVERYTHING WAITING ON THEM: LEAVE
      *                REQUESTS AND TIMESHEETS FROM THE DEPARTMENTS
      *                THEY MANAGE, ACCOUNT ADJUSTMENTS AND ACCESS
      *                GRANTS WAITING ON A SECOND PAIR OF HANDS, AND
      *                EMPLOYEE CHANGES PARKED FOR A FUTURE DATE. EACH
      *                KIND ONLY SHOWS WHEN THE OPERATOR'S ROLES PERMIT
      *                THE OWNING PROGRAM'S DECIDING COMMAND, OLDEST
      *                FIRST WITH ITS AGE IN DAYS. AN ITEM IS OPENED
      *                WITH 'S' AND DECIDED THROUGH THE OWNING API'S
      *                OWN COMMAND, SO ITS MAKER-CHECKER, COVERAGE AND
      *                AUDIT RULES APPLY EXACTLY AS THEY DO ELSEWHERE.
      *                THE LIST IS PAGED THROUGH A TEMPORARY STORAGE
      *                QUEUE THE WAY COBCIO23 PAGES ITS BROWSE.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBCIO51.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       DATA DIVISION.
      *-------------
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  WS-RESP             PIC S9(8) COMP.
       77  WS-ROWS-FETCHED     PIC S9(4) COMP  VALUE 0.
       77  WS-QUEUE-ITEM       PIC S9(4) COMP.
       77  WS-LINE-NO          PIC S9(4) COMP  VALUE 0.
       77  WS-SEL-LINE         PIC S9(4) COMP  VALUE 0.
       77  END-OF-C1-SWITCH    PIC X          VALUE  SPACES.
               88  END-OF-C1                  VALUE  'Y'.
       77  END-TASK-SWITCH     PIC X          VALUE  SPACES.
               88  END-TASK                   VALUE  'Y'.
       01  WS-TSQ-NAME.
           10 FILLER           PIC X(4)       VALUE 'APRX'.
           10 WS-TSQ-TERM      PIC X(4).

      ****   THE SIGNED-ON OPERATOR (SQL AUTH ID) - THE LEAVE
      ****   APPROVER RECORDED BY APITPO25
       01  WS-OPID             PIC X(8).

      ****   MESSAGE FOR THE NEXT SCREEN SENT
       01  WS-MESSAGE          PIC X(79)      VALUE SPACES.

      ****   ONE PAGE OF THE INBOX (10 ITEMS PER SCREEN)
       01  WS-PAGE-SIZE        PIC S9(4) COMP  VALUE 10.

      ****   ONE INBOX ITEM, AS WRITTEN TO THE TS QUEUE. QR-TYPE:
      ****     'LV' = LEAVE REQUEST        (APITPO25)
      ****     'TS' = SUBMITTED TIMESHEET  (APITPO29)
      ****     'AD' = ACCOUNT ADJUSTMENT   (APIACC)
      ****     'AG' = ACCESS GRANT         (APITPO36)
      ****     'PC' = PENDING EMPLOYEE CHANGE (APITPO33)
       01  WS-QUEUE-ROW.
           10 QR-TYPE              PIC X(2).
           10 QR-KEY               PIC X(24).
           10 QR-TS-KEY REDEFINES QR-KEY.
              15 QR-TS-EMPNO       PIC X(6).
              15 QR-TS-PROJ-NO     PIC X(6).
              15 QR-TS-ACT-NO      PIC 9(2).
              15 QR-TS-WEEKEND     PIC X(10).
           10 QR-SUMMARY           PIC X(50).
           10 QR-AGE-DATE          PIC X(10).
           10 QR-AGE               PIC S9(4) COMP.

      ****   HOST VARIABLES FOR THE INBOX CURSOR FETCH
       01  WTYPE                 PIC X(2).
       01  WKEY                  PIC X(24).
       01  WSUMMARY              PIC X(50).
       01  WAGEDATE              PIC X(10).
       01  WAGE                  PIC S9(9) COMP.

      ****   PARAMETERS PASSED TO THE OWNING API'S DECIDING COMMAND
       01  IB-API-PROGRAM         PIC X(8).
       01  IB-API-CMD             PIC 99.
       01  IB-API-RESP            PIC 99.
       01  IB-API-IN              PIC X(512).
       01  IB-API-IN-KEY REDEFINES IB-API-IN.
           05 IB-API-KEY          PIC X(20).
           05 FILLER              PIC X(492).
       01  IB-API-IN-LEAVE REDEFINES IB-API-IN.
           05 IB-API-REQ-NO       PIC X(20).
           05 IB-API-APPROVER     PIC X(8).
           05 IB-API-OVERRIDE     PIC X(1).
           05 FILLER              PIC X(483).
       01  IB-API-IN-TS REDEFINES IB-API-IN.
           05 IB-API-EMPNO        PIC X(6).
           05 IB-API-PROJ-NO      PIC X(6).
           05 IB-API-ACT-NO       PIC S9(2).
           05 IB-API-WEEKEND      PIC X(10).
           05 FILLER              PIC X(488).
       01  IB-API-OUT             PIC X(2048).
       01  IB-API-OUT-LEAVE REDEFINES IB-API-OUT.
           05 IB-API-REMAINING    PIC S9(4).
           05 IB-API-ON-LEAVE     PIC S9(4).
           05 IB-API-FLOOR        PIC S9(4).
           05 FILLER              PIC X(2036).

           COPY APIERRB.

      ****   COVERAGE WARNING EDITED FOR THE DETAIL SCREEN
       01  WS-COVER-MSG.
           10 FILLER              PIC X(21)
                                   VALUE 'LOW COVER - ON DUTY '.
           10 WS-COVER-REMAINING  PIC ZZZ9.
           10 FILLER              PIC X(10) VALUE ' ON LEAVE '.
           10 WS-COVER-ON-LEAVE   PIC ZZZ9.
           10 FILLER              PIC X(7)  VALUE ' FLOOR '.
           10 WS-COVER-FLOOR      PIC ZZZ9.
           10 FILLER              PIC X(29)
                                   VALUE ' - OVERRIDE Y TO APPROVE'.

      ******************************************************************
      * THE INBOX CURSOR. EACH BRANCH IS ONE KIND OF WAITING ITEM AND  *
      * ONLY ANSWERS ROWS WHEN THE OPERATOR HOLDS A ROLE PERMITTING    *
      * THE OWNING PROGRAM'S DECIDING COMMAND ON AUTH_ROLE_CMD:        *
      *   LV - PENDING LEAVE WHERE THE REQUESTER'S WORKDEPT IS MANAGED *
      *        BY THE OPERATOR (DEPT.MGRNO = THEIR OPERATOR_EMP EMPNO) *
      *        AND IT IS NOT THE OPERATOR'S OWN REQUEST                *
      *   TS - SUBMITTED TIMESHEETS, SAME DEPARTMENT RULE              *
      *   AD - PENDING ACCOUNT ADJUSTMENTS ANOTHER OPERATOR MADE       *
      *   AG - PENDING ACCESS GRANTS ANOTHER OPERATOR MADE             *
      *   PC - EMPLOYEE CHANGES WAITING FOR THEIR EFFECTIVE DATE IN A  *
      *        MANAGED DEPARTMENT, CAPTURED BY ANOTHER OPERATOR        *
      * THE AGE DATE IS ISO FOR EVERY KIND - THE YYMMDD MADE_DATE OF   *
      * THE TWO DUAL-CONTROL QUEUES IS WIDENED TO IT - SO ONE ORDER BY *
      * PUTS THE OLDEST ITEM FIRST WHATEVER ITS KIND.                  *
      ******************************************************************
           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   X.ITEM_TYPE
                 , X.ITEM_KEY
                 , X.ITEM_SUMMARY
                 , X.AGE_DATE
                 , DAYS(CURRENT DATE) - DAYS(DATE(X.AGE_DATE))
               FROM
                 (
                   SELECT
                       'LV'                          AS ITEM_TYPE
                     , CAST(L.REQ_NO AS CHAR(24))    AS ITEM_KEY
                     , CAST(L.EMPNO || ' ' || RTRIM(E.LASTNAME)
                         || ' ' || CHAR(L.FROMDATE, ISO)
                         || ' TO ' || CHAR(L.TODATE, ISO)
                         AS CHAR(50))                AS ITEM_SUMMARY
                     , CHAR(L.REQ_DATE, ISO)         AS AGE_DATE
                   FROM LEAVE_REQUEST L, EMP E, DEPT D, OPERATOR_EMP O
                   WHERE L.RSTATUS  = 'P'
                     AND E.EMPNO    = L.EMPNO
                     AND D.DEPTNO   = E.WORKDEPT
                     AND O.OPID     = USER
                     AND D.MGRNO    = O.EMPNO
                     AND L.EMPNO   <> O.EMPNO
                     AND EXISTS
                         (SELECT 1 FROM AUTH_ROLE_CMD A, OPERATOR_ROLE R
                           WHERE R.OPID         = USER
                             AND A.ROLE         = R.ROLE
                             AND A.AUTH_PROGRAM = 'APITP025'
                             AND A.AUTH_CMD     = 3)
                   UNION ALL
                   SELECT
                       'TS'
                     , CAST(T.EMPNO || T.PROJ_NO || DIGITS(T.ACT_NO)
                         || CHAR(T.WEEKEND, ISO) AS CHAR(24))
                     , CAST(T.EMPNO || ' PROJ ' || T.PROJ_NO
                         || ' ACT ' || DIGITS(T.ACT_NO)
                         || ' WEEK ' || CHAR(T.WEEKEND, ISO)
                         || ' ' || DIGITS(T.TSHOURS) || 'H'
                         AS CHAR(50))
                     , CHAR(T.WEEKEND, ISO)
                   FROM TIMESHEET T, EMP E, DEPT D, OPERATOR_EMP O
                   WHERE T.TSTATUS  = 'S'
                     AND E.EMPNO    = T.EMPNO
                     AND D.DEPTNO   = E.WORKDEPT
                     AND O.OPID     = USER
                     AND D.MGRNO    = O.EMPNO
                     AND T.EMPNO   <> O.EMPNO
                     AND EXISTS
                         (SELECT 1 FROM AUTH_ROLE_CMD A, OPERATOR_ROLE R
                           WHERE R.OPID         = USER
                             AND A.ROLE         = R.ROLE
                             AND A.AUTH_PROGRAM = 'APITP029'
                             AND A.AUTH_CMD     = 4)
                   UNION ALL
                   SELECT
                       'AD'
                     , CAST(P.PEND_NO AS CHAR(24))
                     , CAST('ACC ' || P.ACC_NO || ' AMOUNT '
                         || CHAR(P.ADJ_AMOUNT) || ' BY ' || P.MAKER
                         AS CHAR(50))
                     , '20' || SUBSTR(DIGITS(P.MADE_DATE), 1, 2)
                         || '-' || SUBSTR(DIGITS(P.MADE_DATE), 3, 2)
                         || '-' || SUBSTR(DIGITS(P.MADE_DATE), 5, 2)
                   FROM ACC_PENDADJ P
                   WHERE P.PSTATUS  = 'P'
                     AND P.MAKER   <> USER
                     AND EXISTS
                         (SELECT 1 FROM AUTH_ROLE_CMD A, OPERATOR_ROLE R
                           WHERE R.OPID         = USER
                             AND A.ROLE         = R.ROLE
                             AND A.AUTH_PROGRAM = 'APIACC'
                             AND A.AUTH_CMD     = 5)
                   UNION ALL
                   SELECT
                       'AG'
                     , CAST(G.PEND_NO AS CHAR(24))
                     , CAST(CASE WHEN G.REQ_TYPE = 'R'
                            THEN 'ROLE ' || G.GRANT_ROLE
                              || ' TO OPERATOR ' || G.GRANT_OPID
                            ELSE G.GRANT_PROGRAM || ' CMD '
                              || DIGITS(G.GRANT_CMD)
                              || ' TO ROLE ' || G.GRANT_ROLE
                            END || ' BY ' || G.MAKER
                         AS CHAR(50))
                     , '20' || SUBSTR(DIGITS(G.MADE_DATE), 1, 2)
                         || '-' || SUBSTR(DIGITS(G.MADE_DATE), 3, 2)
                         || '-' || SUBSTR(DIGITS(G.MADE_DATE), 5, 2)
                   FROM AUTH_PENDGRT G
                   WHERE G.PSTATUS  = 'P'
                     AND G.MAKER   <> USER
                     AND EXISTS
                         (SELECT 1 FROM AUTH_ROLE_CMD A, OPERATOR_ROLE R
                           WHERE R.OPID         = USER
                             AND A.ROLE         = R.ROLE
                             AND A.AUTH_PROGRAM = 'APITP036'
                             AND A.AUTH_CMD     = 3)
                   UNION ALL
                   SELECT
                       'PC'
                     , CAST(C.CHG_NO AS CHAR(24))
                     , CAST(C.EMPNO || ' ' || RTRIM(E.LASTNAME)
                         || ' CHANGE EFFECTIVE '
                         || CHAR(C.EFF_DATE, ISO)
                         AS CHAR(50))
                     , CHAR(C.CAPT_DATE, ISO)
                   FROM EMP_PENDCHG C, EMP E, DEPT D, OPERATOR_EMP O
                   WHERE C.CSTATUS   = 'P'
                     AND C.CAPT_OPID <> USER
                     AND E.EMPNO     = C.EMPNO
                     AND D.DEPTNO    = E.WORKDEPT
                     AND O.OPID      = USER
                     AND D.MGRNO     = O.EMPNO
                     AND EXISTS
                         (SELECT 1 FROM AUTH_ROLE_CMD A, OPERATOR_ROLE R
                           WHERE R.OPID         = USER
                             AND A.ROLE         = R.ROLE
                             AND A.AUTH_PROGRAM = 'APITP033'
                             AND A.AUTH_CMD     = 3)
                 ) AS X
               ORDER BY X.AGE_DATE, X.ITEM_TYPE, X.ITEM_KEY
           END-EXEC.

      ******************************************************************
      * APRVMAP - SCREEN LAYOUTS FOR THE INBOX (MAPSET APRVMAP, MAP    *
      *           APRVMAP1 = THE LIST, MAP APRVMAP2 = ONE ITEM). THE   *
      *           MAP MEMBER ITSELF IS MAINTAINED BY BMS AND IS NOT    *
      *           PART OF THIS SOURCE.                                 *
      ******************************************************************
           COPY DFHBMSCA.

           COPY DFHAID.

           COPY APRVMAP.

      ******************************************************************
      * COMMAREA CARRIED BETWEEN PSEUDOCONVERSATIONAL SCREENS.         *
      * CA-SCREEN 'L' = THE LIST IS SHOWING, 'D' = ONE ITEM IS OPEN    *
      * AND CA-ITEM HOLDS ITS QUEUE ROW.                               *
      ******************************************************************
       01  WS-COMMAREA.
           10 CA-SCREEN           PIC X(1).
               88  CA-ON-LIST                 VALUE 'L'.
               88  CA-ON-DETAIL               VALUE 'D'.
           10 CA-ROW-COUNT        PIC S9(4) COMP.
           10 CA-PAGE-NO          PIC S9(4) COMP.
           10 CA-ITEM             PIC X(88).

      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

      /
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           10 LK-SCREEN           PIC X(1).
           10 LK-ROW-COUNT        PIC S9(4) COMP.
           10 LK-PAGE-NO          PIC S9(4) COMP.
           10 LK-ITEM             PIC X(88).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.
                MOVE LOW-VALUES TO APRVMAP1I.

                MOVE SPACES TO END-TASK-SWITCH.
                MOVE SPACES TO WS-MESSAGE.

                MOVE EIBTRMID TO WS-TSQ-TERM.

                IF  EIBCALEN = 0
                    PERFORM 1500-BUILD-INBOX
                    THRU    1500-EXIT
                ELSE
                    MOVE DFHCOMMAREA TO WS-COMMAREA
                    IF  CA-ON-DETAIL
                        EVALUATE EIBAID
                            WHEN DFHPF3
                            WHEN DFHPF12
                                 PERFORM 2200-SHOW-PAGE
                                 THRU    2200-EXIT
                            WHEN DFHENTER
                                 PERFORM 3000-DECIDE-ITEM
                                 THRU    3000-EXIT
                            WHEN OTHER
                                 PERFORM 2600-SHOW-DETAIL
                                 THRU    2600-EXIT
                        END-EVALUATE
                    ELSE
                        EVALUATE EIBAID
                            WHEN DFHPF3
                                 PERFORM 1900-END-INBOX
                                 THRU    1900-EXIT
                            WHEN DFHPF5
                                 PERFORM 1500-BUILD-INBOX
                                 THRU    1500-EXIT
                            WHEN DFHPF7
                                 PERFORM 2000-PAGE-BACKWARD
                                 THRU    2000-EXIT
                            WHEN DFHPF8
                                 PERFORM 2100-PAGE-FORWARD
                                 THRU    2100-EXIT
                            WHEN DFHENTER
                                 PERFORM 2500-OPEN-ITEM
                                 THRU    2500-EXIT
                            WHEN OTHER
                                 PERFORM 2200-SHOW-PAGE
                                 THRU    2200-EXIT
                        END-EVALUATE
                    END-IF
                END-IF.

      *        PF3 FROM THE LIST (1900-END-INBOX) ENDS THE
      *        CONVERSATION, SO IT MUST NOT BE RETURNED TO WITH A
      *        TRANSID.
                IF  END-TASK
                    EXEC CICS RETURN
                    END-EXEC
                ELSE
                    EXEC CICS RETURN
                        TRANSID('CI51')
                        COMMAREA(WS-COMMAREA)
                    END-EXEC
                END-IF.
      /
      ******************************************************************
      * 1500-BUILD-INBOX - RUN THE INBOX CURSOR, SPOOL EVERY WAITING   *
      *                    ITEM TO THE TS QUEUE, AND SHOW PAGE 1       *
      ******************************************************************
       1500-BUILD-INBOX.
                PERFORM 1600-SPOOL-INBOX
                THRU    1600-EXIT.

                MOVE 'L'             TO CA-SCREEN.
                MOVE WS-ROWS-FETCHED TO CA-ROW-COUNT.
                MOVE 1               TO CA-PAGE-NO.
                MOVE SPACES          TO CA-ITEM.

                PERFORM 2200-SHOW-PAGE
                THRU    2200-EXIT.
       1500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1600-SPOOL-INBOX - EMPTY THE TS QUEUE AND WRITE EVERY ITEM THE *
      *                    INBOX CURSOR ANSWERS TO IT                  *
      ******************************************************************
       1600-SPOOL-INBOX.
                EXEC CICS DELETEQ TS QUEUE(WS-TSQ-NAME)
                    RESP(WS-RESP)
                END-EXEC.

                MOVE 0 TO WS-ROWS-FETCHED.

                EXEC SQL
                    OPEN C1
                END-EXEC.

                IF  SQLCODE NOT = 0
                    MOVE 'INBOX NOT AVAILABLE - PRESS PF5 TO RETRY'
                      TO WS-MESSAGE
                    GO TO 1600-EXIT
                END-IF.

                MOVE SPACES TO END-OF-C1-SWITCH.

                PERFORM 1700-FETCH-ONE-ROW
                THRU    1700-EXIT
                UNTIL   END-OF-C1.

                EXEC SQL
                    CLOSE C1
                END-EXEC.
       1600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1700-FETCH-ONE-ROW                                             *
      ******************************************************************
       1700-FETCH-ONE-ROW.
                EXEC SQL
                    FETCH C1
                    INTO  :WTYPE
                        , :WKEY
                        , :WSUMMARY
                        , :WAGEDATE
                        , :WAGE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         MOVE 'INBOX INCOMPLETE - PRESS PF5 TO RETRY'
                           TO WS-MESSAGE
                END-EVALUATE.

                IF NOT END-OF-C1
                   MOVE WTYPE    TO QR-TYPE
                   MOVE WKEY     TO QR-KEY
                   MOVE WSUMMARY TO QR-SUMMARY
                   MOVE WAGEDATE TO QR-AGE-DATE
                   MOVE WAGE     TO QR-AGE
                   ADD 1 TO WS-ROWS-FETCHED
                   EXEC CICS WRITEQ TS QUEUE(WS-TSQ-NAME)
                       FROM(WS-QUEUE-ROW)
                       LENGTH(LENGTH OF WS-QUEUE-ROW)
                       ITEM(WS-QUEUE-ITEM)
                   END-EXEC
                END-IF.
       1700-EXIT.
                EXIT.
      /
      ******************************************************************
      * 1900-END-INBOX - PF3 - CLEAN UP THE QUEUE AND END THE TASK     *
      ******************************************************************
       1900-END-INBOX.
                EXEC CICS DELETEQ TS QUEUE(WS-TSQ-NAME)
                    RESP(WS-RESP)
                END-EXEC.

                MOVE 'Y' TO END-TASK-SWITCH.

                MOVE SPACES TO WS-COMMAREA.

                EXEC CICS SEND TEXT
                    FROM('++ END OF APPROVALS INBOX ++')
                    LENGTH(28)
                    ERASE FREEKB
                END-EXEC.
       1900-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2000-PAGE-BACKWARD - PF7                                       *
      ******************************************************************
       2000-PAGE-BACKWARD.
                IF CA-PAGE-NO > 1
                   SUBTRACT 1 FROM CA-PAGE-NO
                END-IF.

                PERFORM 2200-SHOW-PAGE
                THRU    2200-EXIT.
       2000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2100-PAGE-FORWARD - PF8                                        *
      ******************************************************************
       2100-PAGE-FORWARD.
                IF CA-PAGE-NO * WS-PAGE-SIZE < CA-ROW-COUNT
                   ADD 1 TO CA-PAGE-NO
                END-IF.

                PERFORM 2200-SHOW-PAGE
                THRU    2200-EXIT.
       2100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2200-SHOW-PAGE - READ THIS PAGE'S ITEMS FROM THE TS QUEUE AND  *
      *                  SEND THE LIST MAP                             *
      ******************************************************************
       2200-SHOW-PAGE.
                MOVE 'L'        TO CA-SCREEN.
                MOVE LOW-VALUES TO APRVMAP1O.
                MOVE CA-PAGE-NO TO PAGEO OF APRVMAP1O.

                IF CA-ROW-COUNT = 0
                   IF WS-MESSAGE = SPACES
                      MOVE 'NOTHING IS WAITING ON YOU'
                        TO WS-MESSAGE
                   END-IF
                ELSE
                   MOVE 0 TO WS-LINE-NO
                   COMPUTE WS-QUEUE-ITEM =
                        ((CA-PAGE-NO - 1) * WS-PAGE-SIZE) + 1
                   PERFORM 2300-SHOW-ONE-ROW
                   THRU    2300-EXIT
                   VARYING WS-QUEUE-ITEM FROM WS-QUEUE-ITEM BY 1
                   UNTIL   WS-QUEUE-ITEM > CA-ROW-COUNT
                        OR WS-QUEUE-ITEM > (CA-PAGE-NO * WS-PAGE-SIZE)
                END-IF.

                MOVE WS-MESSAGE TO MSGO OF APRVMAP1O.

                EXEC CICS SEND MAPSET('APRVMAP') MAP('APRVMAP1')
                    FROM(APRVMAP1O)
                    ERASE FREEKB
                END-EXEC.
       2200-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2300-SHOW-ONE-ROW - PLACE ONE QUEUE ITEM ONTO THE LIST MAP     *
      ******************************************************************
       2300-SHOW-ONE-ROW.
                ADD 1 TO WS-LINE-NO.

                EXEC CICS READQ TS QUEUE(WS-TSQ-NAME)
                    INTO(WS-QUEUE-ROW)
                    LENGTH(LENGTH OF WS-QUEUE-ROW)
                    ITEM(WS-QUEUE-ITEM)
                    RESP(WS-RESP)
                END-EXEC.

                MOVE QR-TYPE    TO TYPEO OF APRVMAP1O (WS-LINE-NO).
                MOVE QR-SUMMARY TO SUMMO OF APRVMAP1O (WS-LINE-NO).
                MOVE QR-AGE     TO AGEO  OF APRVMAP1O (WS-LINE-NO).
       2300-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2500-OPEN-ITEM - ENTER ON THE LIST - THE FIRST LINE MARKED 'S' *
      *                  IS OPENED ON THE DETAIL MAP                   *
      ******************************************************************
       2500-OPEN-ITEM.
                EXEC CICS RECEIVE MAP('APRVMAP1') MAPSET('APRVMAP')
                    RESP(WS-RESP)
                END-EXEC.

                MOVE 0 TO WS-SEL-LINE.
                PERFORM 2550-FIND-SELECTION
                THRU    2550-EXIT
                VARYING WS-LINE-NO FROM 1 BY 1
                UNTIL   WS-LINE-NO > WS-PAGE-SIZE
                     OR WS-SEL-LINE > 0.

                IF WS-SEL-LINE = 0
                   MOVE 'MARK AN ITEM WITH S AND PRESS ENTER'
                     TO WS-MESSAGE
                   PERFORM 2200-SHOW-PAGE
                   THRU    2200-EXIT
                   GO TO 2500-EXIT
                END-IF.

                COMPUTE WS-QUEUE-ITEM =
                     ((CA-PAGE-NO - 1) * WS-PAGE-SIZE) + WS-SEL-LINE.

                IF WS-QUEUE-ITEM > CA-ROW-COUNT
                   MOVE 'NO ITEM ON THAT LINE' TO WS-MESSAGE
                   PERFORM 2200-SHOW-PAGE
                   THRU    2200-EXIT
                   GO TO 2500-EXIT
                END-IF.

                EXEC CICS READQ TS QUEUE(WS-TSQ-NAME)
                    INTO(WS-QUEUE-ROW)
                    LENGTH(LENGTH OF WS-QUEUE-ROW)
                    ITEM(WS-QUEUE-ITEM)
                    RESP(WS-RESP)
                END-EXEC.

                MOVE WS-QUEUE-ROW TO CA-ITEM.

                PERFORM 2600-SHOW-DETAIL
                THRU    2600-EXIT.
       2500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2550-FIND-SELECTION - IS THIS LIST LINE MARKED 'S'             *
      ******************************************************************
       2550-FIND-SELECTION.
                IF SELI OF APRVMAP1I (WS-LINE-NO) = 'S' OR 's'
                   MOVE WS-LINE-NO TO WS-SEL-LINE
                END-IF.
       2550-EXIT.
                EXIT.
      /
      ******************************************************************
      * 2600-SHOW-DETAIL - SEND THE OPEN ITEM (CA-ITEM) ON THE DETAIL  *
      *                    MAP WITH THE DECISIONS ITS KIND ALLOWS      *
      ******************************************************************
       2600-SHOW-DETAIL.
                MOVE 'D'        TO CA-SCREEN.
                MOVE CA-ITEM    TO WS-QUEUE-ROW.
                MOVE LOW-VALUES TO APRVMAP2O.

                MOVE QR-TYPE     TO TYPEO  OF APRVMAP2O.
                MOVE QR-KEY      TO KEYO   OF APRVMAP2O.
                MOVE QR-SUMMARY  TO SUMMO  OF APRVMAP2O.
                MOVE QR-AGE-DATE TO DATEO  OF APRVMAP2O.
                MOVE QR-AGE      TO AGEO   OF APRVMAP2O.

      *         A TIMESHEET CAN ONLY BE ACCEPTED AND A PENDING CHANGE
      *         ONLY CANCELLED - THE OWNING PROGRAMS HAVE NO OTHER
      *         DECIDING COMMAND FOR THEM.
                EVALUATE QR-TYPE
                    WHEN 'TS'
                         MOVE 'A = ACCEPT TIMESHEET'
                           TO HINTO OF APRVMAP2O
                    WHEN 'PC'
                         MOVE 'R = CANCEL CHANGE'
                           TO HINTO OF APRVMAP2O
                    WHEN 'LV'
                         MOVE 'A = APPROVE  R = REJECT  OVERRIDE Y'
                           TO HINTO OF APRVMAP2O
                    WHEN OTHER
                         MOVE 'A = APPROVE  R = REJECT'
                           TO HINTO OF APRVMAP2O
                END-EVALUATE.

                MOVE WS-MESSAGE TO MSGO OF APRVMAP2O.

                EXEC CICS SEND MAPSET('APRVMAP') MAP('APRVMAP2')
                    FROM(APRVMAP2O)
                    ERASE FREEKB
                END-EXEC.
       2600-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3000-DECIDE-ITEM - ENTER ON THE DETAIL MAP - PASS THE DECISION *
      *          TO THE OWNING API'S OWN COMMAND. THE API CHECKS THE   *
      *          OPERATOR'S AUTHORITY AGAIN, APPLIES ITS MAKER-CHECKER *
      *          OR COVERAGE RULE AND WRITES ITS AUDIT ROW, SO NOTHING *
      *          HERE DECIDES ANYTHING ON ITS OWN.                     *
      ******************************************************************
       3000-DECIDE-ITEM.
                MOVE CA-ITEM TO WS-QUEUE-ROW.

                EXEC CICS RECEIVE MAP('APRVMAP2') MAPSET('APRVMAP')
                    RESP(WS-RESP)
                END-EXEC.

                MOVE SPACES TO IB-API-IN.
                MOVE SPACES TO IB-API-OUT.
                MOVE SPACES TO IB-API-PROGRAM.
                MOVE 0      TO IB-API-CMD.
                MOVE 0      TO IB-API-RESP.

                EVALUATE QR-TYPE ALSO DECNI OF APRVMAP2I
                    WHEN 'LV' ALSO 'A'
                         MOVE 'APITP025' TO IB-API-PROGRAM
                         MOVE 3          TO IB-API-CMD
                    WHEN 'LV' ALSO 'R'
                         MOVE 'APITP025' TO IB-API-PROGRAM
                         MOVE 4          TO IB-API-CMD
                    WHEN 'TS' ALSO 'A'
                         MOVE 'APITP029' TO IB-API-PROGRAM
                         MOVE 4          TO IB-API-CMD
                    WHEN 'AD' ALSO 'A'
                         MOVE 'APIACC'   TO IB-API-PROGRAM
                         MOVE 5          TO IB-API-CMD
                    WHEN 'AD' ALSO 'R'
                         MOVE 'APIACC'   TO IB-API-PROGRAM
                         MOVE 6          TO IB-API-CMD
                    WHEN 'AG' ALSO 'A'
                         MOVE 'APITP036' TO IB-API-PROGRAM
                         MOVE 3          TO IB-API-CMD
                    WHEN 'AG' ALSO 'R'
                         MOVE 'APITP036' TO IB-API-PROGRAM
                         MOVE 4          TO IB-API-CMD
                    WHEN 'PC' ALSO 'R'
                         MOVE 'APITP033' TO IB-API-PROGRAM
                         MOVE 3          TO IB-API-CMD
                    WHEN OTHER
                         MOVE 'THAT DECISION IS NOT OFFERED HERE'
                           TO WS-MESSAGE
                         PERFORM 2600-SHOW-DETAIL
                         THRU    2600-EXIT
                         GO TO 3000-EXIT
                END-EVALUATE.

                IF QR-TYPE = 'TS'
                   MOVE QR-TS-EMPNO   TO IB-API-EMPNO
                   MOVE QR-TS-PROJ-NO TO IB-API-PROJ-NO
                   MOVE QR-TS-ACT-NO  TO IB-API-ACT-NO
                   MOVE QR-TS-WEEKEND TO IB-API-WEEKEND
                ELSE
                   MOVE QR-KEY        TO IB-API-KEY
                END-IF.

                IF QR-TYPE = 'LV'
                   PERFORM 3100-GET-OPID
                   THRU    3100-EXIT
                   MOVE WS-OPID TO IB-API-APPROVER
                   IF IB-API-CMD = 3
                      AND (OVRDI OF APRVMAP2I = 'Y' OR 'y')
                      MOVE 'Y' TO IB-API-OVERRIDE
                   END-IF
                END-IF.

                CALL IB-API-PROGRAM USING IB-API-CMD
                                          IB-API-RESP
                                          IB-API-IN
                                          IB-API-OUT.

                PERFORM 3500-ANSWER-DECISION
                THRU    3500-EXIT.
       3000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3100-GET-OPID - THE SIGNED-ON OPERATOR'S SQL AUTH ID           *
      ******************************************************************
       3100-GET-OPID.
                EXEC SQL
                    SELECT USER
                    INTO   :WS-OPID
                    FROM   SYSIBM.SYSDUMMY1
                END-EXEC.
       3100-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3500-ANSWER-DECISION - TURN THE API'S RESP-CODE INTO A SCREEN  *
      *          MESSAGE. A DONE OR GONE ITEM REBUILDS THE INBOX; ANY  *
      *          REFUSAL LEAVES THE ITEM OPEN SO THE OPERATOR SEES WHY *
      ******************************************************************
       3500-ANSWER-DECISION.
                EVALUATE IB-API-RESP
                    WHEN 0
                         MOVE 'DONE - ITEM DECIDED' TO WS-MESSAGE
                         IF QR-TYPE = 'PC'
                            MOVE 'DONE - CHANGE CANCELLED' TO WS-MESSAGE
                         END-IF
                    WHEN 2
                         MOVE 'ITEM NO LONGER WAITING - LIST REFRESHED'
                           TO WS-MESSAGE
                    WHEN 4
                         MOVE 'REFUSED - YOU MADE THIS ITEM YOURSELF'
                           TO WS-MESSAGE
                    WHEN 5
                         IF QR-TYPE = 'LV'
                            MOVE IB-API-REMAINING TO WS-COVER-REMAINING
                            MOVE IB-API-ON-LEAVE  TO WS-COVER-ON-LEAVE
                            MOVE IB-API-FLOOR     TO WS-COVER-FLOOR
                            MOVE WS-COVER-MSG     TO WS-MESSAGE
                         END-IF
                         IF QR-TYPE = 'AG'
                            MOVE 'REFUSED - ACCESS IS ALREADY GRANTED'
                              TO WS-MESSAGE
                         END-IF
                         IF QR-TYPE = 'AD'
                            MOVE 'BALANCE MOVED - PRESS ENTER TO RETRY'
                              TO WS-MESSAGE
                         END-IF
                    WHEN 97
                         MOVE 'REFUSED - YOUR ROLES DO NOT PERMIT THIS'
                           TO WS-MESSAGE
                    WHEN 1
                         EXEC CICS SYNCPOINT ROLLBACK
                         END-EXEC
                         MOVE IB-API-OUT(1793:256) TO API-ERROR-BLOCK
                         MOVE 'FAILED - SQL ERROR, NOTHING WAS CHANGED'
                           TO WS-MESSAGE
                         IF AEB-PRESENT
                            MOVE AEB-MESSAGE TO WS-MESSAGE
                         END-IF
                    WHEN OTHER
                         MOVE IB-API-OUT(1793:256) TO API-ERROR-BLOCK
                         MOVE 'REFUSED BY THE OWNING PROGRAM'
                           TO WS-MESSAGE
                         IF AEB-PRESENT
                            MOVE AEB-MESSAGE TO WS-MESSAGE
                         END-IF
                END-EVALUATE.

                IF IB-API-RESP = 0 OR IB-API-RESP = 2
                   PERFORM 3600-REFRESH-INBOX
                   THRU    3600-EXIT
                ELSE
                   PERFORM 2600-SHOW-DETAIL
                   THRU    2600-EXIT
                END-IF.
       3500-EXIT.
                EXIT.
      /
      ******************************************************************
      * 3600-REFRESH-INBOX - REBUILD THE LIST AFTER A DECISION,        *
      *          KEEPING THE DECISION'S MESSAGE AND THE PAGE THE       *
      *          OPERATOR WAS ON WHERE IT STILL EXISTS                 *
      ******************************************************************
       3600-REFRESH-INBOX.
                MOVE CA-PAGE-NO TO WS-LINE-NO.

                PERFORM 1600-SPOOL-INBOX
                THRU    1600-EXIT.

                MOVE WS-ROWS-FETCHED TO CA-ROW-COUNT.
                MOVE SPACES          TO CA-ITEM.
                MOVE WS-LINE-NO      TO CA-PAGE-NO.
                IF (CA-PAGE-NO - 1) * WS-PAGE-SIZE >= CA-ROW-COUNT
                   MOVE 1 TO CA-PAGE-NO
                END-IF.

                PERFORM 2200-SHOW-PAGE
                THRU    2200-EXIT.
       3600-EXIT.
                EXIT.
