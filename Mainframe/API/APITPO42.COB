      *-----------------------------------------------------------------
      *  APITPO42 - TECHNICAL PROGRAM TO MAINTAIN THE CHQREG CHEQUE
      *             REGISTER COBCHQRN WRITES. AN OUTSTANDING CHEQUE CAN
      *             BE VOIDED - ITS PAYMENT GOES BACK ON THE PAYREISS
      *             QUEUE SO THE NEXT COBBNKEX OR COBCHQRN RUN PAYS IT
      *             AGAIN - OR REISSUED UNDER A NEW NUMBER FOR THE SAME
      *             MONEY, WHICH THE NEXT COBCHQRN RUN PRINTS. A CHEQUE
      *             THE BANK HAS CLEARED IS MARKED PRESENTED, WHICH
      *             TAKES IT OFF THE 90-DAY OUTSTANDING REPORT. A
      *             CHEQUE IS NEVER DELETED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP042.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE CHQREG
           END-EXEC.

           EXEC SQL
               INCLUDE PAYREISS
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  CHEQUE-RECORD.
           10 WS-CHQ-NO               PIC S9(8) USAGE COMP-3.
           10 WS-EMPNO                PIC X(6).
           10 WS-PYEARMONTH           PIC X(6).
           10 WS-CSOURCE              PIC X(1).
           10 WS-AMOUNT               PIC S9(9)V9(2) USAGE COMP-3.
           10 WS-CURRCODE             PIC X(3).
           10 WS-ISSUE-DATE           PIC X(10).
           10 WS-CSTATUS              PIC X(1).
           10 WS-STATUS-DATE          PIC X(10).
           10 WS-REPLACES-NO          PIC S9(8) USAGE COMP-3.
           10 WS-PRINTED              PIC X(1).

      *    THE REPLACEMENT CHEQUE A REISSUE TAKES - ONE ABOVE THE
      *    HIGHEST NUMBER ON THE REGISTER.
       01  WS-NEW-CHQ-NO              PIC S9(8) USAGE COMP-3.

      *    THE PAYREISS ROW A VOID QUEUES. RETREASON 'CV' TELLS A
      *    VOIDED CHEQUE FROM A BANK RETURN.
       01  WS-RETDATE                 PIC 9(6).
       01  WS-RETAMOUNT               PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   CHQ_NO
                 , PYEARMONTH
                 , CSOURCE
                 , AMOUNT
                 , CURRCODE
                 , CHAR(ISSUE_DATE, ISO)
                 , CSTATUS
                 , CHAR(STATUS_DATE, ISO)
                 , REPLACES_NO
                 , PRINTED
               FROM CHQREG
               WHERE EMPNO = :WS-EMPNO
               ORDER BY CHQ_NO DESC
           END-EXEC.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20).
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80).

           COPY CPAUDCHW.


      *    ROLE-BASED COMMAND AUTHORIZATION (SEE AUTH_ROLE_CMD /
      *    9600-CHECK-AUTH). RESP-CODE 97 = NOT AUTHORIZED.
       77  AUTH-OK-SWITCH             PIC X     VALUE SPACES.
           88 AUTH-OK                           VALUE 'Y'.
       01  WS-AUTH-DUMMY              PIC S9(4) USAGE COMP.
       01  WS-DENY-DATE               PIC 9(6).
       01  WS-DENY-TIME               PIC 9(8).

           COPY APIERRB.

       LINKAGE SECTION.
       01 CMD-CODE  PIC 99.
       01 RESP-CODE PIC 99.
       01 DATA-IN   PIC X(512).
       01 CMD01-DATA-IN REDEFINES DATA-IN.
           05 CMD01-EMPNO             PIC X(6).
           05 FILLER                  PIC X(506).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-CHQ-NO            PIC 9(8).
           05 FILLER                  PIC X(504).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-CHQ-NO            PIC 9(8).
           05 FILLER                  PIC X(504).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-CHQ-NO            PIC 9(8).
           05 CMD04-PRESENTED         PIC X(10).
           05 FILLER                  PIC X(494).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-CHEQUE OCCURS 20 TIMES.
               10 CMD01-CHQ-NO        PIC 9(8).
               10 CMD01-PYEARMONTH    PIC X(6).
               10 CMD01-CSOURCE       PIC X(1).
               10 CMD01-AMOUNT        PIC S9(9)V9(2).
               10 CMD01-CURRCODE      PIC X(3).
               10 CMD01-ISSUE-DATE    PIC X(10).
               10 CMD01-CSTATUS       PIC X(1).
               10 CMD01-STATUS-DATE   PIC X(10).
               10 CMD01-REPLACES-NO   PIC 9(8).
               10 CMD01-PRINTED       PIC X(1).
           05 CMD01-CHQ-COUNT         PIC S9(4).
           05 CMD01-MORE-CHQS         PIC X(1).
       01 CMD03-DATA-OUT REDEFINES DATA-OUT.
           05 CMD03-OUT-CHQ-NO        PIC 9(8).
           05 FILLER                  PIC X(2040).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
               WHEN 2
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-02
                   END-IF
               WHEN 3
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-03
                   END-IF
               WHEN 4
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-04
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - LIST AN EMPLOYEE'S CHEQUES, NEWEST FIRST, UP TO 20 AT
      *          A TIME.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMPNO TO WS-EMPNO.
           MOVE SPACES      TO DATA-OUT.
           MOVE SPACES      TO END-OF-C1-SWITCH.
           MOVE 0           TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C1
           END-EXEC.

           PERFORM 2100-FETCH-C1
           THRU    2100-EXIT
           UNTIL END-OF-C1 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C1
                  INTO :WS-CHQ-NO,
                       :WS-PYEARMONTH,
                       :WS-CSOURCE,
                       :WS-AMOUNT,
                       :WS-CURRCODE,
                       :WS-ISSUE-DATE,
                       :WS-CSTATUS,
                       :WS-STATUS-DATE,
                       :WS-REPLACES-NO,
                       :WS-PRINTED
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD01-MORE-CHQS
              ELSE
                 MOVE 'N' TO CMD01-MORE-CHQS
              END-IF
           ELSE
              MOVE 'N' TO CMD01-MORE-CHQS
           END-IF.

           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD01-CHQ-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * CMD-02 - VOID AN OUTSTANDING CHEQUE. ITS PAYMENT IS QUEUED ON
      *          PAYREISS AGAIN - A NEW ROW, OR THE ROW OF THE RETURN
      *          THE CHEQUE HAD REISSUED SET BACK TO QUEUED - AND IF
      *          THAT CANNOT BE DONE THE CHEQUE IS PUT BACK AS ISSUED,
      *          SO THE MONEY IS NEVER LEFT UNPAID AND UNQUEUED.
      *          RESP-CODE 0 = VOIDED, 2 = NO SUCH CHEQUE, 3 = THE
      *          CHEQUE IS NOT OUTSTANDING.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-CHQ-NO TO WS-CHQ-NO.
           MOVE SPACES       TO DATA-OUT.

           PERFORM 2200-GET-CHEQUE.

           IF RESP-CODE = 0
              EXEC SQL
                   UPDATE CHQREG
                      SET CSTATUS     = 'V'
                        , STATUS_DATE = CURRENT DATE
                    WHERE CHQ_NO  = :WS-CHQ-NO
                      AND CSTATUS = 'I'
              END-EXEC

              IF SQLCODE = 0
                 PERFORM 2300-QUEUE-PAYMENT
              ELSE
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * CMD-03 - REISSUE AN OUTSTANDING CHEQUE: IT IS MARKED REPLACED
      *          AND A NEW CHEQUE FOR THE SAME EMPLOYEE, PERIOD AND
      *          MONEY TAKES THE NEXT NUMBER, AWAITING PRINT BY
      *          COBCHQRN. THE PAYMENT IS STILL OWED ONCE, SO PAYREISS
      *          IS NOT TOUCHED. THE NEW NUMBER IS RETURNED. RESP-CODE
      *          0 = REISSUED, 2 = NO SUCH CHEQUE, 3 = THE CHEQUE IS
      *          NOT OUTSTANDING.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-CHQ-NO TO WS-CHQ-NO.
           MOVE SPACES       TO DATA-OUT.

           PERFORM 2200-GET-CHEQUE.

           IF RESP-CODE = 0
              EXEC SQL
                   SELECT
                       COALESCE(MAX(CHQ_NO), 0) + 1
                   INTO
                       :WS-NEW-CHQ-NO
                   FROM CHQREG
              END-EXEC

              IF SQLCODE = 0
                 EXEC SQL
                      UPDATE CHQREG
                         SET CSTATUS     = 'R'
                           , STATUS_DATE = CURRENT DATE
                       WHERE CHQ_NO  = :WS-CHQ-NO
                         AND CSTATUS = 'I'
                 END-EXEC
              END-IF

              IF SQLCODE = 0
                 PERFORM 2400-INSERT-REPLACEMENT
              ELSE
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * CMD-04 - MARK AN OUTSTANDING CHEQUE PRESENTED ON THE DATE THE
      *          BANK CLEARED IT (TODAY WHEN NO DATE IS GIVEN).
      *          RESP-CODE 0 = PRESENTED, 2 = NO SUCH CHEQUE, 3 = THE
      *          CHEQUE IS NOT OUTSTANDING.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE CMD04-CHQ-NO    TO WS-CHQ-NO.
           MOVE CMD04-PRESENTED TO WS-STATUS-DATE.
           MOVE SPACES          TO DATA-OUT.

           PERFORM 2200-GET-CHEQUE.

           IF RESP-CODE = 0
              IF WS-STATUS-DATE = SPACES
                 EXEC SQL
                      UPDATE CHQREG
                         SET CSTATUS     = 'P'
                           , STATUS_DATE = CURRENT DATE
                       WHERE CHQ_NO  = :WS-CHQ-NO
                         AND CSTATUS = 'I'
                 END-EXEC
              ELSE
                 EXEC SQL
                      UPDATE CHQREG
                         SET CSTATUS     = 'P'
                           , STATUS_DATE = :WS-STATUS-DATE
                       WHERE CHQ_NO  = :WS-CHQ-NO
                         AND CSTATUS = 'I'
                 END-EXEC
              END-IF

              IF SQLCODE = 0
                 PERFORM 9700-WRITE-AUDIT
              ELSE
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
              END-IF
           END-IF.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE CHEQUE ROW INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-CHQ-NO,
                    :WS-PYEARMONTH,
                    :WS-CSOURCE,
                    :WS-AMOUNT,
                    :WS-CURRCODE,
                    :WS-ISSUE-DATE,
                    :WS-CSTATUS,
                    :WS-STATUS-DATE,
                    :WS-REPLACES-NO,
                    :WS-PRINTED
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-CHQ-NO
                                  TO CMD01-CHQ-NO      (WS-LIST-COUNT)
                   MOVE WS-PYEARMONTH
                                  TO CMD01-PYEARMONTH  (WS-LIST-COUNT)
                   MOVE WS-CSOURCE
                                  TO CMD01-CSOURCE     (WS-LIST-COUNT)
                   MOVE WS-AMOUNT
                                  TO CMD01-AMOUNT      (WS-LIST-COUNT)
                   MOVE WS-CURRCODE
                                  TO CMD01-CURRCODE    (WS-LIST-COUNT)
                   MOVE WS-ISSUE-DATE
                                  TO CMD01-ISSUE-DATE  (WS-LIST-COUNT)
                   MOVE WS-CSTATUS
                                  TO CMD01-CSTATUS     (WS-LIST-COUNT)
                   MOVE WS-STATUS-DATE
                                  TO CMD01-STATUS-DATE (WS-LIST-COUNT)
                   MOVE WS-REPLACES-NO
                                  TO CMD01-REPLACES-NO (WS-LIST-COUNT)
                   MOVE WS-PRINTED
                                  TO CMD01-PRINTED     (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2200-GET-CHEQUE - READ THE CHEQUE IN WS-CHQ-NO. RESP-CODE 0 =
      *          OUTSTANDING AND OPEN TO CHANGE, 2 = NO SUCH CHEQUE,
      *          3 = ALREADY PRESENTED, VOIDED OR REPLACED. THE
      *          CHEQUE AS FOUND IS THE AUDIT BEFORE-IMAGE.
      *-----------------------------------------------------------------
       2200-GET-CHEQUE.
           EXEC SQL
               SELECT
                   EMPNO
                 , PYEARMONTH
                 , CSOURCE
                 , AMOUNT
                 , CURRCODE
                 , CSTATUS
               INTO
                   :WS-EMPNO
                 , :WS-PYEARMONTH
                 , :WS-CSOURCE
                 , :WS-AMOUNT
                 , :WS-CURRCODE
                 , :WS-CSTATUS
               FROM CHQREG
               WHERE CHQ_NO = :WS-CHQ-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-CSTATUS = 'I'
                      MOVE 0 TO RESP-CODE
                      STRING WS-EMPNO ' ' WS-PYEARMONTH ' '
                             WS-CSOURCE ' ' WS-CSTATUS
                             DELIMITED BY SIZE
                        INTO WS-AUD-BEFORE
                   ELSE
                      MOVE 3 TO RESP-CODE
                   END-IF
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * 2300-QUEUE-PAYMENT - PUT THE VOIDED CHEQUE'S PAYMENT ON THE
      *          PAYREISS QUEUE. A ROW ALREADY THERE (THE RETURN A
      *          REISSUE CHEQUE PAID, OR AN EARLIER VOID) IS SET BACK
      *          TO QUEUED. IF NEITHER WORKS THE VOID IS UNDONE.
      *-----------------------------------------------------------------
       2300-QUEUE-PAYMENT.
           ACCEPT WS-RETDATE FROM DATE.
           MOVE WS-AMOUNT TO WS-RETAMOUNT.

           EXEC SQL
                INSERT INTO PAYREISS
                    (
                        EMPNO
                      , PYEARMONTH
                      , RETDATE
                      , RETREASON
                      , RETAMOUNT
                      , RSTATUS
                    )
                VALUES
                    (
                        :WS-EMPNO
                      , :WS-PYEARMONTH
                      , :WS-RETDATE
                      , 'CV'
                      , :WS-RETAMOUNT
                      , 'Q'
                    )
           END-EXEC.

           IF SQLCODE = -803
              EXEC SQL
                   UPDATE PAYREISS
                      SET RETDATE    = :WS-RETDATE
                        , RETREASON  = 'CV'
                        , RETAMOUNT  = :WS-RETAMOUNT
                        , RSTATUS    = 'Q'
                    WHERE EMPNO      = :WS-EMPNO
                      AND PYEARMONTH = :WS-PYEARMONTH
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              MOVE 0 TO RESP-CODE
              PERFORM 9700-WRITE-AUDIT
           ELSE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              EXEC SQL
                   UPDATE CHQREG
                      SET CSTATUS = 'I'
                    WHERE CHQ_NO  = :WS-CHQ-NO
              END-EXEC
           END-IF.
      *-----------------------------------------------------------------
      * 2400-INSERT-REPLACEMENT - THE NEW CHEQUE, CARRYING THE OLD
      *          NUMBER IN REPLACES_NO. IF IT CANNOT BE WRITTEN THE OLD
      *          CHEQUE IS PUT BACK AS ISSUED.
      *-----------------------------------------------------------------
       2400-INSERT-REPLACEMENT.
           EXEC SQL
                INSERT INTO CHQREG
                    (
                        CHQ_NO
                      , EMPNO
                      , PYEARMONTH
                      , CSOURCE
                      , AMOUNT
                      , CURRCODE
                      , ISSUE_DATE
                      , CSTATUS
                      , STATUS_DATE
                      , REPLACES_NO
                      , PRINTED
                    )
                VALUES
                    (
                        :WS-NEW-CHQ-NO
                      , :WS-EMPNO
                      , :WS-PYEARMONTH
                      , :WS-CSOURCE
                      , :WS-AMOUNT
                      , :WS-CURRCODE
                      , CURRENT DATE
                      , 'I'
                      , CURRENT DATE
                      , :WS-CHQ-NO
                      , 'N'
                    )
           END-EXEC.

           IF SQLCODE = 0
              MOVE 0 TO RESP-CODE
              MOVE WS-NEW-CHQ-NO TO CMD03-OUT-CHQ-NO
              PERFORM 9700-WRITE-AUDIT
           ELSE
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              EXEC SQL
                   UPDATE CHQREG
                      SET CSTATUS = 'I'
                    WHERE CHQ_NO  = :WS-CHQ-NO
              END-EXEC
           END-IF.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP042' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE 'CHQREG'   TO AEB-TABLE.
           MOVE 'SQL ERROR - SEE SQLCODE/SQLSTATE'
                           TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * 9700-WRITE-AUDIT - ONE AUDITLOG ROW PER SUCCESSFUL UPDATING
      *          COMMAND: PROGRAM, COMMAND, OPERATOR (SQL AUTH ID),
      *          TIMESTAMP, KEY AND THE CHANGE IMAGES. A FAILURE TO
      *          AUDIT DOES NOT UNDO THE BUSINESS UPDATE - THE ROW IS
      *          EVIDENCE, NOT PART OF THE TRANSACTION.
      *-----------------------------------------------------------------
       9700-WRITE-AUDIT.
           ACCEPT WS-AUD-DATE FROM DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE DATA-IN(1:20) TO WS-AUD-KEY.
           MOVE DATA-IN(1:80) TO WS-AUD-AFTER.


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
                        'APITP042'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , 'CHQREG'
                      , :WS-AUD-KEY
                      , :WS-AUD-BEFORE
                      , :WS-AUD-AFTER
                      , :WS-AUD-SEQ
                      , :WS-AUD-CHAIN
                    )
           END-EXEC.

           MOVE SPACES TO WS-AUD-BEFORE.
      *-----------------------------------------------------------------
      * 9600-CHECK-AUTH - BEFORE ANY UPDATE COMMAND RUNS, THE
      *          OPERATOR'S ROLES (OPERATOR_ROLE, KEYED BY THE SQL
      *          AUTH ID APITPO18 AUTHENTICATED) MUST PERMIT THIS
      *          PROGRAM/COMMAND PAIR ON AUTH_ROLE_CMD. A REFUSAL
      *          ANSWERS RESP-CODE 97 AND LANDS ON AUTH_DENIAL FOR
      *          THE COBSECRP DAILY SECURITY REPORT.
      *-----------------------------------------------------------------
       9600-CHECK-AUTH.
           MOVE SPACES TO AUTH-OK-SWITCH.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-AUTH-DUMMY
                FROM AUTH_ROLE_CMD A
                WHERE A.AUTH_PROGRAM = 'APITP042'
                  AND A.AUTH_CMD     = :CMD-CODE
                  AND A.ROLE IN
                      (SELECT R.ROLE FROM OPERATOR_ROLE R
                        WHERE R.OPID = USER)
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO AUTH-OK-SWITCH
               WHEN 100
                   MOVE 97 TO RESP-CODE
                   ACCEPT WS-DENY-DATE FROM DATE
                   ACCEPT WS-DENY-TIME FROM TIME
                   EXEC SQL
                        INSERT INTO AUTH_DENIAL
                            (DENY_OPID, DENY_PROGRAM, DENY_CMD,
                             DENY_DATE, DENY_TIME)
                        VALUES
                            (USER, 'APITP042', :CMD-CODE,
                             :WS-DENY-DATE, :WS-DENY-TIME)
                   END-EXEC
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       9600-EXIT.
           EXIT.
      /
           COPY CPAUDFLD.
