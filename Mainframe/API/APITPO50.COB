      *-----------------------------------------------------------------
      *  APITPO50 - TECHNICAL PROGRAM FOR HARDWARE PROCUREMENT. A
      *             REQUEST FOR A QUANTITY OF ONE HARDWARE TYPE IS
      *             RAISED FOR A DEPARTMENT, OR FOR A NAMED NEW HIRE,
      *             AND THE DEPARTMENT MANAGER NAMED ON DEPT.MGRNO
      *             APPROVES OR REJECTS IT. PROCUREMENT THEN RECORDS
      *             THE ORDER - SUPPLIER, PO NUMBER AND UNIT COST -
      *             AND, AS EACH ITEM ARRIVES, RECEIVES IT: THE ASSET
      *             TAG IS REGISTERED ON HARDWARE WITH ITS COMPONENTS,
      *             INSURED VALUES, PURCHASE DATE AND COST, AND THE
      *             REQUEST IS COMPLETE WHEN THE LAST ITEM IS IN.
      *             COBHWDEP AGES AN ITEM FROM THAT PURCHASE DATE,
      *             COBHWORD REPORTS WHAT IS STILL OUTSTANDING AND
      *             COBONBD FLAGS A NEW HIRE STILL WAITING FOR KIT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP050.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE EMP
           END-EXEC.

           EXEC SQL
               INCLUDE DEPT
           END-EXEC.

           EXEC SQL
               INCLUDE HWREQ
           END-EXEC.

           EXEC SQL
               INCLUDE HARDWARE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  HWREQ-WORK-RECORD.
           10 WS-REQ-NO               PIC X(20).
           10 WS-DEPTNO               PIC X(3).
           10 WS-HIRE-EMPNO           PIC X(6).
           10 WS-HW-TYPE              PIC X(8).
           10 WS-QTY                  PIC S9(4) USAGE COMP.
           10 WS-QTY-RECEIVED         PIC S9(4) USAGE COMP.
           10 WS-HRSTATUS             PIC X(1).
           10 WS-REQ-BY               PIC X(6).
           10 WS-REQ-DATE             PIC X(10).
           10 WS-SUPPLIER             PIC X(30).
           10 WS-PO-NO                PIC X(12).
           10 WS-UNIT-COST            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-ORDER-DATE           PIC X(10).

       01  HARDWARE-MASTER-RECORD.
           10 WS-HARDWARE-ID          PIC X(10).
           10 WS-MOUSE-ID             PIC X(10).
           10 WS-KEYBOARD-ID          PIC X(10).
           10 WS-CPU-ID               PIC X(10).
           10 WS-MONITOR-ID           PIC X(10).
           10 WS-MOUSE-INS-VALUE      PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-KEYBOARD-INS-VALUE   PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CPU-INS-VALUE        PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-MONITOR-INS-VALUE    PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-RECEIPT-DATE         PIC X(10).

       01  WS-MGRNO                   PIC X(6).
       01  WS-DECIDER-EMPNO           PIC X(6).
       01  WS-NEW-STATUS              PIC X(1).
       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.
       01  WS-ERR-TABLE               PIC X(18).

       01  WS-TODAY-DATE              PIC 9(6).
       01  WS-TODAY-TIME              PIC 9(8).
       01  WS-TODAY-ISO               PIC X(10).

      *    THE TWO REQUEST LISTS SHARE ONE CURSOR: 'M' = A MANAGER'S
      *    DEPARTMENT QUEUE, 'B' = THE PROCUREMENT (BUYING) QUEUE OF
      *    REQUESTS APPROVED OR ON ORDER.
       01  WS-LIST-MODE               PIC X(1).
       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               SELECT
                   R.REQ_NO
                 , R.DEPTNO
                 , R.HIRE_EMPNO
                 , R.HW_TYPE
                 , R.QTY
                 , R.QTY_RECEIVED
                 , R.HRSTATUS
                 , R.REQ_DATE
                 , R.PO_NO
                 , R.UNIT_COST
               FROM HW_REQUEST R
               WHERE (:WS-LIST-MODE = 'M'
                      AND R.HRSTATUS = 'P'
                      AND R.DEPTNO   = :WS-DEPTNO)
                  OR (:WS-LIST-MODE = 'B'
                      AND R.HRSTATUS IN ('A', 'O'))
               ORDER BY R.REQ_DATE, R.REQ_NO
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
           05 CMD01-REQ-BY            PIC X(6).
           05 CMD01-DEPTNO            PIC X(3).
           05 CMD01-HIRE-EMPNO        PIC X(6).
           05 CMD01-HW-TYPE           PIC X(8).
           05 CMD01-QTY               PIC 9(4).
           05 FILLER                  PIC X(485).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-DEPTNO            PIC X(3).
           05 FILLER                  PIC X(509).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-REQ-NO            PIC X(20).
           05 CMD03-MGR-EMPNO         PIC X(6).
           05 FILLER                  PIC X(486).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-REQ-NO            PIC X(20).
           05 CMD05-SUPPLIER          PIC X(30).
           05 CMD05-PO-NO             PIC X(12).
           05 CMD05-UNIT-COST         PIC S9(7)V9(2).
           05 CMD05-ORDER-DATE        PIC X(10).
           05 FILLER                  PIC X(431).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-REQ-NO            PIC X(20).
           05 CMD06-HARDWARE-ID       PIC X(10).
           05 CMD06-MOUSE-ID          PIC X(10).
           05 CMD06-KEYBOARD-ID       PIC X(10).
           05 CMD06-CPU-ID            PIC X(10).
           05 CMD06-MONITOR-ID        PIC X(10).
           05 CMD06-MOUSE-INS-VALUE   PIC S9(7)V9(2).
           05 CMD06-KEYBOARD-INS-VALUE
                                      PIC S9(7)V9(2).
           05 CMD06-CPU-INS-VALUE     PIC S9(7)V9(2).
           05 CMD06-MONITOR-INS-VALUE PIC S9(7)V9(2).
           05 CMD06-RECEIPT-DATE      PIC X(10).
           05 FILLER                  PIC X(396).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-OUT-REQ-NO        PIC X(20).
           05 CMD01-OUT-HRSTATUS      PIC X(1).
       01 CMD06-DATA-OUT REDEFINES DATA-OUT.
           05 CMD06-OUT-QTY           PIC 9(4).
           05 CMD06-OUT-QTY-RECEIVED  PIC 9(4).
           05 CMD06-OUT-HRSTATUS      PIC X(1).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-REQUEST OCCURS 20 TIMES.
               10 CMD02-REQ-NO        PIC X(20).
               10 CMD02-DEPTNO-OUT    PIC X(3).
               10 CMD02-HIRE-EMPNO    PIC X(6).
               10 CMD02-HW-TYPE       PIC X(8).
               10 CMD02-QTY           PIC 9(4).
               10 CMD02-QTY-RECEIVED  PIC 9(4).
               10 CMD02-HRSTATUS      PIC X(1).
               10 CMD02-REQ-DATE      PIC X(10).
               10 CMD02-PO-NO         PIC X(12).
               10 CMD02-UNIT-COST     PIC S9(7)V9(2).
           05 CMD02-REQUEST-COUNT     PIC S9(4).
           05 CMD02-MORE-REQUESTS     PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'HW_REQUEST' TO WS-ERR-TABLE.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
                   THRU    CMD-01-EXIT
               WHEN 2
                   MOVE 'M'            TO WS-LIST-MODE
                   MOVE CMD02-DEPTNO   TO WS-DEPTNO
                   PERFORM 2000-LIST-REQUESTS
                   THRU    2000-EXIT
               WHEN 3
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      MOVE 'A' TO WS-NEW-STATUS
                      PERFORM CMD-03
                      THRU    CMD-03-EXIT
                   END-IF
               WHEN 4
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      MOVE 'R' TO WS-NEW-STATUS
                      PERFORM CMD-03
                      THRU    CMD-03-EXIT
                   END-IF
               WHEN 5
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-05
                      THRU    CMD-05-EXIT
                   END-IF
               WHEN 6
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-06
                      THRU    CMD-06-EXIT
                   END-IF
               WHEN 7
                   MOVE 'B'            TO WS-LIST-MODE
                   PERFORM 2000-LIST-REQUESTS
                   THRU    2000-EXIT
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - RAISE A HARDWARE REQUEST. FOR A NAMED NEW HIRE THE
      *          REQUEST BELONGS TO THE HIRE'S WORKDEPT, WHATEVER
      *          DEPARTMENT WAS KEYED; OTHERWISE IT IS FOR THE KEYED
      *          DEPARTMENT'S STOCK. THE REQUEST NUMBER IS BUILT FROM
      *          THE RAISER'S EMPNO AND THE DATE/TIME AND IS RETURNED
      *          WITH THE STATUS. THE REQUEST WAITS FOR THE MANAGER
      *          ON DEPT.MGRNO, EXCEPT ONE THE MANAGER RAISES, WHICH
      *          IS APPROVED AT ONCE. RESP-CODE 0 = RAISED, 3 = BAD
      *          QUANTITY OR TYPE, UNKNOWN RAISER, HIRE OR DEPARTMENT,
      *          4 = THE DEPARTMENT HAS NO MANAGER TO APPROVE IT, 1 =
      *          SQL ERROR.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-REQ-BY     TO WS-REQ-BY.
           MOVE CMD01-DEPTNO     TO WS-DEPTNO.
           MOVE CMD01-HIRE-EMPNO TO WS-HIRE-EMPNO.
           MOVE CMD01-HW-TYPE    TO WS-HW-TYPE.
           MOVE SPACES           TO DATA-OUT.

           ACCEPT WS-TODAY-DATE FROM DATE.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 9100-SET-TODAY-ISO.

           IF CMD01-QTY NOT NUMERIC
              MOVE 3 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.
           MOVE CMD01-QTY TO WS-QTY.

           IF WS-QTY NOT > ZERO
              OR WS-HW-TYPE = SPACES
              OR WS-REQ-BY  = SPACES
              MOVE 3 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM EMP
                WHERE EMPNO = :WS-REQ-BY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 3 TO RESP-CODE
                   GO TO CMD-01-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-01-EXIT
           END-EVALUATE.

           IF WS-HIRE-EMPNO NOT = SPACES
              EXEC SQL
                   SELECT
                       WORKDEPT
                   INTO
                       :WS-DEPTNO
                   FROM EMP
                   WHERE EMPNO = :WS-HIRE-EMPNO
              END-EXEC
              EVALUATE SQLCODE
                  WHEN 0
                      CONTINUE
                  WHEN 100
                      MOVE 3 TO RESP-CODE
                      GO TO CMD-01-EXIT
                  WHEN OTHER
                      MOVE 1 TO RESP-CODE
                      PERFORM 9800-SET-ERROR-BLOCK
                      GO TO CMD-01-EXIT
              END-EVALUATE
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(MGRNO, ' ')
                INTO
                    :WS-MGRNO
                FROM DEPT
                WHERE DEPTNO = :WS-DEPTNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 3 TO RESP-CODE
                   GO TO CMD-01-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-01-EXIT
           END-EVALUATE.

           IF WS-MGRNO = SPACES
              MOVE 4 TO RESP-CODE
              GO TO CMD-01-EXIT
           END-IF.

           IF WS-MGRNO = WS-REQ-BY
              MOVE 'A'       TO WS-HRSTATUS
              MOVE WS-REQ-BY TO WS-DECIDER-EMPNO
           ELSE
              MOVE 'P'       TO WS-HRSTATUS
              MOVE SPACES    TO WS-DECIDER-EMPNO
           END-IF.

           MOVE SPACES TO WS-REQ-NO.
           STRING WS-REQ-BY WS-TODAY-DATE WS-TODAY-TIME
                  DELIMITED BY SIZE
             INTO WS-REQ-NO.

           EXEC SQL
                INSERT INTO HW_REQUEST
                    (
                        REQ_NO
                      , DEPTNO
                      , HIRE_EMPNO
                      , HW_TYPE
                      , QTY
                      , QTY_RECEIVED
                      , HRSTATUS
                      , REQ_BY
                      , REQ_DATE
                      , MGR_EMPNO
                      , MGR_DATE
                      , SUPPLIER
                      , PO_NO
                      , UNIT_COST
                      , ORDER_DATE
                      , LAST_RCPT_DATE
                    )
                VALUES
                    (
                        :WS-REQ-NO
                      , :WS-DEPTNO
                      , :WS-HIRE-EMPNO
                      , :WS-HW-TYPE
                      , :WS-QTY
                      , 0
                      , :WS-HRSTATUS
                      , :WS-REQ-BY
                      , :WS-TODAY-ISO
                      , :WS-DECIDER-EMPNO
                      , CASE WHEN :WS-HRSTATUS = 'A'
                             THEN DATE(:WS-TODAY-ISO) END
                      , ' '
                      , ' '
                      , 0
                      , NULL
                      , NULL
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-REQ-NO   TO CMD01-OUT-REQ-NO
                   MOVE WS-HRSTATUS TO CMD01-OUT-HRSTATUS
                   MOVE 0           TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1           TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-01-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2000-LIST-REQUESTS - COMMANDS 2 AND 7: LIST A MANAGER'S
      *          PENDING DEPARTMENT REQUESTS, OR THE PROCUREMENT QUEUE
      *          OF REQUESTS APPROVED AND NOT YET FULLY RECEIVED,
      *          OLDEST FIRST, UP TO 20 AT A TIME.
      *-----------------------------------------------------------------
       2000-LIST-REQUESTS.
           MOVE SPACES         TO DATA-OUT.
           MOVE SPACES         TO END-OF-C1-SWITCH.
           MOVE 0              TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C1
           END-EXEC.

           PERFORM 2100-FETCH-C1
           THRU    2100-EXIT
           UNTIL END-OF-C1 OR WS-LIST-COUNT = 20.

           IF WS-LIST-COUNT = 20
              EXEC SQL
                  FETCH C1
                  INTO :WS-REQ-NO,
                       :WS-DEPTNO,
                       :WS-HIRE-EMPNO,
                       :WS-HW-TYPE,
                       :WS-QTY,
                       :WS-QTY-RECEIVED,
                       :WS-HRSTATUS,
                       :WS-REQ-DATE,
                       :WS-PO-NO,
                       :WS-UNIT-COST
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO CMD02-MORE-REQUESTS
              ELSE
                 MOVE 'N' TO CMD02-MORE-REQUESTS
              END-IF
           ELSE
              MOVE 'N' TO CMD02-MORE-REQUESTS
           END-IF.

           EXEC SQL
               CLOSE C1
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD02-REQUEST-COUNT.
           MOVE 0 TO RESP-CODE.
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2100-FETCH-C1 - FETCH ONE REQUEST INTO THE OUTPUT TABLE.
      *-----------------------------------------------------------------
       2100-FETCH-C1.
           EXEC SQL
               FETCH C1
               INTO :WS-REQ-NO,
                    :WS-DEPTNO,
                    :WS-HIRE-EMPNO,
                    :WS-HW-TYPE,
                    :WS-QTY,
                    :WS-QTY-RECEIVED,
                    :WS-HRSTATUS,
                    :WS-REQ-DATE,
                    :WS-PO-NO,
                    :WS-UNIT-COST
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-REQ-NO
                              TO CMD02-REQ-NO        (WS-LIST-COUNT)
                   MOVE WS-DEPTNO
                              TO CMD02-DEPTNO-OUT    (WS-LIST-COUNT)
                   MOVE WS-HIRE-EMPNO
                              TO CMD02-HIRE-EMPNO    (WS-LIST-COUNT)
                   MOVE WS-HW-TYPE
                              TO CMD02-HW-TYPE       (WS-LIST-COUNT)
                   MOVE WS-QTY
                              TO CMD02-QTY           (WS-LIST-COUNT)
                   MOVE WS-QTY-RECEIVED
                              TO CMD02-QTY-RECEIVED  (WS-LIST-COUNT)
                   MOVE WS-HRSTATUS
                              TO CMD02-HRSTATUS      (WS-LIST-COUNT)
                   MOVE WS-REQ-DATE
                              TO CMD02-REQ-DATE      (WS-LIST-COUNT)
                   MOVE WS-PO-NO
                              TO CMD02-PO-NO         (WS-LIST-COUNT)
                   MOVE WS-UNIT-COST
                              TO CMD02-UNIT-COST     (WS-LIST-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO END-OF-C1-SWITCH
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - THE DEPARTMENT MANAGER APPROVES (COMMAND 3) OR
      *          REJECTS (COMMAND 4) A PENDING REQUEST. ONLY THE
      *          MANAGER ON DEPT.MGRNO FOR THE REQUEST'S DEPARTMENT
      *          MAY DECIDE IT, AND NEVER ONE THEY RAISED. THE 'P'
      *          GUARD MEANS TWO MANAGERS ACTING AT ONCE CANNOT BOTH
      *          DECIDE IT. RESP-CODE 0 = DECIDED, 2 = REQUEST NOT
      *          FOUND OR NOT PENDING THE MANAGER, 6 = THE APPROVER IS
      *          NOT THE DEPARTMENT MANAGER, 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-REQ-NO    TO WS-REQ-NO.
           MOVE CMD03-MGR-EMPNO TO WS-DECIDER-EMPNO.
           MOVE SPACES          TO DATA-OUT.
           MOVE 0               TO RESP-CODE.

           EXEC SQL
                SELECT
                    R.REQ_BY
                  , COALESCE(D.MGRNO, ' ')
                INTO
                    :WS-REQ-BY
                  , :WS-MGRNO
                FROM HW_REQUEST R
                LEFT JOIN DEPT D
                       ON D.DEPTNO = R.DEPTNO
                WHERE R.REQ_NO   = :WS-REQ-NO
                  AND R.HRSTATUS = 'P'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   GO TO CMD-03-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-03-EXIT
           END-EVALUATE.

           IF WS-DECIDER-EMPNO NOT = WS-MGRNO
              OR WS-DECIDER-EMPNO = WS-REQ-BY
              MOVE 6 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE.
           PERFORM 9100-SET-TODAY-ISO.

           EXEC SQL
                UPDATE HW_REQUEST
                   SET HRSTATUS  = :WS-NEW-STATUS
                     , MGR_EMPNO = :WS-DECIDER-EMPNO
                     , MGR_DATE  = :WS-TODAY-ISO
                 WHERE REQ_NO   = :WS-REQ-NO
                   AND HRSTATUS = 'P'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-05 - PROCUREMENT RECORDS THE ORDER FOR AN APPROVED
      *          REQUEST: SUPPLIER, PO NUMBER, UNIT COST AND ORDER
      *          DATE (TODAY WHEN NONE IS KEYED). RESP-CODE 0 =
      *          ORDERED, 2 = REQUEST NOT FOUND OR NOT APPROVED, 3 =
      *          MISSING SUPPLIER OR PO NUMBER, BAD COST OR DATE, 1 =
      *          SQL ERROR.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE CMD05-REQ-NO     TO WS-REQ-NO.
           MOVE CMD05-SUPPLIER   TO WS-SUPPLIER.
           MOVE CMD05-PO-NO      TO WS-PO-NO.
           MOVE CMD05-ORDER-DATE TO WS-ORDER-DATE.
           MOVE SPACES           TO DATA-OUT.

           ACCEPT WS-TODAY-DATE FROM DATE.
           PERFORM 9100-SET-TODAY-ISO.
           IF WS-ORDER-DATE = SPACES
              MOVE WS-TODAY-ISO TO WS-ORDER-DATE
           END-IF.

           IF CMD05-UNIT-COST NOT NUMERIC
              MOVE 3 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           MOVE CMD05-UNIT-COST TO WS-UNIT-COST.

           IF WS-UNIT-COST NOT > ZERO
              OR WS-SUPPLIER   = SPACES
              OR WS-PO-NO      = SPACES
              OR WS-ORDER-DATE > WS-TODAY-ISO
              MOVE 3 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                UPDATE HW_REQUEST
                   SET HRSTATUS   = 'O'
                     , SUPPLIER   = :WS-SUPPLIER
                     , PO_NO      = :WS-PO-NO
                     , UNIT_COST  = :WS-UNIT-COST
                     , ORDER_DATE = :WS-ORDER-DATE
                 WHERE REQ_NO   = :WS-REQ-NO
                   AND HRSTATUS = 'A'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - RECEIVE ONE ITEM AGAINST AN ORDER AND REGISTER ITS
      *          ASSET TAG ON HARDWARE WITH THE COMPONENT IDS AND
      *          INSURED VALUES KEYED FROM THE DELIVERY, THE RECEIPT
      *          DATE (TODAY WHEN NONE IS KEYED) AS PURCHASE DATE AND
      *          THE ORDER'S UNIT COST AS PURCHASE COST. THE COUNT IS
      *          TAKEN FIRST, UNDER A GUARD THAT REFUSES MORE ITEMS
      *          THAN WERE ORDERED, AND THE REGISTRATION UNDER THE
      *          SAME SAVEPOINT - IF THE TAG CANNOT BE REGISTERED THE
      *          COUNT IS ROLLED BACK. THE REQUEST IS COMPLETE ('C')
      *          WITH THE LAST ITEM. THE COUNTS AND STATUS ARE
      *          RETURNED. RESP-CODE 0 = RECEIVED, 2 = REQUEST NOT
      *          FOUND, NOT ON ORDER OR ALREADY FULLY RECEIVED, 3 =
      *          MISSING ASSET TAG, BAD VALUE OR DATE, OR THE TAG IS
      *          ALREADY ON HARDWARE, 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE CMD06-REQ-NO       TO WS-REQ-NO.
           MOVE CMD06-HARDWARE-ID  TO WS-HARDWARE-ID.
           MOVE CMD06-MOUSE-ID     TO WS-MOUSE-ID.
           MOVE CMD06-KEYBOARD-ID  TO WS-KEYBOARD-ID.
           MOVE CMD06-CPU-ID       TO WS-CPU-ID.
           MOVE CMD06-MONITOR-ID   TO WS-MONITOR-ID.
           MOVE CMD06-RECEIPT-DATE TO WS-RECEIPT-DATE.
           MOVE SPACES             TO DATA-OUT.

           ACCEPT WS-TODAY-DATE FROM DATE.
           PERFORM 9100-SET-TODAY-ISO.
           IF WS-RECEIPT-DATE = SPACES
              MOVE WS-TODAY-ISO TO WS-RECEIPT-DATE
           END-IF.

           IF CMD06-MOUSE-INS-VALUE    NOT NUMERIC
              OR CMD06-KEYBOARD-INS-VALUE NOT NUMERIC
              OR CMD06-CPU-INS-VALUE      NOT NUMERIC
              OR CMD06-MONITOR-INS-VALUE  NOT NUMERIC
              OR WS-HARDWARE-ID  = SPACES
              OR WS-RECEIPT-DATE > WS-TODAY-ISO
              MOVE 3 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.
           MOVE CMD06-MOUSE-INS-VALUE    TO WS-MOUSE-INS-VALUE.
           MOVE CMD06-KEYBOARD-INS-VALUE TO WS-KEYBOARD-INS-VALUE.
           MOVE CMD06-CPU-INS-VALUE      TO WS-CPU-INS-VALUE.
           MOVE CMD06-MONITOR-INS-VALUE  TO WS-MONITOR-INS-VALUE.

           EXEC SQL
               SAVEPOINT HWRCPT UNIQUE ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-06-EXIT
           END-IF.

           EXEC SQL
                UPDATE HW_REQUEST
                   SET QTY_RECEIVED   = QTY_RECEIVED + 1
                     , HRSTATUS       =
                           CASE WHEN QTY_RECEIVED + 1 >= QTY
                                THEN 'C' ELSE 'O' END
                     , LAST_RCPT_DATE = :WS-RECEIPT-DATE
                 WHERE REQ_NO   = :WS-REQ-NO
                   AND HRSTATUS = 'O'
                   AND QTY_RECEIVED < QTY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   PERFORM 3900-UNDO-RECEIPT
                   THRU    3900-EXIT
                   GO TO CMD-06-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   PERFORM 3900-UNDO-RECEIPT
                   THRU    3900-EXIT
                   GO TO CMD-06-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT
                    QTY
                  , QTY_RECEIVED
                  , HRSTATUS
                  , UNIT_COST
                INTO
                    :WS-QTY
                  , :WS-QTY-RECEIVED
                  , :WS-HRSTATUS
                  , :WS-UNIT-COST
                FROM HW_REQUEST
                WHERE REQ_NO = :WS-REQ-NO
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              PERFORM 3900-UNDO-RECEIPT
              THRU    3900-EXIT
              GO TO CMD-06-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO HARDWARE
                    (
                        HARDWARE_ID
                      , MOUSE_ID
                      , KEYBOARD_ID
                      , CPU_ID
                      , MONITOR_ID
                      , MOUSE_INS_VALUE
                      , KEYBOARD_INS_VALUE
                      , CPU_INS_VALUE
                      , MONITOR_INS_VALUE
                      , PURCHASE_DATE
                      , PURCHASE_COST
                      , HW_REQ_NO
                    )
                VALUES
                    (
                        :WS-HARDWARE-ID
                      , :WS-MOUSE-ID
                      , :WS-KEYBOARD-ID
                      , :WS-CPU-ID
                      , :WS-MONITOR-ID
                      , :WS-MOUSE-INS-VALUE
                      , :WS-KEYBOARD-INS-VALUE
                      , :WS-CPU-INS-VALUE
                      , :WS-MONITOR-INS-VALUE
                      , :WS-RECEIPT-DATE
                      , :WS-UNIT-COST
                      , :WS-REQ-NO
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-QTY          TO CMD06-OUT-QTY
                   MOVE WS-QTY-RECEIVED TO CMD06-OUT-QTY-RECEIVED
                   MOVE WS-HRSTATUS     TO CMD06-OUT-HRSTATUS
                   MOVE 0               TO RESP-CODE
                   EXEC SQL
                       RELEASE SAVEPOINT HWRCPT
                   END-EXEC
                   IF SQLCODE NOT = 0
                      MOVE 1 TO RESP-CODE
                      PERFORM 9800-SET-ERROR-BLOCK
                   ELSE
                      PERFORM 9700-WRITE-AUDIT
                   END-IF
               WHEN -803
                   MOVE 3 TO RESP-CODE
                   PERFORM 3900-UNDO-RECEIPT
                   THRU    3900-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   MOVE 'HARDWARE' TO WS-ERR-TABLE
                   PERFORM 9800-SET-ERROR-BLOCK
                   PERFORM 3900-UNDO-RECEIPT
                   THRU    3900-EXIT
           END-EVALUATE.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3900-UNDO-RECEIPT - ROLL BACK TO THE SAVEPOINT, KEEPING THE
      *          FAILING STEP'S RESP-CODE AND ERROR BLOCK.
      *-----------------------------------------------------------------
       3900-UNDO-RECEIPT.
           MOVE DATA-OUT(1793:256) TO API-ERROR-BLOCK.

           EXEC SQL
               ROLLBACK TO SAVEPOINT HWRCPT
           END-EXEC.

      *    THE SAVEPOINT OUTLIVES THE ROLLBACK TO IT - RELEASE IT SO
      *    THE NEXT COMMAND IN THE SAME UNIT OF WORK CAN SET IT AGAIN.
           IF SQLCODE = 0
              EXEC SQL
                  RELEASE SAVEPOINT HWRCPT
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           ELSE
              MOVE SPACES          TO DATA-OUT
              MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256)
           END-IF.
       3900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9100-SET-TODAY-ISO - YYYY-MM-DD FROM THE 6-DIGIT SYSTEM DATE.
      *-----------------------------------------------------------------
       9100-SET-TODAY-ISO.
           MOVE SPACES TO WS-TODAY-ISO.
           STRING '20' WS-TODAY-DATE(1:2) '-'
                  WS-TODAY-DATE(3:2) '-'
                  WS-TODAY-DATE(5:2)
                  DELIMITED BY SIZE
             INTO WS-TODAY-ISO.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'       TO AEB-EYECATCHER.
           MOVE 'APITP050'   TO AEB-PROGRAM.
           MOVE CMD-CODE     TO AEB-CMD-CODE.
           MOVE SQLCODE      TO AEB-SQLCODE.
           MOVE SQLSTATE     TO AEB-SQLSTATE.
           MOVE WS-ERR-TABLE TO AEB-TABLE.
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
           MOVE WS-REQ-NO     TO WS-AUD-KEY.
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
                        'APITP050'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , 'HW_REQUEST'
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
                WHERE A.AUTH_PROGRAM = 'APITP050'
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
                            (USER, 'APITP050', :CMD-CODE,
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
