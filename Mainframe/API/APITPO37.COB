      *             REFERENCE NAMES A REAL PROJECT WITHOUT CREATING A
      *             CYCLE - THE SAME DISCIPLINE APITPO26 BROUGHT TO
      *             DEPT WITH ITS ADMRDEPT PROTECTION.
      *             A PROJECT DONE FOR AN OUTSIDE CLIENT IS ALSO SET UP
      *             HERE FOR BILLING: ITS CLIENT, WHETHER IT IS
      *             BILLABLE AND ITS BILLING CURRENCY (PROJBILL), AND
      *             ITS RATE CARD OF DATED HOURLY RATES BY JOB CODE OR
      *             NAMED EMPLOYEE (RATECARD), WHICH THE MONTHLY
      *             COBPRJIV INVOICE RUN PRICES TIMESHEET HOURS FROM.
      *             ITS MILESTONES (PROJMILE) ARE KEPT HERE TOO: ADDED
      *             WITH A BASELINE DUE DATE AND OWNER, RE-FORECAST
      *             WITH EACH MOVE IMAGED TO AUDITLOG, AND COMPLETED,
      *             SO COBMILSR CAN REPORT THE SLIP EACH MONTH.
      *             A PROJECT BUILDING AN INTERNAL ASSET IS CLASSED
      *             CAPITAL HERE, WITH ITS CAPITALIZATION START AND
      *             STOP DATES AND ITS ASSET ACCOUNT (PROJCAP), SO THE
      *             MONTHLY COBPRJCP RUN CAN CAPITALIZE ITS LABOR.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE PROJECT
           END-EXEC.

           EXEC SQL
               INCLUDE PROJBILL
           END-EXEC.

           EXEC SQL
               INCLUDE RATECARD
           END-EXEC.

           EXEC SQL
               INCLUDE PROJMILE
           END-EXEC.

           EXEC SQL
               INCLUDE PROJCAP
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           10 WS-PROJ-ENDDATE         PIC X(10).
           10 WS-CTRLPROJ             PIC X(6).

       01  PROJECT-BILLING-RECORD.
           10 WS-CLIENT-NO            PIC X(10).
           10 WS-CLIENT-NAME          PIC X(30).
           10 WS-BILLABLE             PIC X(1).
           10 WS-BILL-CURR            PIC X(3).
           10 WS-OLD-BILL-CURR        PIC X(3).

       01  RATE-CARD-RECORD.
           10 WS-RC-EMPNO             PIC X(6).
           10 WS-RC-JOB               PIC X(8).
           10 WS-RC-EFF-FROM          PIC X(10).
           10 WS-RC-EFF-TO            PIC X(10).
           10 WS-RC-BILL-RATE         PIC S9(5)V9(2) USAGE COMP-3.

       01  MILESTONE-RECORD.
           10 WS-MILE-NO              PIC S9(4) USAGE COMP.
           10 WS-MILE-NAME            PIC X(30).
           10 WS-BASE-DATE            PIC X(10).
           10 WS-FCST-DATE            PIC X(10).
           10 WS-OLD-FCST-DATE        PIC X(10).
           10 WS-ACT-DATE             PIC X(10).
           10 WS-OWNER                PIC X(6).

       01  CAPITALIZATION-RECORD.
           10 WS-CAP-CLASS            PIC X(1).
           10 WS-CAP-START            PIC X(10).
           10 WS-CAP-STOP             PIC X(10).
           10 WS-ASSET-ACCOUNT        PIC X(8).
           10 WS-OLD-CAP-CLASS        PIC X(1).
           10 WS-OLD-CAP-START        PIC X(10).
           10 WS-OLD-CAP-STOP         PIC X(10).
           10 WS-OLD-ASSET-ACCOUNT    PIC X(8).

       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.
       01  WS-INVOICED-COUNT          PIC S9(9) USAGE COMP.
       01  WS-AUD-TABLE               PIC X(18) VALUE 'PROJECT'.
       01  WS-WALK-PROJ               PIC X(6).
       01  WS-WALK-PARENT             PIC X(6).
       01  WS-WALK-DEPTH              PIC S9(4) USAGE COMP.
           05 CMD04-PROJ-NO           PIC X(6).
           05 CMD04-CTRLPROJ          PIC X(6).
           05 FILLER                  PIC X(500).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-PROJ-NO           PIC X(6).
           05 CMD05-CLIENT-NO         PIC X(10).
           05 CMD05-CLIENT-NAME       PIC X(30).
           05 CMD05-BILLABLE          PIC X(1).
           05 CMD05-BILL-CURR         PIC X(3).
           05 FILLER                  PIC X(462).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-PROJ-NO           PIC X(6).
           05 CMD06-EMPNO             PIC X(6).
           05 CMD06-JOB               PIC X(8).
           05 CMD06-EFF-FROM          PIC X(10).
           05 CMD06-EFF-TO            PIC X(10).
           05 CMD06-BILL-RATE         PIC S9(5)V9(2).
           05 FILLER                  PIC X(465).
       01 CMD07-DATA-IN REDEFINES DATA-IN.
           05 CMD07-PROJ-NO           PIC X(6).
           05 CMD07-MILE-NO           PIC 9(3).
           05 CMD07-MILE-NAME         PIC X(30).
           05 CMD07-BASE-DATE         PIC X(10).
           05 CMD07-OWNER             PIC X(6).
           05 FILLER                  PIC X(457).
       01 CMD08-DATA-IN REDEFINES DATA-IN.
           05 CMD08-PROJ-NO           PIC X(6).
           05 CMD08-MILE-NO           PIC 9(3).
           05 CMD08-FCST-DATE         PIC X(10).
           05 FILLER                  PIC X(493).
       01 CMD09-DATA-IN REDEFINES DATA-IN.
           05 CMD09-PROJ-NO           PIC X(6).
           05 CMD09-MILE-NO           PIC 9(3).
           05 CMD09-ACT-DATE          PIC X(10).
           05 FILLER                  PIC X(493).
       01 CMD10-DATA-IN REDEFINES DATA-IN.
           05 CMD10-PROJ-NO           PIC X(6).
           05 CMD10-CAP-CLASS         PIC X(1).
           05 CMD10-CAP-START         PIC X(10).
           05 CMD10-CAP-STOP          PIC X(10).
           05 CMD10-ASSET-ACCOUNT     PIC X(8).
           05 FILLER                  PIC X(477).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-PROJ-NAME         PIC X(24).
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = PROJECT NOT FOUND,
      *             3 = A FIELD FAILED ITS EDIT (DEPT MISSING, DATES
      *             OUT OF ORDER, CTRLPROJ NOT A REAL PROJECT),
      *             2 ALSO ANSWERS A MILESTONE NOT ON FILE,
      *             5 = PROJECT ALREADY ON FILE, 6 = THE CTRLPROJ
      *             ATTACHMENT WOULD CREATE A CYCLE, 7 = THE BILLING
      *             CURRENCY CANNOT CHANGE ONCE HOURS ARE INVOICED,
      *             8 = A RATE FOR THE SAME EMPLOYEE OR JOB ALREADY
      *             STARTS ON OR AFTER THE NEW EFFECTIVE DATE,
      *             9 = THE MILESTONE IS ALREADY COMPLETED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'PROJECT' TO WS-AUD-TABLE.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
                      PERFORM CMD-04
                      THRU    CMD-04-EXIT
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
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-07
                      THRU    CMD-07-EXIT
                   END-IF
               WHEN 8
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-08
                      THRU    CMD-08-EXIT
                   END-IF
               WHEN 9
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-09
                      THRU    CMD-09-EXIT
                   END-IF
               WHEN 10
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-10
                      THRU    CMD-10-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-05 - SET A PROJECT'S CLIENT BILLING: CLIENT, BILLABLE 'Y'
      *          OR 'N', AND BILLING CURRENCY. THE FIRST CALL CREATES
      *          THE PROJBILL ROW, LATER ONES AMEND IT. THE CURRENCY
      *          IS FROZEN ONCE ANY HOURS ARE ON TSINVOICE, AS THEIR
      *          BILLED AMOUNTS ARE ALREADY IN IT.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE CMD05-PROJ-NO     TO WS-PROJ-NO.
           MOVE CMD05-CLIENT-NO   TO WS-CLIENT-NO.
           MOVE CMD05-CLIENT-NAME TO WS-CLIENT-NAME.
           MOVE CMD05-BILLABLE    TO WS-BILLABLE.
           MOVE CMD05-BILL-CURR   TO WS-BILL-CURR.
           MOVE 'PROJBILL'        TO WS-AUD-TABLE.
           MOVE SPACES            TO DATA-OUT.

           IF WS-CLIENT-NO = SPACES
           OR WS-BILL-CURR = SPACES
           OR (WS-BILLABLE NOT = 'Y' AND WS-BILLABLE NOT = 'N')
              MOVE 3 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM PROJECT
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    BILL_CURR
                INTO
                    :WS-OLD-BILL-CURR
                FROM PROJBILL
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   PERFORM 5100-INSERT-PROJBILL
                   THRU    5100-EXIT
                   GO TO CMD-05-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-05-EXIT
           END-EVALUATE.

           IF WS-BILL-CURR NOT = WS-OLD-BILL-CURR
              EXEC SQL
                   SELECT
                       COUNT(*)
                   INTO
                       :WS-INVOICED-COUNT
                   FROM TSINVOICE
                   WHERE PROJ_NO = :WS-PROJ-NO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-05-EXIT
              END-IF
              IF WS-INVOICED-COUNT > 0
                 MOVE 7 TO RESP-CODE
                 GO TO CMD-05-EXIT
              END-IF
           END-IF.

           EXEC SQL
               UPDATE PROJBILL
                  SET CLIENT_NO   = :WS-CLIENT-NO
                    , CLIENT_NAME = :WS-CLIENT-NAME
                    , BILLABLE    = :WS-BILLABLE
                    , BILL_CURR   = :WS-BILL-CURR
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 5100-INSERT-PROJBILL - A PROJECT'S FIRST BILLING SET-UP
      *-----------------------------------------------------------------
       5100-INSERT-PROJBILL.
           EXEC SQL
                INSERT INTO PROJBILL
                    (
                        PROJ_NO
                      , CLIENT_NO
                      , CLIENT_NAME
                      , BILLABLE
                      , BILL_CURR
                    )
                VALUES
                    (
                        :WS-PROJ-NO
                      , :WS-CLIENT-NO
                      , :WS-CLIENT-NAME
                      , :WS-BILLABLE
                      , :WS-BILL-CURR
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       5100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - ADD A RATE TO A BILLABLE PROJECT'S RATE CARD, FOR
      *          EITHER ONE NAMED EMPLOYEE OR ONE JOB CODE, NEVER
      *          BOTH. A BLANK END DATE IS OPEN-ENDED (9999-12-31).
      *          THE RATE IT REPLACES - THE SAME EMPLOYEE OR JOB'S
      *          RATE STILL IN EFFECT ON THE NEW START DATE - IS
      *          CLOSED THE DAY BEFORE, SO TWO RATES NEVER COVER THE
      *          SAME WEEK. A RATE ALREADY STARTING ON OR AFTER THE NEW
      *          DATE IS NOT OVERWRITTEN: THE ADD IS REFUSED.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE CMD06-PROJ-NO   TO WS-PROJ-NO.
           MOVE CMD06-EMPNO     TO WS-RC-EMPNO.
           MOVE CMD06-JOB       TO WS-RC-JOB.
           MOVE CMD06-EFF-FROM  TO WS-RC-EFF-FROM.
           MOVE CMD06-EFF-TO    TO WS-RC-EFF-TO.
           MOVE CMD06-BILL-RATE TO WS-RC-BILL-RATE.
           MOVE 'RATECARD'      TO WS-AUD-TABLE.
           MOVE SPACES          TO DATA-OUT.

           IF WS-RC-EFF-TO = SPACES
              MOVE '9999-12-31' TO WS-RC-EFF-TO
           END-IF.

           IF (WS-RC-EMPNO = SPACES AND WS-RC-JOB = SPACES)
           OR (WS-RC-EMPNO NOT = SPACES AND WS-RC-JOB NOT = SPACES)
           OR WS-RC-BILL-RATE NOT > ZERO
           OR WS-RC-EFF-FROM = SPACES
           OR WS-RC-EFF-FROM > WS-RC-EFF-TO
              MOVE 3 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.

      *    THE PROJECT MUST ALREADY BE SET UP FOR BILLING (CMD-05)
           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM PROJBILL
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-06-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-06-EXIT
           END-IF.

           IF WS-RC-EMPNO NOT = SPACES
              EXEC SQL
                   SELECT
                       1
                   INTO
                       :WS-DUMMY-ONE
                   FROM EMP
                   WHERE EMPNO = :WS-RC-EMPNO
              END-EXEC
              IF SQLCODE = 100
                 MOVE 3 TO RESP-CODE
                 GO TO CMD-06-EXIT
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-06-EXIT
              END-IF
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM RATECARD
                WHERE PROJ_NO   = :WS-PROJ-NO
                  AND EMPNO     = :WS-RC-EMPNO
                  AND JOB       = :WS-RC-JOB
                  AND EFF_FROM >= :WS-RC-EFF-FROM
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 8 TO RESP-CODE
                   GO TO CMD-06-EXIT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-06-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE RATECARD
                  SET EFF_TO = DATE(:WS-RC-EFF-FROM) - 1 DAY
                WHERE PROJ_NO   = :WS-PROJ-NO
                  AND EMPNO     = :WS-RC-EMPNO
                  AND JOB       = :WS-RC-JOB
                  AND EFF_FROM  < :WS-RC-EFF-FROM
                  AND EFF_TO   >= :WS-RC-EFF-FROM
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-06-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO RATECARD
                    (
                        PROJ_NO
                      , EMPNO
                      , JOB
                      , EFF_FROM
                      , EFF_TO
                      , BILL_RATE
                    )
                VALUES
                    (
                        :WS-PROJ-NO
                      , :WS-RC-EMPNO
                      , :WS-RC-JOB
                      , :WS-RC-EFF-FROM
                      , :WS-RC-EFF-TO
                      , :WS-RC-BILL-RATE
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-07 - ADD A MILESTONE TO A PROJECT WITH ITS BASELINE DUE
      *          DATE AND OWNER. THE FORECAST STARTS AT THE BASELINE.
      *          THE OWNER MUST BE ON EMP.
      *-----------------------------------------------------------------
       CMD-07.
           MOVE CMD07-PROJ-NO   TO WS-PROJ-NO.
           MOVE CMD07-MILE-NO   TO WS-MILE-NO.
           MOVE CMD07-MILE-NAME TO WS-MILE-NAME.
           MOVE CMD07-BASE-DATE TO WS-BASE-DATE.
           MOVE CMD07-OWNER     TO WS-OWNER.
           MOVE 'PROJMILE'      TO WS-AUD-TABLE.
           MOVE SPACES          TO DATA-OUT.

           IF CMD07-MILE-NO NOT NUMERIC
           OR WS-MILE-NO = 0
           OR WS-MILE-NAME = SPACES
           OR WS-BASE-DATE = SPACES
              MOVE 3 TO RESP-CODE
              GO TO CMD-07-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM PROJECT
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-07-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-07-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM EMP
                WHERE EMPNO = :WS-OWNER
           END-EXEC.

           IF SQLCODE = 100
              MOVE 3 TO RESP-CODE
              GO TO CMD-07-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-07-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO PROJMILE
                    (
                        PROJ_NO
                      , MILE_NO
                      , MILE_NAME
                      , BASE_DATE
                      , FCST_DATE
                      , ACT_DATE
                      , OWNER
                      , FCST_COUNT
                    )
                VALUES
                    (
                        :WS-PROJ-NO
                      , :WS-MILE-NO
                      , :WS-MILE-NAME
                      , :WS-BASE-DATE
                      , :WS-BASE-DATE
                      , NULL
                      , :WS-OWNER
                      , 0
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 5 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-08 - RE-FORECAST AN OPEN MILESTONE. THE BASELINE STAYS AS
      *          AGREED; ONLY THE FORECAST MOVES, AND THE AUDIT ROW
      *          CARRIES THE FORECAST IT REPLACED AS ITS BEFORE IMAGE
      *          SO EVERY MOVE CAN BE TRACED.
      *-----------------------------------------------------------------
       CMD-08.
           MOVE CMD08-PROJ-NO   TO WS-PROJ-NO.
           MOVE CMD08-MILE-NO   TO WS-MILE-NO.
           MOVE CMD08-FCST-DATE TO WS-FCST-DATE.
           MOVE 'PROJMILE'      TO WS-AUD-TABLE.
           MOVE SPACES          TO DATA-OUT.

           IF CMD08-MILE-NO NOT NUMERIC
           OR WS-FCST-DATE = SPACES
              MOVE 3 TO RESP-CODE
              GO TO CMD-08-EXIT
           END-IF.

           PERFORM 7100-GET-MILESTONE
           THRU    7100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-08-EXIT
           END-IF.

           IF WS-FCST-DATE = WS-OLD-FCST-DATE
              MOVE 3 TO RESP-CODE
              GO TO CMD-08-EXIT
           END-IF.

           EXEC SQL
               UPDATE PROJMILE
                  SET FCST_DATE  = :WS-FCST-DATE
                    , FCST_COUNT = FCST_COUNT + 1
                WHERE PROJ_NO  = :WS-PROJ-NO
                  AND MILE_NO  = :WS-MILE-NO
                  AND ACT_DATE IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE SPACES TO WS-AUD-BEFORE
                   STRING CMD08-PROJ-NO CMD08-MILE-NO
                          WS-OLD-FCST-DATE
                          DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 9 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-08-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-09 - RECORD A MILESTONE AS COMPLETED ON ITS ACTUAL DATE.
      *          A COMPLETED MILESTONE IS NOT COMPLETED AGAIN.
      *-----------------------------------------------------------------
       CMD-09.
           MOVE CMD09-PROJ-NO   TO WS-PROJ-NO.
           MOVE CMD09-MILE-NO   TO WS-MILE-NO.
           MOVE CMD09-ACT-DATE  TO WS-ACT-DATE.
           MOVE 'PROJMILE'      TO WS-AUD-TABLE.
           MOVE SPACES          TO DATA-OUT.

           IF CMD09-MILE-NO NOT NUMERIC
           OR WS-ACT-DATE = SPACES
              MOVE 3 TO RESP-CODE
              GO TO CMD-09-EXIT
           END-IF.

           PERFORM 7100-GET-MILESTONE
           THRU    7100-EXIT.
           IF RESP-CODE NOT = 0
              GO TO CMD-09-EXIT
           END-IF.
           MOVE CMD09-ACT-DATE  TO WS-ACT-DATE.

           EXEC SQL
               UPDATE PROJMILE
                  SET ACT_DATE = :WS-ACT-DATE
                WHERE PROJ_NO  = :WS-PROJ-NO
                  AND MILE_NO  = :WS-MILE-NO
                  AND ACT_DATE IS NULL
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 9 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-09-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-10 - CLASS A PROJECT CAPITAL ('C') OR OPERATING ('O'). A
      *          CAPITAL PROJECT NEEDS ITS CAPITALIZATION START DATE
      *          AND THE ASSET ACCOUNT ITS LABOR IS CAPITALIZED TO; A
      *          BLANK STOP DATE IS STILL OPEN (9999-12-31). AN
      *          OPERATING PROJECT CARRIES NO WINDOW OR ACCOUNT. THE
      *          FIRST CALL CREATES THE PROJCAP ROW, LATER ONES AMEND
      *          IT WITH THE OLD CLASSIFICATION IMAGED TO AUDITLOG.
      *          MONTHS ALREADY CAPITALIZED STAY ON PROJCAPH AS RUN.
      *-----------------------------------------------------------------
       CMD-10.
           MOVE CMD10-PROJ-NO       TO WS-PROJ-NO.
           MOVE CMD10-CAP-CLASS     TO WS-CAP-CLASS.
           MOVE CMD10-CAP-START     TO WS-CAP-START.
           MOVE CMD10-CAP-STOP      TO WS-CAP-STOP.
           MOVE CMD10-ASSET-ACCOUNT TO WS-ASSET-ACCOUNT.
           MOVE 'PROJCAP'           TO WS-AUD-TABLE.
           MOVE SPACES              TO DATA-OUT.

           EVALUATE WS-CAP-CLASS
               WHEN 'C'
                   IF WS-CAP-START = SPACES
                   OR WS-ASSET-ACCOUNT = SPACES
                      MOVE 3 TO RESP-CODE
                      GO TO CMD-10-EXIT
                   END-IF
                   IF WS-CAP-STOP = SPACES
                      MOVE '9999-12-31' TO WS-CAP-STOP
                   END-IF
                   IF WS-CAP-START > WS-CAP-STOP
                      MOVE 3 TO RESP-CODE
                      GO TO CMD-10-EXIT
                   END-IF
               WHEN 'O'
                   MOVE '0001-01-01' TO WS-CAP-START
                   MOVE '9999-12-31' TO WS-CAP-STOP
                   MOVE SPACES       TO WS-ASSET-ACCOUNT
               WHEN OTHER
                   MOVE 3 TO RESP-CODE
                   GO TO CMD-10-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM PROJECT
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-10-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-10-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    CAP_CLASS
                  , CHAR(CAP_START, ISO)
                  , CHAR(CAP_STOP, ISO)
                  , ASSET_ACCOUNT
                INTO
                    :WS-OLD-CAP-CLASS
                  , :WS-OLD-CAP-START
                  , :WS-OLD-CAP-STOP
                  , :WS-OLD-ASSET-ACCOUNT
                FROM PROJCAP
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   PERFORM 5200-INSERT-PROJCAP
                   THRU    5200-EXIT
                   GO TO CMD-10-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO CMD-10-EXIT
           END-EVALUATE.

           EXEC SQL
               UPDATE PROJCAP
                  SET CAP_CLASS     = :WS-CAP-CLASS
                    , CAP_START     = :WS-CAP-START
                    , CAP_STOP      = :WS-CAP-STOP
                    , ASSET_ACCOUNT = :WS-ASSET-ACCOUNT
                WHERE PROJ_NO = :WS-PROJ-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   STRING WS-PROJ-NO           DELIMITED BY SIZE
                          WS-OLD-CAP-CLASS     DELIMITED BY SIZE
                          WS-OLD-CAP-START     DELIMITED BY SIZE
                          WS-OLD-CAP-STOP      DELIMITED BY SIZE
                          WS-OLD-ASSET-ACCOUNT DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-10-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 5200-INSERT-PROJCAP - A PROJECT'S FIRST CLASSIFICATION
      *-----------------------------------------------------------------
       5200-INSERT-PROJCAP.
           EXEC SQL
                INSERT INTO PROJCAP
                    (
                        PROJ_NO
                      , CAP_CLASS
                      , CAP_START
                      , CAP_STOP
                      , ASSET_ACCOUNT
                    )
                VALUES
                    (
                        :WS-PROJ-NO
                      , :WS-CAP-CLASS
                      , :WS-CAP-START
                      , :WS-CAP-STOP
                      , :WS-ASSET-ACCOUNT
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       5200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 7100-GET-MILESTONE - READ THE MILESTONE BEING CHANGED. NOT ON
      *          FILE ANSWERS 2, ALREADY COMPLETED ANSWERS 9.
      *-----------------------------------------------------------------
       7100-GET-MILESTONE.
           MOVE 0 TO RESP-CODE.

           EXEC SQL
                SELECT
                    CHAR(FCST_DATE, ISO)
                  , COALESCE(CHAR(ACT_DATE, ISO), ' ')
                INTO
                    :WS-OLD-FCST-DATE
                  , :WS-ACT-DATE
                FROM PROJMILE
                WHERE PROJ_NO = :WS-PROJ-NO
                  AND MILE_NO = :WS-MILE-NO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   IF WS-ACT-DATE NOT = SPACES
                      MOVE 9 TO RESP-CODE
                   END-IF
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       7100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3000-WALK-CTRL-CHAIN - CLIMB FROM THE PROPOSED PARENT UP ITS
      *          CTRLPROJ CHAIN. ARRIVING AT THE PROJECT BEING
      *          ATTACHED MEANS A CYCLE; FIFTY LEVELS WITHOUT AN END
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE WS-AUD-TABLE TO AEB-TABLE.
           MOVE 'SQL ERROR - SEE SQLCODE/SQLSTATE'
                           TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256).
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , :WS-AUD-TABLE
                      , :WS-AUD-KEY
                      , :WS-AUD-BEFORE
                      , :WS-AUD-AFTER
