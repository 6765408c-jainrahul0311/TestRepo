      *             ('S') AND ONLY AFTER THE ACCOUNT IS MARKED
      *             VERIFIED ('V') DOES REAL MONEY MOVE TO IT -
      *             MIS-KEYED ACCOUNTS WERE OUR BIGGEST PAYROLL
      *             INCIDENT SOURCE. AN EMPLOYEE WHO BANKS WITH US
      *             MAY INSTEAD NAME AN IN-HOUSE ACCOUNT, WHICH IS
      *             CHECKED ON ENTRY RATHER THAN BY PRENOTE. EVERY
      *             UPDATING COMMAND WRITES THE AUDITLOG BEFORE/AFTER
      *             IMAGES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-ACCTNO               PIC X(12).
           10 WS-EFFDATE              PIC X(10).
           10 WS-PRENOTE              PIC X(1).
           10 WS-DEST-TYPE            PIC X(1).
               88 WS-IN-HOUSE                   VALUE 'I'.
           10 WS-CUST-NO              PIC X(10).
           10 WS-ACC-NO               PIC X(10).

       01  WS-OLD-BANKCODE            PIC X(4).
       01  WS-OLD-ACCTNO              PIC X(12).
       01  WS-OLD-EFFDATE             PIC X(10).
       01  WS-OLD-PRENOTE             PIC X(1).
       01  WS-OLD-DEST-TYPE           PIC X(1).
       01  WS-OLD-CUST-NO             PIC X(10).
       01  WS-OLD-ACC-NO              PIC X(10).
       77  OLD-ROW-SWITCH             PIC X     VALUE SPACES.
           88 OLD-ROW-FOUND                     VALUE 'Y'.
       77  IN-HOUSE-SWITCH            PIC X     VALUE SPACES.
           88 IN-HOUSE-OK                       VALUE 'Y'.
       01  WS-IN-HOUSE-DUMMY          PIC S9(4) USAGE COMP.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
           05 CMD02-BANKCODE          PIC X(4).
           05 CMD02-ACCTNO            PIC X(12).
           05 CMD02-EFFDATE           PIC X(10).
           05 CMD02-DEST-TYPE         PIC X(1).
           05 CMD02-CUST-NO           PIC X(10).
           05 CMD02-ACC-NO            PIC X(10).
           05 FILLER                  PIC X(459).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-EMPNO             PIC X(6).
           05 CMD03-EFFDATE           PIC X(10).
           05 CMD01-ACCTNO            PIC X(12).
           05 CMD01-EFFDATE           PIC X(10).
           05 CMD01-PRENOTE           PIC X(1).
           05 CMD01-DEST-TYPE         PIC X(1).
           05 CMD01-CUST-NO           PIC X(10).
           05 CMD01-ACC-NO            PIC X(10).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = NOT FOUND,
      *             3 = ALREADY ON FILE, 4 = IN-HOUSE ACCOUNT NOT
      *             ACCEPTABLE.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE THE EMPLOYEE'S LATEST BANK DETAILS, WHATEVER
      *          THEIR PRENOTE STATE, SO THE FRONT END CAN SHOW WHERE
      *          A NEW ACCOUNT STANDS IN THE CYCLE, AND WHETHER PAY
      *          GOES TO A BANK OR TO AN IN-HOUSE ACCOUNT. RESP-CODE
      *          0 = FOUND, 2 = NO DETAILS ON FILE.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMPNO TO WS-EMPNO.
                    , ACCTNO
                    , EFFDATE
                    , PRENOTE
                    , DEST_TYPE
                    , CUST_NO
                    , ACC_NO
                  INTO
                      :WS-BANKCODE
                    , :WS-ACCTNO
                    , :WS-EFFDATE
                    , :WS-PRENOTE
                    , :WS-DEST-TYPE
                    , :WS-CUST-NO
                    , :WS-ACC-NO
                  FROM
                       BANKDET
                  WHERE
                   MOVE WS-ACCTNO               TO CMD01-ACCTNO
                   MOVE WS-EFFDATE              TO CMD01-EFFDATE
                   MOVE WS-PRENOTE              TO CMD01-PRENOTE
                   MOVE WS-DEST-TYPE            TO CMD01-DEST-TYPE
                   MOVE WS-CUST-NO              TO CMD01-CUST-NO
                   MOVE WS-ACC-NO               TO CMD01-ACC-NO
                   MOVE 0                       TO RESP-CODE
               WHEN 100
                   MOVE SPACES                  TO DATA-OUT
      *          THE ROW ENTERS THE PRENOTE CYCLE ('P') AND CANNOT BE
      *          PAID REAL MONEY UNTIL CMD-03 VERIFIES IT. THE PRIOR
      *          CURRENT DETAILS GO INTO THE AUDIT BEFORE IMAGE.
      *          A DEST-TYPE OF 'I' NAMES AN IN-HOUSE CUST-NO/ACC-NO
      *          INSTEAD OF A BANK ACCOUNT: IT IS ACCEPTED ONLY IF
      *          3100-CHECK-IN-HOUSE FINDS IT OPEN AND HELD BY A
      *          CUSTOMER LINKED TO THIS EMPLOYEE, AND IS KEYED
      *          VERIFIED - THERE IS NO BANK TO PRENOTE.
      *          RESP-CODE 0 = ADDED, 3 = DETAILS WITH THAT EFFECTIVE
      *          DATE ALREADY ON FILE, 4 = IN-HOUSE ACCOUNT NOT OPEN
      *          OR NOT THE EMPLOYEE'S.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-EMPNO     TO WS-EMPNO.
           MOVE CMD02-BANKCODE  TO WS-BANKCODE.
           MOVE CMD02-ACCTNO    TO WS-ACCTNO.
           MOVE CMD02-EFFDATE   TO WS-EFFDATE.
           MOVE CMD02-DEST-TYPE TO WS-DEST-TYPE.
           MOVE SPACES          TO WS-CUST-NO.
           MOVE SPACES          TO WS-ACC-NO.
           MOVE 'P'             TO WS-PRENOTE.
           MOVE SPACES          TO DATA-OUT.

           IF WS-IN-HOUSE
              MOVE CMD02-CUST-NO TO WS-CUST-NO
              MOVE CMD02-ACC-NO  TO WS-ACC-NO
              MOVE SPACES        TO WS-BANKCODE
              MOVE SPACES        TO WS-ACCTNO
              MOVE 'V'           TO WS-PRENOTE
              PERFORM 3100-CHECK-IN-HOUSE
              THRU    3100-EXIT
           ELSE
              MOVE SPACES        TO WS-DEST-TYPE
           END-IF.

           PERFORM 3000-READ-OLD-ROW
           THRU    3000-EXIT.

           IF WS-IN-HOUSE AND NOT IN-HOUSE-OK
              CONTINUE
           ELSE
              EXEC SQL
                   INSERT INTO BANKDET
                       (
                           EMPNO
                         , BANKCODE
                         , ACCTNO
                         , EFFDATE
                         , PRENOTE
                         , DEST_TYPE
                         , CUST_NO
                         , ACC_NO
                       )
                   VALUES
                       (
                           :WS-EMPNO
                         , :WS-BANKCODE
                         , :WS-ACCTNO
                         , :WS-EFFDATE
                         , :WS-PRENOTE
                         , :WS-DEST-TYPE
                         , :WS-CUST-NO
                         , :WS-ACC-NO
                       )
              END-EXEC
              EVALUATE SQLCODE
                  WHEN 0
                      MOVE 0                    TO RESP-CODE
                      PERFORM 9700-WRITE-AUDIT
                  WHEN -803
                      MOVE 3                    TO RESP-CODE
                      PERFORM 9700-WRITE-AUDIT
                  WHEN OTHER
                      MOVE 1                    TO RESP-CODE
                      PERFORM 9800-SET-ERROR-BLOCK
              END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      * CMD-03 - MARK AN ACCOUNT VERIFIED AFTER ITS PRENOTE TEST HAS
      *          GONE OUT AND THE BANK'S PRENOTE WINDOW HAS PASSED
                    , ACCTNO
                    , EFFDATE
                    , PRENOTE
                    , DEST_TYPE
                    , CUST_NO
                    , ACC_NO
                  INTO
                      :WS-OLD-BANKCODE
                    , :WS-OLD-ACCTNO
                    , :WS-OLD-EFFDATE
                    , :WS-OLD-PRENOTE
                    , :WS-OLD-DEST-TYPE
                    , :WS-OLD-CUST-NO
                    , :WS-OLD-ACC-NO
                  FROM
                       BANKDET
                  WHERE
                   STRING WS-OLD-BANKCODE ' '
                          WS-OLD-ACCTNO  ' '
                          WS-OLD-EFFDATE ' '
                          WS-OLD-PRENOTE ' '
                          WS-OLD-DEST-TYPE ' '
                          WS-OLD-CUST-NO ' '
                          WS-OLD-ACC-NO
                          DELIMITED BY SIZE
                     INTO WS-AUD-BEFORE
               WHEN 100
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-CHECK-IN-HOUSE - AN IN-HOUSE PAY DESTINATION MUST BE AN
      *          ACCOUNT THAT IS NOT CLOSED, HELD BY AN ACTIVE
      *          CUSTOMER WHOSE EMPNO IS THIS EMPLOYEE - SALARY IS
      *          NEVER PAID INTO SOMEONE ELSE'S ACCOUNT. ANYTHING
      *          ELSE ANSWERS RESP-CODE 4 AND NOTHING IS KEYED.
      *-----------------------------------------------------------------
       3100-CHECK-IN-HOUSE.
           MOVE SPACES TO IN-HOUSE-SWITCH.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-IN-HOUSE-DUMMY
                FROM ACCOUNT A, CUSTOMER C
                WHERE A.CUST_NO    = :WS-CUST-NO
                  AND A.ACC_NO     = :WS-ACC-NO
                  AND A.ACC_STATUS NOT = 'C'
                  AND C.CUST_NO    = A.CUST_NO
                  AND C.CSTATUS    = 'A'
                  AND C.EMPNO      = :WS-EMPNO
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO IN-HOUSE-SWITCH
               WHEN 100
                   MOVE 4 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
