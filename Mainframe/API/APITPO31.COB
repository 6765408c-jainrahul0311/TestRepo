           10 WS-ADDR2                PIC X(30).
           10 WS-ADDR3                PIC X(30).
           10 WS-CSTATUS              PIC X(1).
           10 WS-RESIDENCY            PIC X(3).
           10 WS-EMPNO                PIC X(6).

       01  WS-OLD-NAME                PIC X(30).
       01  WS-OLD-ADDR1               PIC X(30).
           05 CMD02-ADDR1             PIC X(30).
           05 CMD02-ADDR2             PIC X(30).
           05 CMD02-ADDR3             PIC X(30).
           05 CMD02-RESIDENCY         PIC X(3).
           05 CMD02-EMPNO             PIC X(6).
           05 FILLER                  PIC X(373).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-CUST-NO           PIC X(10).
           05 CMD03-CUST-NAME         PIC X(30).
           05 CMD03-ADDR1             PIC X(30).
           05 CMD03-ADDR2             PIC X(30).
           05 CMD03-ADDR3             PIC X(30).
           05 CMD03-RESIDENCY         PIC X(3).
           05 CMD03-EMPNO             PIC X(6).
           05 FILLER                  PIC X(373).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-CUST-NO           PIC X(10).
           05 FILLER                  PIC X(502).
           05 CMD01-ADDR2             PIC X(30).
           05 CMD01-ADDR3             PIC X(30).
           05 CMD01-CSTATUS           PIC X(1).
           05 CMD01-RESIDENCY         PIC X(3).
           05 CMD01-EMPNO             PIC X(6).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE A CUSTOMER'S NAME, ADDRESS, STATUS, TAX
      *          RESIDENCY AND THE EMPLOYEE THE CUSTOMER IS, IF ANY.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-CUST-NO TO WS-CUST-NO.
                  , COALESCE(ADDR2, ' ')
                  , COALESCE(ADDR3, ' ')
                  , CSTATUS
                  , RESIDENCY
                  , EMPNO
                INTO
                    :WS-CUST-NAME
                  , :WS-ADDR1
                  , :WS-ADDR2
                  , :WS-ADDR3
                  , :WS-CSTATUS
                  , :WS-RESIDENCY
                  , :WS-EMPNO
                FROM CUSTOMER
                WHERE CUST_NO = :WS-CUST-NO
           END-EXEC.
                   MOVE WS-ADDR2                TO CMD01-ADDR2
                   MOVE WS-ADDR3                TO CMD01-ADDR3
                   MOVE WS-CSTATUS              TO CMD01-CSTATUS
                   MOVE WS-RESIDENCY            TO CMD01-RESIDENCY
                   MOVE WS-EMPNO                TO CMD01-EMPNO
                   MOVE 0                       TO RESP-CODE
               WHEN 100
                   MOVE SPACES                  TO DATA-OUT
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-02 - ADD A CUSTOMER IN ACTIVE STATUS. THE TAX RESIDENCY
      *          MAY BE LEFT SPACES UNTIL IT IS KNOWN; THE EMPNO IS
      *          SPACES UNLESS THE CUSTOMER IS ON THE PAYROLL.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-CUST-NO   TO WS-CUST-NO.
           MOVE CMD02-ADDR1     TO WS-ADDR1.
           MOVE CMD02-ADDR2     TO WS-ADDR2.
           MOVE CMD02-ADDR3     TO WS-ADDR3.
           MOVE CMD02-RESIDENCY TO WS-RESIDENCY.
           MOVE CMD02-EMPNO     TO WS-EMPNO.
           MOVE SPACES          TO DATA-OUT.

           EXEC SQL
                      , ADDR2
                      , ADDR3
                      , CSTATUS
                      , RESIDENCY
                      , EMPNO
                    )
                VALUES
                    (
                      , :WS-ADDR2
                      , :WS-ADDR3
                      , 'A'
                      , :WS-RESIDENCY
                      , :WS-EMPNO
                    )
           END-EXEC.

      *-----------------------------------------------------------------
      * CMD-03 - AMEND A CUSTOMER'S NAME AND ADDRESS. THE PRIOR NAME
      *          AND FIRST ADDRESS LINE GO INTO THE AUDIT BEFORE
      *          IMAGE. A SPACES RESIDENCY OR EMPNO LEAVES THE
      *          RECORDED ONE AS IT IS, SO A CALLER THAT DOES NOT
      *          SEND IT CANNOT CLEAR IT.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-CUST-NO   TO WS-CUST-NO.
           MOVE CMD03-ADDR1     TO WS-ADDR1.
           MOVE CMD03-ADDR2     TO WS-ADDR2.
           MOVE CMD03-ADDR3     TO WS-ADDR3.
           MOVE CMD03-RESIDENCY TO WS-RESIDENCY.
           MOVE CMD03-EMPNO     TO WS-EMPNO.
           MOVE SPACES          TO DATA-OUT.
           MOVE SPACES          TO WS-AUD-BEFORE.

                       , ADDR1     = :WS-ADDR1
                       , ADDR2     = :WS-ADDR2
                       , ADDR3     = :WS-ADDR3
                       , RESIDENCY =
                             CASE WHEN :WS-RESIDENCY = ' '
                                  THEN RESIDENCY
                                  ELSE :WS-RESIDENCY
                             END
                       , EMPNO     =
                             CASE WHEN :WS-EMPNO = ' '
                                  THEN EMPNO
                                  ELSE :WS-EMPNO
                             END
                   WHERE CUST_NO   = :WS-CUST-NO
              END-EXEC
              EVALUATE SQLCODE
