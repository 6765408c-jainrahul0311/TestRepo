      *                EMPLOYEE, ONE SECTION PER TABLE WITH A COVER
      *                PAGE: THE EMP MASTER ROW, PAYROLL HISTORY,
      *                LEAVE BALANCES AND LEAVE REQUESTS, SALHIST PAY
      *                CHANGES, ASSIGN_HIST DEPARTMENT AND JOB SPELLS,
      *                EMP_PROJ_ACT ASSIGNMENTS, DEVELOPER
      *                SKILLS, DEVELOPER_HISTORY HARDWARE, WHETHER A
      *                RESUME AND PHOTO LOB EXIST, AND THE AUDITLOG
      *                ENTRIES KEYED TO THE EMPLOYEE. THE MIRROR
       01  WS-NEW-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-CHG-SOURCE          PIC X(8).

       01  WS-ASG-FROM            PIC X(10).
       01  WS-ASG-UNTIL           PIC X(10).
       01  WS-ASG-WORKDEPT        PIC X(3).
       01  WS-ASG-JOB             PIC X(8).

       01  WS-PROJ-NO             PIC X(6).
       01  WS-ACT-NO              PIC S9(2)      USAGE COMP-3.
       01  WS-EMPTIME             PIC S9(5).
                EXEC SQL INCLUDE SALHIST
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE EMPRJACT
                END-EXEC.

           EXEC SQL DECLARE CPAY CURSOR
             SELECT
                 P.PYEARMONTH,
                 P.SALARYPAID + P.BONUSPAID + P.COMMPAID
                   + P.OTPAID + P.ENCASHPAID,
                 P.TAXWHELD,
                 P.NETPAID
             FROM PAYROLL P
             ORDER BY S.CHG_DATE, S.CHG_TIME
           END-EXEC.

      *    EVERY SPELL, INCLUDING ONES SUPERSEDED THE SAME DAY. AN
      *    OPEN SPELL SHOWS NO END DATE.
           EXEC SQL DECLARE CASG CURSOR
             SELECT
                 CHAR(A.EFF_FROM, ISO),
                 CASE WHEN A.EFF_TO = DATE('9999-12-31')
                      THEN 'OPEN'
                      ELSE CHAR(A.EFF_TO, ISO)
                 END,
                 A.WORKDEPT,
                 A.JOB,
                 A.CHG_SOURCE
             FROM ASSIGN_HIST A
             WHERE A.EMPNO = :WS-EMPNO
             ORDER BY A.EFF_FROM, A.CHG_TS
           END-EXEC.

           EXEC SQL DECLARE CPRJ CURSOR
             SELECT
                 PA.PROJ_NO,
             PERFORM 3500-SECTION-SALHIST
             THRU    3500-EXIT.

             PERFORM 3550-SECTION-ASSIGN
             THRU    3550-EXIT.

             PERFORM 3600-SECTION-PROJECTS
             THRU    3600-EXIT.

       3510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3550-SECTION-ASSIGN - DEPARTMENT AND JOB SPELLS                *
      ******************************************************************
       3550-SECTION-ASSIGN.
                MOVE 'ASSIGN_HIST - DEPARTMENT AND JOB HISTORY'
                     TO WS-SEC-TITLE.
                PERFORM 2100-START-SECTION
                THRU    2100-EXIT.

                MOVE SPACES TO END-OF-CSR-SWITCH.
                EXEC SQL
                    OPEN CASG
                END-EXEC.

                PERFORM 3560-FETCH-ASSIGN
                THRU    3560-EXIT
                UNTIL END-OF-CSR.

                EXEC SQL
                    CLOSE CASG
                END-EXEC.

                PERFORM 2120-END-SECTION
                THRU    2120-EXIT.
       3550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3560-FETCH-ASSIGN                                              *
      ******************************************************************
       3560-FETCH-ASSIGN.
                EXEC SQL
                    FETCH CASG
                    INTO  :WS-ASG-FROM,
                          :WS-ASG-UNTIL,
                          :WS-ASG-WORKDEPT,
                          :WS-ASG-JOB,
                          :WS-CHG-SOURCE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE SPACES TO WS-LINE-TEXT
                         STRING 'FROM '   WS-ASG-FROM
                                ' UNTIL ' WS-ASG-UNTIL
                                '  DEPT ' WS-ASG-WORKDEPT
                                '  JOB '  WS-ASG-JOB
                                '  BY '   WS-CHG-SOURCE
                                DELIMITED BY SIZE
                           INTO WS-LINE-TEXT
                         PERFORM 2110-PRINT-LINE
                         THRU    2110-EXIT
                    WHEN +100
                         MOVE 'Y' TO END-OF-CSR-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       3560-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3600-SECTION-PROJECTS                                          *
