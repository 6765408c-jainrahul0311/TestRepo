      *-----------------------------------------------------------------
      *     COBSOEXE - STANDING-ORDER EXECUTION. EVERY ACTIVE
      *                STANDING_ORDER WHOSE NEXT DUE DATE HAS COME IS
      *                PAID ON THE RUN DATE (THE CARD, OR TODAY WHEN
      *                THE CARD IS BLANK) IF THAT IS A BUSINESS DAY ON
      *                THE DEBIT ACCOUNT'S CURRENCY CALENDAR (THE
      *                CPBDAYS ENGINE) - AN ORDER FALLING DUE ON A
      *                WEEKEND OR HOLCAL HOLIDAY ROLLS FORWARD TO THE
      *                NEXT BUSINESS-DAY RUN. EACH PAYMENT IS AN
      *                APIACC TRANSFER (COMMAND 9), SO IT IS HELD TO
      *                EXACTLY THE RULES A TELLER TRANSFER IS - LEG
      *                STATUS, CURRENCY, CREDIT LIMIT, BOTH LEGS OR
      *                NEITHER, AND THE ADJLIMIT DUAL-CONTROL QUEUE.
      *                AN SO_EXEC REGISTER ROW IS WRITTEN FIRST, AND
      *                ITS UNIQUE KEY (ORDER, RUN DATE) MAKES A RERUN
      *                OF THE SAME DAY SKIP THE ORDER INSTEAD OF
      *                PAYING IT TWICE. A REFUSED PAYMENT (FUNDS,
      *                DORMANT OR CLOSED ACCOUNT) IS RETRIED ON THE
      *                FOLLOWING BUSINESS DAYS UP TO THE ACC_CONTROL
      *                'SORETRY' COUNT (3 WHEN NOT SET); THEN THE
      *                ORDER IS MARKED FAILED AND GOES ON EXCPFILE.
      *                A PAID ORDER MOVES TO ITS NEXT DUE DATE, OR
      *                ENDS WHEN THAT IS PAST ITS END DATE. ONE
      *                INSTALMENT IS PAID PER ORDER PER RUN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBSOEXE.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 10 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(10).

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
       77  DUP-RUN-SWITCH         PIC X          VALUE  SPACES.
               88  ORDER-ALREADY-RUN             VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-RUN-ISO             PIC X(10).
       01  WS-RUN-ISO-R REDEFINES WS-RUN-ISO.
           05 WS-RI-YYYY          PIC 9(4).
           05 WS-RI-DASH1         PIC X(1).
           05 WS-RI-MM            PIC 9(2).
           05 WS-RI-DASH2         PIC X(1).
           05 WS-RI-DD            PIC 9(2).
       01  WS-RUN-PERIOD          PIC X(6).

       01  WS-SO-NO               PIC X(20).
       01  WS-FROM-CUST           PIC X(10).
       01  WS-FROM-ACC            PIC X(10).
       01  WS-TO-CUST             PIC X(10).
       01  WS-TO-ACC              PIC X(10).
       01  WS-SO-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SO-FREQ             PIC X(1).
       01  WS-SO-DAY              PIC S9(4)      USAGE COMP.
       01  WS-NEXT-DUE            PIC X(10).
       01  WS-END-DATE-SO         PIC X(10).
       01  WS-FAIL-COUNT          PIC S9(4)      USAGE COMP.
       01  WS-CURRCODE            PIC X(3).

       01  WS-EXEC-RESULT         PIC X(1).
       01  WS-EXEC-RESP           PIC S9(4)      USAGE COMP.
       01  WS-XFER-REF            PIC X(20).
       01  WS-REASON              PIC X(40).
       01  WS-NEW-STATUS          PIC X(1).
       01  WS-CTL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-RETRY-LIMIT         PIC S9(4)      USAGE COMP  VALUE 3.
       01  WS-FINAL-RC            PIC S9(4)      USAGE COMP  VALUE 0.

      *    THE NEXT DUE DATE, WORKED OUT FROM THE SCHEDULED ONE (NOT
      *    THE DAY IT WAS PAID) SO A ROLLED-FORWARD PAYMENT DOES NOT
      *    DRIFT THE SCHEDULE.
       01  WS-DUE-WORK            PIC X(10).
       01  WS-DUE-WORK-R REDEFINES WS-DUE-WORK.
           05 WS-DW-YYYY          PIC 9(4).
           05 WS-DW-DASH1         PIC X(1).
           05 WS-DW-MM            PIC 9(2).
           05 WS-DW-DASH2         PIC X(1).
           05 WS-DW-DD            PIC 9(2).
       01  WS-ADD-MONTHS          PIC S9(4)      USAGE COMP.
       01  WS-DAYS-IN-MONTH       PIC S9(4)      USAGE COMP.
       01  WS-LEAP-QUOT           PIC S9(4)      USAGE COMP.
       01  WS-LEAP-REM            PIC S9(4)      USAGE COMP.
       01  WS-MONTH-DAYS-X        PIC X(24)
                VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-X.
           05 WS-MONTH-DAYS       PIC 9(2)  OCCURS 12 TIMES.

      *    THE APIACC COMMAND INTERFACE, COMMAND 9 - TRANSFER.
       01  SO-API-CMD             PIC 99.
       01  SO-API-RESP            PIC 99.
       01  SO-API-IN              PIC X(512).
       01  SO-API-IN-R REDEFINES SO-API-IN.
           05 SO-API-FROM-CUST    PIC X(10).
           05 SO-API-FROM-ACC     PIC X(10).
           05 SO-API-TO-CUST      PIC X(10).
           05 SO-API-TO-ACC       PIC X(10).
           05 SO-API-AMOUNT       PIC S9(9)V9(2).
           05 SO-API-REF-KEY      PIC X(6).
           05 FILLER              PIC X(455).
       01  SO-API-OUT             PIC X(2048).
       01  SO-API-OUT-R REDEFINES SO-API-OUT.
           05 SO-API-XFER-REF     PIC X(20).
           05 SO-API-FROM-BAL     PIC S9(9)V9(2).
           05 SO-API-TO-BAL       PIC S9(9)V9(2).
           05 FILLER              PIC X(2006).

           COPY APIERRB.

      *    NUMBERS EACH TRANSFER OF THE RUN INTO ITS REFERENCE - THE
      *    ORDERS GO THROUGH FASTER THAN THE CLOCK IN THE REFERENCE
      *    TICKS, AND ONE FROM CUSTOMER MAY HAVE SEVERAL ORDERS.
       01  WS-XFER-SEQ            PIC 9(6)                  VALUE 0.
       01  WS-DUE-COUNT           PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-POSTED-COUNT        PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-QUEUED-COUNT        PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-RETRY-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-FAILED-COUNT        PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-SKIPPED-COUNT       PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-HELD-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-ENDED-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-PAID-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-PAID-AMOUNT         PIC S9(11)V9(2) USAGE COMP-3
                                                VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RD-YY            PIC 9(2).
           05 WS-RD-MM            PIC 9(2).
           05 WS-RD-DD            PIC 9(2).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'STANDING ORDER EXECUTION REPORT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(17)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'FOR:    '.
           10 WS-STAMP-PERIOD     PIC X(10).
           10 FILLER              PIC X(7)   VALUE SPACES.
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
           10 FILLER              PIC X(1).
           10 WS-COL1             PIC X(21)  VALUE 'ORDER NO'.
           10 WS-COL2             PIC X(11)  VALUE 'FROM ACC'.
           10 WS-COL3             PIC X(11)  VALUE 'TO ACC'.
           10 WS-COL4             PIC X(14)  VALUE '       AMOUNT'.
           10 WS-COL5             PIC X(11)  VALUE 'DUE DATE'.
           10 WS-COL6             PIC X(13)  VALUE 'RESULT'.
           10 WS-COL7             PIC X(40)  VALUE
                'TRANSFER REF / REASON'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(1).
           10 WS-DET-SO-NO        PIC X(20).
           10 FILLER              PIC X(1).
           10 WS-DET-FROM         PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-DET-TO           PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-DET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-DET-DUE          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-DET-RESULT       PIC X(12).
           10 FILLER              PIC X(1).
           10 WS-DET-TEXT         PIC X(40).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'ORDERS DUE:  '.
           10 WS-SUM-DUE          PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE
                'POSTED: '.
           10 WS-SUM-POSTED       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'QUEUED FOR APPROVAL: '.
           10 WS-SUM-QUEUED       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'AMOUNT PAID:    '.
           10 WS-SUM-PAID         PIC $$$,$$$,$$$,$$9.99.
           10 FILLER              PIC X(10)  VALUE SPACES.

       01  WS-RPT-SUMMARY2.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'TO RETRY:    '.
           10 WS-SUM-RETRY        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE
                'FAILED: '.
           10 WS-SUM-FAILED       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'HELD - NOT BUS. DAY: '.
           10 WS-SUM-HELD         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'ALREADY RUN:    '.
           10 WS-SUM-SKIPPED      PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE
                'ENDED: '.
           10 WS-SUM-ENDED        PIC ZZZZZ9.
           10 FILLER              PIC X(6)   VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

           COPY CPBDAYSW.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE ACCOUNT
                END-EXEC.

                EXEC SQL INCLUDE ACCCTL
                END-EXEC.

                EXEC SQL INCLUDE STNDORD
                END-EXEC.

                EXEC SQL INCLUDE SOEXEC
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 S.SO_NO,
                 S.FROM_CUST_NO,
                 S.FROM_ACC_NO,
                 S.TO_CUST_NO,
                 S.TO_ACC_NO,
                 S.SO_AMOUNT,
                 S.SO_FREQ,
                 S.SO_DAY,
                 CHAR(S.NEXT_DUE, ISO),
                 CHAR(S.END_DATE, ISO),
                 S.FAIL_COUNT,
                 COALESCE(A.CURRCODE, 'USD')
             FROM STANDING_ORDER S
             LEFT JOIN ACCOUNT A
                    ON A.CUST_NO = S.FROM_CUST_NO
                   AND A.ACC_NO  = S.FROM_ACC_NO
             WHERE S.SO_STATUS = 'A'
               AND S.NEXT_DUE <= DATE(:WS-RUN-ISO)
             ORDER BY S.SO_NO
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

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE EXCPFILE.

             MOVE WS-FINAL-RC TO RETURN-CODE.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE RUN DATE (CARD YYYY-MM-DD, OR TODAY WHEN *
      *                   THE CARD IS BLANK OR MISSING) AND THE RETRY  *
      *                   COUNT.                                       *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-RUN-ISO
                   AT END
                        MOVE SPACES TO WS-RUN-ISO
                END-READ.
                CLOSE CARDIN.

                IF WS-RUN-ISO = SPACES
                   STRING '20' WS-RD-YY '-' WS-RD-MM '-' WS-RD-DD
                          DELIMITED BY SIZE
                     INTO WS-RUN-ISO
                END-IF.

                IF WS-RI-YYYY NOT NUMERIC
                   OR WS-RI-MM NOT NUMERIC
                   OR WS-RI-DD NOT NUMERIC
                   OR WS-RI-DASH1 NOT = '-'
                   OR WS-RI-DASH2 NOT = '-'
                   DISPLAY '++ COBSOEXE - BAD RUN DATE CARD ++'
                   DISPLAY '++ COBSOEXE - ABORTING, RUN DATE MUST BE '
                           'YYYY-MM-DD OR BLANK FOR TODAY ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE SPACES TO WS-RUN-PERIOD.
                STRING WS-RI-YYYY WS-RI-MM
                       DELIMITED BY SIZE
                  INTO WS-RUN-PERIOD.

                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-AMOUNT
                    FROM ACC_CONTROL
                    WHERE CTL_KEY = 'SORETRY'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-CTL-AMOUNT TO WS-RETRY-LIMIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-RUN-ISO = ' WS-RUN-ISO.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                PRINT WS-RPT-COLUMNS.
                ADD 1 TO WS-LINE-CTR.

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
      * 2200-FETCH-C1 - ONE DUE ORDER                                  *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-SO-NO,
                          :WS-FROM-CUST,
                          :WS-FROM-ACC,
                          :WS-TO-CUST,
                          :WS-TO-ACC,
                          :WS-SO-AMOUNT,
                          :WS-SO-FREQ,
                          :WS-SO-DAY,
                          :WS-NEXT-DUE,
                          :WS-END-DATE-SO,
                          :WS-FAIL-COUNT,
                          :WS-CURRCODE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-DUE-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C1
                   PERFORM 2300-EXECUTE-ORDER
                   THRU    2300-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-EXECUTE-ORDER - PAY ONE DUE ORDER IF TODAY IS A BUSINESS  *
      *                      DAY FOR IT AND IT HAS NOT ALREADY BEEN    *
      *                      RUN TODAY, THEN SETTLE ITS SCHEDULE ON    *
      *                      THE OUTCOME.                              *
      ******************************************************************
       2300-EXECUTE-ORDER.
                MOVE WS-RUN-ISO   TO W-BDAY-FROM-DATE.
                MOVE WS-RUN-ISO   TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE  TO W-BDAY-CURR.
                MOVE SPACES       TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF W-BDAY-COUNT = 0
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD'        TO WS-DET-RESULT
                   MOVE 'NOT A BUSINESS DAY - ROLLS FORWARD'
                                      TO WS-DET-TEXT
                   PERFORM 2400-PRINT-DETAIL
                   THRU    2400-EXIT
                   GO TO 2300-EXIT
                END-IF.

                PERFORM 2310-REGISTER-RUN
                THRU    2310-EXIT.
                IF ORDER-ALREADY-RUN
                   ADD 1 TO WS-SKIPPED-COUNT
                   GO TO 2300-EXIT
                END-IF.

                PERFORM 2320-CALL-TRANSFER
                THRU    2320-EXIT.

                EVALUATE SO-API-RESP
                    WHEN 0
                         MOVE 'P'             TO WS-EXEC-RESULT
                         MOVE SO-API-XFER-REF TO WS-XFER-REF
                         MOVE SPACES          TO WS-REASON
                    WHEN 3
                         MOVE 'Q'             TO WS-EXEC-RESULT
                         MOVE SO-API-XFER-REF TO WS-XFER-REF
                         MOVE SPACES          TO WS-REASON
                    WHEN 2
      *             AN ACCOUNT THAT IS NO LONGER ON FILE WILL NOT COME
      *             BACK - NO POINT RETRYING.
                         MOVE 'F'             TO WS-EXEC-RESULT
                         MOVE SPACES          TO WS-XFER-REF
                         MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON
                         ADD 1 TO WS-FAIL-COUNT
                    WHEN 5
                    WHEN 6
                    WHEN 9
                         MOVE SPACES          TO WS-XFER-REF
                         IF SO-API-RESP = 5
                            MOVE 'BALANCE CHANGED DURING POSTING'
                                              TO WS-REASON
                         ELSE
                            MOVE SO-API-OUT(1793:256)
                                              TO API-ERROR-BLOCK
                            MOVE AEB-MESSAGE  TO WS-REASON
                         END-IF
                         ADD 1 TO WS-FAIL-COUNT
                         IF WS-FAIL-COUNT > WS-RETRY-LIMIT
                            MOVE 'F'          TO WS-EXEC-RESULT
                         ELSE
                            MOVE 'R'          TO WS-EXEC-RESULT
                         END-IF
                    WHEN OTHER
                         PERFORM 2900-ABORT-RUN
                         THRU    2900-EXIT
                END-EVALUATE.

                MOVE SO-API-RESP TO WS-EXEC-RESP.

                EXEC SQL
                    UPDATE SO_EXEC
                       SET EXEC_RESULT = :WS-EXEC-RESULT
                         , RESP_CODE   = :WS-EXEC-RESP
                         , XFER_REF    = :WS-XFER-REF
                         , REASON      = :WS-REASON
                     WHERE SO_NO    = :WS-SO-NO
                       AND RUN_DATE = DATE(:WS-RUN-ISO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2330-SETTLE-ORDER
                THRU    2330-EXIT.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-REGISTER-RUN - REGISTER THE ATTEMPT FIRST: THE UNIQUE     *
      *                     SO_EXEC KEY (ORDER, RUN DATE) IS THE       *
      *                     RERUN GUARD.                               *
      ******************************************************************
       2310-REGISTER-RUN.
                MOVE SPACES TO DUP-RUN-SWITCH.

                EXEC SQL
                    INSERT INTO SO_EXEC
                        (
                            SO_NO
                          , RUN_DATE
                          , DUE_DATE
                          , SO_AMOUNT
                          , EXEC_RESULT
                          , RESP_CODE
                          , XFER_REF
                          , REASON
                        )
                    VALUES
                        (
                            :WS-SO-NO
                          , DATE(:WS-RUN-ISO)
                          , DATE(:WS-NEXT-DUE)
                          , :WS-SO-AMOUNT
                          , ' '
                          , 0
                          , ' '
                          , ' '
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -803
                         MOVE 'Y' TO DUP-RUN-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-CALL-TRANSFER - THE TELLER'S OWN TRANSFER COMMAND. APIACC *
      *                      RUNS IN THIS UNIT OF WORK UNDER THE       *
      *                      BATCH AUTH ID, WHICH NEEDS THE APIACC     *
      *                      COMMAND 9 GRANT ON AUTH_ROLE_CMD.         *
      ******************************************************************
       2320-CALL-TRANSFER.
                MOVE SPACES        TO SO-API-IN.
                MOVE SPACES        TO SO-API-OUT.
                MOVE 9             TO SO-API-CMD.
                MOVE 0             TO SO-API-RESP.
                MOVE WS-FROM-CUST  TO SO-API-FROM-CUST.
                MOVE WS-FROM-ACC   TO SO-API-FROM-ACC.
                MOVE WS-TO-CUST    TO SO-API-TO-CUST.
                MOVE WS-TO-ACC     TO SO-API-TO-ACC.
                MOVE WS-SO-AMOUNT  TO SO-API-AMOUNT.
                ADD 1              TO WS-XFER-SEQ.
                MOVE WS-XFER-SEQ   TO SO-API-REF-KEY.

                CALL 'APIACC' USING SO-API-CMD
                                    SO-API-RESP
                                    SO-API-IN
                                    SO-API-OUT.
       2320-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2330-SETTLE-ORDER - A PAID (OR QUEUED) ORDER MOVES TO ITS NEXT *
      *                     DUE DATE WITH ITS RETRIES CLEARED, OR      *
      *                     ENDS; A REFUSED ONE KEEPS ITS DUE DATE     *
      *                     AND COUNTS THE FAILURE, AND IS MARKED      *
      *                     FAILED ONCE THE RETRIES ARE USED UP.       *
      ******************************************************************
       2330-SETTLE-ORDER.
                MOVE 'A'         TO WS-NEW-STATUS.

                EVALUATE WS-EXEC-RESULT
                    WHEN 'P'
                    WHEN 'Q'
                         PERFORM 2600-ADVANCE-DUE
                         THRU    2600-EXIT
                         MOVE 0 TO WS-FAIL-COUNT
                         IF WS-DUE-WORK > WS-END-DATE-SO
                            MOVE 'E' TO WS-NEW-STATUS
                            ADD 1 TO WS-ENDED-COUNT
                         END-IF
                         MOVE WS-XFER-REF TO WS-DET-TEXT
                         IF WS-EXEC-RESULT = 'P'
                            ADD 1 TO WS-POSTED-COUNT
                            ADD WS-SO-AMOUNT TO WS-PAID-AMOUNT
                            MOVE 'POSTED'    TO WS-DET-RESULT
                         ELSE
                            ADD 1 TO WS-QUEUED-COUNT
                            MOVE 'QUEUED'    TO WS-DET-RESULT
                         END-IF
                    WHEN 'R'
                         MOVE WS-NEXT-DUE TO WS-DUE-WORK
                         ADD 1 TO WS-RETRY-COUNT
                         MOVE 'RETRY'     TO WS-DET-RESULT
                         MOVE WS-REASON   TO WS-DET-TEXT
                    WHEN OTHER
                         MOVE WS-NEXT-DUE TO WS-DUE-WORK
                         MOVE 'F'         TO WS-NEW-STATUS
                         ADD 1 TO WS-FAILED-COUNT
                         MOVE 4           TO WS-FINAL-RC
                         MOVE 'FAILED'    TO WS-DET-RESULT
                         MOVE WS-REASON   TO WS-DET-TEXT
                         PERFORM 2700-WRITE-EXCEPTION
                         THRU    2700-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE STANDING_ORDER
                       SET NEXT_DUE   = DATE(:WS-DUE-WORK)
                         , FAIL_COUNT = :WS-FAIL-COUNT
                         , SO_STATUS  = :WS-NEW-STATUS
                     WHERE SO_NO     = :WS-SO-NO
                       AND SO_STATUS = 'A'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2400-PRINT-DETAIL
                THRU    2400-EXIT.
       2330-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-DETAIL - THE CALLER HAS SET THE RESULT AND TEXT     *
      ******************************************************************
       2400-PRINT-DETAIL.
                MOVE WS-SO-NO       TO WS-DET-SO-NO.
                MOVE WS-FROM-ACC    TO WS-DET-FROM.
                MOVE WS-TO-ACC      TO WS-DET-TO.
                MOVE WS-SO-AMOUNT   TO WS-DET-AMOUNT.
                MOVE WS-NEXT-DUE    TO WS-DET-DUE.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.

                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-COLUMNS
                   ADD 1 TO WS-LINE-CTR
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-ADVANCE-DUE - THE SCHEDULED DATE AFTER WS-NEXT-DUE INTO   *
      *                    WS-DUE-WORK. WEEKLY IS SEVEN DAYS ON; THE   *
      *                    OTHERS ARE ONE, THREE OR TWELVE MONTHS ON,  *
      *                    ON THE ORDER'S OWN DAY OF THE MONTH OR THE  *
      *                    LAST DAY OF A SHORTER MONTH.                *
      ******************************************************************
       2600-ADVANCE-DUE.
                MOVE WS-NEXT-DUE TO WS-DUE-WORK.

                IF WS-SO-FREQ = 'W'
                   PERFORM 2610-MONTH-LENGTH
                   THRU    2610-EXIT
                   ADD 7 TO WS-DW-DD
                   IF WS-DW-DD > WS-DAYS-IN-MONTH
                      SUBTRACT WS-DAYS-IN-MONTH FROM WS-DW-DD
                      MOVE 1 TO WS-ADD-MONTHS
                      PERFORM 2620-ADD-MONTHS
                      THRU    2620-EXIT
                   END-IF
                   GO TO 2600-EXIT
                END-IF.

                EVALUATE WS-SO-FREQ
                    WHEN 'Q'
                         MOVE 3  TO WS-ADD-MONTHS
                    WHEN 'A'
                         MOVE 12 TO WS-ADD-MONTHS
                    WHEN OTHER
                         MOVE 1  TO WS-ADD-MONTHS
                END-EVALUATE.

                PERFORM 2620-ADD-MONTHS
                THRU    2620-EXIT.
                PERFORM 2610-MONTH-LENGTH
                THRU    2610-EXIT.

                IF WS-SO-DAY > WS-DAYS-IN-MONTH
                   MOVE WS-DAYS-IN-MONTH TO WS-DW-DD
                ELSE
                   MOVE WS-SO-DAY        TO WS-DW-DD
                END-IF.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-MONTH-LENGTH - DAYS IN THE MONTH OF WS-DUE-WORK           *
      ******************************************************************
       2610-MONTH-LENGTH.
                MOVE WS-MONTH-DAYS (WS-DW-MM) TO WS-DAYS-IN-MONTH.

                IF WS-DW-MM NOT = 2
                   GO TO 2610-EXIT
                END-IF.

                DIVIDE WS-DW-YYYY BY 4
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM.
                IF WS-LEAP-REM NOT = 0
                   GO TO 2610-EXIT
                END-IF.

                DIVIDE WS-DW-YYYY BY 100
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM.
                IF WS-LEAP-REM NOT = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   GO TO 2610-EXIT
                END-IF.

                DIVIDE WS-DW-YYYY BY 400
                       GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM.
                IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-DAYS-IN-MONTH
                END-IF.
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2620-ADD-MONTHS - WS-ADD-MONTHS (1 TO 12) ON TO WS-DUE-WORK'S  *
      *                   MONTH, CARRYING INTO THE YEAR                *
      ******************************************************************
       2620-ADD-MONTHS.
                ADD WS-ADD-MONTHS TO WS-DW-MM.
                IF WS-DW-MM > 12
                   SUBTRACT 12 FROM WS-DW-MM
                   ADD 1 TO WS-DW-YYYY
                END-IF.
       2620-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-WRITE-EXCEPTION - AN ORDER WHOSE RETRIES ARE USED UP GOES *
      *                        ON THE SHARED EXCPFILE FOR THE COBEXHUB *
      *                        CONSOLIDATED DAILY REPORT.              *
      ******************************************************************
       2700-WRITE-EXCEPTION.
                MOVE 'COBSOEXE'    TO EXCP-PROGRAM-ID.
                MOVE 'STANDING ORDER FAILED' TO EXCP-TYPE.
                MOVE WS-SO-NO      TO EXCP-KEY.
                MOVE WS-SO-AMOUNT  TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE   TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME   TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-ABORT-RUN - APIACC ANSWERED SOMETHING A STANDING ORDER    *
      *                  CANNOT SETTLE (A SQL FAILURE, OR THE BATCH    *
      *                  AUTH ID IS NOT GRANTED THE TRANSFER). THE     *
      *                  WHOLE RUN IS ROLLED BACK, REGISTER ROWS AND   *
      *                  ALL, SO A RERUN AFTER THE FIX PAYS EVERYTHING *
      *                  EXACTLY ONCE.                                 *
      ******************************************************************
       2900-ABORT-RUN.
                MOVE SO-API-OUT(1793:256) TO API-ERROR-BLOCK.
                DISPLAY '++ COBSOEXE - APIACC ANSWERED ' SO-API-RESP
                        ' FOR ORDER ' WS-SO-NO ' ++'.
                IF AEB-PRESENT
                   DISPLAY '++ COBSOEXE - ' AEB-MESSAGE
                           ' SQLCODE ' AEB-SQLCODE
                           ' SQLSTATE ' AEB-SQLSTATE ' ++'
                END-IF.
                DISPLAY '++ COBSOEXE - ABORTING, RUN ROLLED BACK ++'.

                EXEC SQL
                    ROLLBACK
                END-EXEC.

                CLOSE EXCPFILE.
                MOVE 8 TO RETURN-CODE.
                GOBACK.
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
                MOVE WS-RUN-ISO       TO WS-STAMP-PERIOD.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.

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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE RUN                        *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-DUE-COUNT     TO WS-SUM-DUE.
                MOVE WS-POSTED-COUNT  TO WS-SUM-POSTED.
                MOVE WS-QUEUED-COUNT  TO WS-SUM-QUEUED.
                MOVE WS-PAID-AMOUNT   TO WS-SUM-PAID.
                PRINT WS-RPT-SUMMARY.

                MOVE WS-RETRY-COUNT   TO WS-SUM-RETRY.
                MOVE WS-FAILED-COUNT  TO WS-SUM-FAILED.
                MOVE WS-HELD-COUNT    TO WS-SUM-HELD.
                MOVE WS-SKIPPED-COUNT TO WS-SUM-SKIPPED.
                MOVE WS-ENDED-COUNT   TO WS-SUM-ENDED.
                PRINT WS-RPT-SUMMARY2.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) FOR THE COBRUNRP           *
      *                      OPERATIONS REPORT.                        *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                COMPUTE WS-PAID-COUNT =
                        WS-POSTED-COUNT + WS-QUEUED-COUNT.

                MOVE 'COBSOEXE'        TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE       TO RUNH-START-DATE.
                MOVE WS-RUN-TIME       TO RUNH-START-TIME.
                MOVE WS-END-DATE       TO RUNH-END-DATE.
                MOVE WS-END-TIME       TO RUNH-END-TIME.
                MOVE WS-DUE-COUNT      TO RUNH-READ-COUNT.
                MOVE WS-PAID-COUNT     TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE       TO RUNH-RETURN-CODE.
                MOVE 'C'               TO RUNH-STATUS.
                MOVE WS-RUN-PERIOD     TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.

      /
           COPY CPBDAYS.

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
