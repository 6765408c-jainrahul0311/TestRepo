      *                PRO-RATED FINAL-MONTH SALARY TO THE SEPARATION
      *                DATE, VALUES THE UNUSED LEAVE BALANCE FROM THE
      *                LEAVE TABLE AT THE DAILY RATE (ANNUAL SALARY
      *                OVER 260 WORKING DAYS; THE SALARY IS TAKEN AT
      *                THE CONTRACTED FTE), POSTS THE SETTLEMENT TO
      *                PAYROLL IN THE SEPARATION MONTH, AND PRINTS A
      *                PER-EMPLOYEE SETTLEMENT STATEMENT. IF COBPAYGN
      *                ALREADY WROTE THE PRO-RATED FINAL MONTH, ONLY
      *                THE LEAVE VALUE IS ADDED TO THAT ROW. WHATEVER
      *                IS STILL OWED ON THE EMPLOYEE'S LOANMAST
      *                ADVANCES AND LOANS IS THEN RECOVERED OUT OF THE
      *                FINAL NET PAY (DOWN TO THE 'GARNFLR' PROTECTED
      *                NET), AND ANY BALANCE THE FINAL PAY CANNOT
      *                COVER IS WRITTEN TO THE SHARED EXCPFILE FOR
      *                COLLECTION.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
           05  CARDREC-FROM           PIC X(10).
           05  CARDREC-TO             PIC X(10).

       FD      EXCPFILE
               RECORD CONTAINS 79 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

      /
       WORKING-STORAGE SECTION.
      *****************************************************
               88  END-OF-C1                     VALUE  'Y'.
       77  ROW-EXISTS-SWITCH      PIC X          VALUE  SPACES.
               88  ROW-EXISTS                    VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-FROM-DATE           PIC X(10).
       01  WS-TO-DATE             PIC X(10).
       01  WS-MONTH-BDAYS         PIC S9(4)      USAGE COMP.
       01  WS-YEAR-BDAYS          PIC S9(4)      USAGE COMP  VALUE 0.
       01  WS-BDAY-CACHE-CURR     PIC X(3)      VALUE LOW-VALUES.
       01  WS-BDAY-CACHE-CALID    PIC X(6)      VALUE LOW-VALUES.
       01  WS-BDAY-CACHE-YEAR     PIC 9(4)      VALUE ZERO.

       01  WS-SEP-YRMO            PIC X(6).
       01  WS-SETTLED-TOTAL       PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-FLOOR               PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FINAL-NET           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-ROOM                PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LOAN-NO             PIC X(10).
       01  WS-LOAN-BALANCE        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-TAKE           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-SHORT          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-STATUS         PIC X(1).
       01  WS-TXN-TYPE            PIC X(1).
       01  WS-TXN-AMT             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LOAN-COUNT          PIC 9(3)      USAGE COMP.
       01  WS-EMP-RECOVERED       PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-EMP-UNRECOVERED     PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-RECOVERED-TOTAL     PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-UNRECOVERED-TOTAL   PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-UNRECOVERED-COUNT   PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-ST-NOTE          PIC X(34).
           10 FILLER              PIC X(57)  VALUE SPACES.

       01  WS-RPT-ST-LOAN.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'LOAN RECOVERY: '.
           10 WS-ST-LOAN-REC      PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(28)  VALUE
                'UNRECOVERED (EXCEPTION):    '.
           10 WS-ST-LOAN-SHORT    PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(52)  VALUE SPACES.

       01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 WS-SUM-TOTAL        PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(60)  VALUE SPACES.

       01  WS-RPT-LOAN-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                'LOANS RECOVERED:     '.
           10 WS-SUM-LOAN-REC     PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(20)  VALUE
                'UNRECOVERED LOANS:  '.
           10 WS-SUM-SHORT-COUNT  PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-SUM-LOAN-SHORT   PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(39)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE LEAVE
                END-EXEC.

                EXEC SQL INCLUDE LOANMAST
                END-EXEC.

                EXEC SQL INCLUDE LOANHIST
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                 E.LASTNAME,
                 E.WORKDEPT,
                 E.SEPDATE,
                 E.SALARY * E.FTEPCT / 100,
                 E.CURRCODE
             FROM EMP E
             WHERE E.SEPDATE IS NOT NULL
             ORDER BY E.EMPNO
           END-EXEC.

      *    THE SEPARATED EMPLOYEE'S LOANS STILL OWING, OLDEST FIRST -
      *    THE ORDER THE FINAL PAY IS APPLIED TO THEM.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 L.LOAN_NO,
                 L.BALANCE
             FROM LOANMAST L
             WHERE L.EMPNO     = :WS-EMPNO
               AND L.LN_STATUS = 'O'
               AND L.BALANCE   > 0
             ORDER BY L.DISB_DATE, L.LOAN_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE EXCPFILE.

             STOP RUN.
      /
      ******************************************************************
                MOVE CARDREC-FROM TO WS-FROM-DATE.
                MOVE CARDREC-TO   TO WS-TO-DATE.

      *         LOANS ARE RECOVERED DOWN TO THE SAME PROTECTED NET
      *         COBLNREC AND COBGARN RESPECT - NO 'GARNFLR' ROW MEANS
      *         A FLOOR OF ZERO.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-FLOOR
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'GARNFLR'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-FLOOR
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-FROM-DATE = ' WS-FROM-DATE.
                DISPLAY 'WS-TO-DATE   = ' WS-TO-DATE.
       1000-EXIT.
                   THRU    2210-EXIT
                   PERFORM 2400-POST-SETTLEMENT
                   THRU    2400-EXIT
                   PERFORM 2600-RECOVER-LOANS
                   THRU    2600-EXIT
                   PERFORM 2500-PRINT-STATEMENT
                   THRU    2500-EXIT
                   ADD 1             TO WS-SETTLED-COUNT
      * 2216-COUNT-SEP-BDAYS - BUSINESS DAYS WORKED IN THE SEPARATION  *
      *                        MONTH AND IN THE WHOLE MONTH, PLUS THE  *
      *                        YEAR'S BUSINESS DAYS FOR THE DAILY      *
      *                        RATE (CACHED PER CALENDAR - THE         *
      *                        CURRENCY'S OR THE WORK LOCATION'S). AN  *
      *                        EMPTY COUNT FALLS BACK TO THE OLD FLAT  *
      *                        FIGURES SO NOTHING DIVIDES BY ZERO.     *
      ******************************************************************
       2216-COUNT-SEP-BDAYS.
                MOVE WS-MONTH-START TO W-BDAY-FROM-DATE.
                MOVE WS-SEPDATE     TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE    TO W-BDAY-CURR.
                MOVE WS-EMPNO       TO W-BDAY-EMPNO.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                END-IF.

      *         THE CACHE IS GOOD FOR ONE CALENDAR (HOLIDAYS BY
      *         CURRENCY, OR BY WORK LOCATION WHERE THE SITE HAS ITS
      *         OWN) AND ONE YEAR - A WINDOW SPANNING A YEAR
      *         END RECOUNTS FOR THE EMPLOYEE SEPARATED ON THE
      *         OTHER SIDE OF IT.
                IF WS-CURRCODE NOT = WS-BDAY-CACHE-CURR
                   OR W-BDAY-CALID NOT = WS-BDAY-CACHE-CALID
                   OR WS-SEP-YYYY NOT = WS-BDAY-CACHE-YEAR
                   MOVE SPACES TO WS-YEAR-START WS-YEAR-END
                   STRING WS-SEP-YYYY '-01-01' DELIMITED BY SIZE
                      MOVE 260          TO WS-YEAR-BDAYS
                   END-IF
                   MOVE WS-CURRCODE TO WS-BDAY-CACHE-CURR
                   MOVE W-BDAY-CALID TO WS-BDAY-CACHE-CALID
                   MOVE WS-SEP-YYYY TO WS-BDAY-CACHE-YEAR
                END-IF.
       2216-EXIT.
                MOVE WS-SETTLEMENT   TO WS-ST-TOTAL.
                PRINT WS-RPT-ST-TOTAL.

                IF WS-LOAN-COUNT > 0
                   MOVE WS-EMP-RECOVERED   TO WS-ST-LOAN-REC
                   MOVE WS-EMP-UNRECOVERED TO WS-ST-LOAN-SHORT
                   PRINT WS-RPT-ST-LOAN
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                PRINT WS-RPT-BLANK.

                ADD 5 TO WS-LINE-CTR.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-RECOVER-LOANS - EVERY LOAN STILL OWING IS RECOVERED OUT   *
      *                      OF THE SEPARATION MONTH'S NET PAY, OLDEST *
      *                      FIRST, DOWN TO THE PROTECTED NET. A LOAN  *
      *                      PAID OFF IS SETTLED ('S'); A LOAN THE PAY *
      *                      CANNOT COVER KEEPS THE BALANCE STILL OWED *
      *                      AND GOES UNRECOVERED ('U') ON THE         *
      *                      EXCEPTION LIST. EITHER WAY IT IS NO       *
      *                      LONGER OPEN, SO A RERUN OF THE WINDOW     *
      *                      CANNOT RECOVER IT TWICE AND COBLNREC      *
      *                      TAKES NO FURTHER INSTALMENTS.             *
      ******************************************************************
       2600-RECOVER-LOANS.
                MOVE 0    TO WS-LOAN-COUNT.
                MOVE ZERO TO WS-EMP-RECOVERED.
                MOVE ZERO TO WS-EMP-UNRECOVERED.

                EXEC SQL
                    SELECT
                        NETPAID
                    INTO
                        :WS-FINAL-NET
                    FROM PAYROLL
                    WHERE EMPNO      = :WS-EMPNO
                      AND PYEARMONTH = :WS-SEP-YRMO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE ZERO TO WS-FINAL-NET
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-ROOM = WS-FINAL-NET - WS-FLOOR.
                IF WS-ROOM < ZERO
                   MOVE ZERO TO WS-ROOM
                END-IF.

                MOVE SPACES TO END-OF-C2-SWITCH.

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

      *         THE RECOVERY SITS ON LOANREC BESIDE ANY INSTALMENT
      *         COBLNREC TOOK FOR THE MONTH, AND COMES OFF THE NET THE
      *         BANK FILE PAYS.
                IF WS-EMP-RECOVERED > ZERO
                   EXEC SQL
                       UPDATE PAYROLL
                          SET LOANREC    = LOANREC + :WS-EMP-RECOVERED
                            , NETPAID    = NETPAID - :WS-EMP-RECOVERED
                        WHERE EMPNO      = :WS-EMPNO
                          AND PYEARMONTH = :WS-SEP-YRMO
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN 0
                            CONTINUE
                       WHEN OTHER
                            PERFORM 9000-DBERROR
                            THRU    9000-EXIT
                   END-EVALUATE
                END-IF.

                ADD WS-EMP-RECOVERED   TO WS-RECOVERED-TOTAL.
                ADD WS-EMP-UNRECOVERED TO WS-UNRECOVERED-TOTAL.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-FETCH-C2 - ONE LOAN STILL OWING: TAKE WHAT THE ROOM LEFT  *
      *                 ABOVE THE FLOOR ALLOWS AND CLOSE THE LOAN OUT  *
      ******************************************************************
       2610-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-LOAN-NO,
                          :WS-LOAN-BALANCE
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

                ADD 1 TO WS-LOAN-COUNT.

                MOVE WS-LOAN-BALANCE TO WS-LOAN-TAKE.
                IF WS-LOAN-TAKE > WS-ROOM
                   MOVE WS-ROOM TO WS-LOAN-TAKE
                END-IF.
                SUBTRACT WS-LOAN-TAKE FROM WS-ROOM.
                COMPUTE WS-LOAN-SHORT = WS-LOAN-BALANCE - WS-LOAN-TAKE.
                ADD WS-LOAN-TAKE  TO WS-EMP-RECOVERED.
                ADD WS-LOAN-SHORT TO WS-EMP-UNRECOVERED.

                IF WS-LOAN-SHORT = ZERO
                   MOVE 'S' TO WS-LOAN-STATUS
                ELSE
                   MOVE 'U' TO WS-LOAN-STATUS
                END-IF.

                EXEC SQL
                    UPDATE LOANMAST
                       SET BALANCE   = :WS-LOAN-SHORT
                         , LN_STATUS = :WS-LOAN-STATUS
                         , LN_CLOSED = DATE(:WS-SEPDATE)
                     WHERE LOAN_NO   = :WS-LOAN-NO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-LOAN-TAKE > ZERO
                   MOVE 'F'          TO WS-TXN-TYPE
                   MOVE WS-LOAN-TAKE TO WS-TXN-AMT
                   PERFORM 2620-INSERT-HIST
                   THRU    2620-EXIT
                END-IF.

                IF WS-LOAN-SHORT > ZERO
                   MOVE 'U'           TO WS-TXN-TYPE
                   MOVE WS-LOAN-SHORT TO WS-TXN-AMT
                   PERFORM 2620-INSERT-HIST
                   THRU    2620-EXIT
                   PERFORM 2630-WRITE-EXCEPTION
                   THRU    2630-EXIT
                END-IF.
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2620-INSERT-HIST - ONE LOANHIST MOVEMENT IN THE SEPARATION     *
      *                    MONTH, DATED THE SEPARATION DATE. THE       *
      *                    BALANCE LEFT IS WHAT IS STILL OWED.         *
      ******************************************************************
       2620-INSERT-HIST.
                EXEC SQL
                    INSERT INTO LOANHIST
                        (
                            LOAN_NO
                          , PYEARMONTH
                          , TXN_TYPE
                          , EMPNO
                          , TXN_AMT
                          , BAL_AFTER
                          , TXN_DATE
                        )
                    VALUES
                        (
                            :WS-LOAN-NO
                          , :WS-SEP-YRMO
                          , :WS-TXN-TYPE
                          , :WS-EMPNO
                          , :WS-TXN-AMT
                          , :WS-LOAN-SHORT
                          , DATE(:WS-SEPDATE)
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2620-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2630-WRITE-EXCEPTION - THE BALANCE FINAL PAY COULD NOT COVER   *
      *                        GOES TO THE SHARED EXCPFILE, KEYED BY   *
      *                        LOAN AND EMPLOYEE, FOR COLLECTION       *
      ******************************************************************
       2630-WRITE-EXCEPTION.
                MOVE 'COBFINPY'      TO EXCP-PROGRAM-ID.
                MOVE 'LOAN UNRECOVERED AT EXIT'
                                     TO EXCP-TYPE.
                MOVE SPACES          TO EXCP-KEY.
                STRING WS-LOAN-NO ' ' WS-EMPNO DELIMITED BY SIZE
                  INTO EXCP-KEY.
                MOVE WS-LOAN-SHORT   TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE     TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME     TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
                ADD 1 TO WS-UNRECOVERED-COUNT.
       2630-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CLOSE-C1
                MOVE WS-SETTLED-COUNT TO WS-SUM-COUNT.
                MOVE WS-SETTLED-TOTAL TO WS-SUM-TOTAL.
                PRINT WS-RPT-SUMMARY.
                MOVE WS-RECOVERED-TOTAL   TO WS-SUM-LOAN-REC.
                MOVE WS-UNRECOVERED-COUNT TO WS-SUM-SHORT-COUNT.
                MOVE WS-UNRECOVERED-TOTAL TO WS-SUM-LOAN-SHORT.
                PRINT WS-RPT-LOAN-SUMMARY.
       2170-EXIT.
                EXIT.

