      *             AGREED FOR THE FIRST OF NEXT MONTH THAT USED TO
      *             LIVE ON A DESK NOTE. A CHANGE IS EDITED WITH THE
      *             SAME CHECKS THE COBCIO26 SCREEN APPLIES NOW
      *             (WORKDEPT AGAINST DEPT, JOB AN ACTIVE CODE ON THE
      *             JOBCODE MASTER, SALARY AGAINST THE DECLARED
      *             SALBAND) AND
      *             QUEUED; THE NIGHTLY COBPNDAP APPLIES IT WHEN THE
      *             EFFECTIVE DATE ARRIVES, WRITING SALHIST AND
      *             AUDITLOG EXACTLY AS AN IMMEDIATE CHANGE WOULD.
      *             SPACES OR A ZERO AMOUNT LEAVES THAT FIELD ALONE.
      *             A CHANGE MAY ALSO CARRY A NEW CONTRACTED FTE
      *             PERCENTAGE (ABOVE ZERO, NOT OVER 100.00), WHICH
      *             COBPNDAP RECORDS ON FTEHIST WHEN IT APPLIES.
      *             A NEW TELEPHONE EXTENSION MUST BE ONE THE POOL
      *             (PHONE_EXT) WOULD GIVE THE EMPLOYEE TODAY;
      *             COBPNDAP CLAIMS IT WHEN THE CHANGE APPLIES.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE SALBAND
           END-EXEC.

           EXEC SQL
               INCLUDE JOBCODE
           END-EXEC.

           EXEC SQL
               INCLUDE PHONEEXT
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
           10 WS-NEW-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-NEW-BONUS            PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-NEW-COMM             PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-NEW-FTEPCT           PIC S9(3)V9(2) USAGE COMP-3.

       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.
       01  WS-CSTATUS                 PIC X(1).
       01  WS-BANDMAX                 PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAND-JOB                PIC X(8).

           COPY CPEXTPW.

       01  WS-TODAY-DATE              PIC 9(6).
       01  WS-TODAY-TIME              PIC 9(8).
       01  WS-TODAY-ISO               PIC X(10).
           05 CMD02-SALARY            PIC S9(7)V9(2).
           05 CMD02-BONUS             PIC S9(7)V9(2).
           05 CMD02-COMM              PIC S9(7)V9(2).
           05 CMD02-FTEPCT            PIC 9(3)V9(2).
           05 FILLER                  PIC X(449).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-CHG-NO            PIC X(20).
           05 FILLER                  PIC X(492).
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = NOT FOUND OR NOT
      *             PENDING, 3 = A FIELD FAILED ITS EDIT, 5 = SALARY
      *             OUTSIDE THE DECLARED BAND, 6 = EFFECTIVE DATE NOT
      *             IN THE FUTURE, 7 = THE NEW EXTENSION IS NOT IN ANY
      *             RANGE, IS HELD BY SOMEONE ELSE, IS IN QUARANTINE OR
      *             IS RESERVED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
           MOVE CMD02-SALARY   TO WS-NEW-SALARY.
           MOVE CMD02-BONUS    TO WS-NEW-BONUS.
           MOVE CMD02-COMM     TO WS-NEW-COMM.
           IF CMD02-FTEPCT NUMERIC
              MOVE CMD02-FTEPCT TO WS-NEW-FTEPCT
           ELSE
              MOVE ZERO         TO WS-NEW-FTEPCT
           END-IF.
           MOVE SPACES         TO DATA-OUT.

           ACCEPT WS-TODAY-DATE FROM DATE.
              END-IF
           END-IF.

      *    A GIVEN JOB MUST BE AN ACTIVE CODE ON THE JOBCODE MASTER.
           IF WS-NEW-JOB NOT = SPACES
              EXEC SQL
                   SELECT
                       1
                   INTO
                       :WS-DUMMY-ONE
                   FROM JOBCODE
                   WHERE JOB    = :WS-NEW-JOB
                     AND ACTIVE = 'Y'
              END-EXEC
              IF SQLCODE = 100
                 MOVE 3 TO RESP-CODE
              END-IF
           END-IF.

      *    A GIVEN EXTENSION MUST BE AVAILABLE TO THE EMPLOYEE IN THE
      *    POOL - FREE, OUT OF QUARANTINE, OR ALREADY THEIRS.
           IF WS-NEW-PHONENO NOT = SPACES
              MOVE WS-EMPNO       TO W-EXT-EMPNO
              MOVE WS-NEW-PHONENO TO W-EXT-EXTENSION
              PERFORM 8760-EXT-CHECK
              THRU    8760-EXIT
              IF W-EXT-SQL-FAILED
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-02-EXIT
              END-IF
              IF NOT W-EXT-AVAILABLE
                 MOVE 7 TO RESP-CODE
                 GO TO CMD-02-EXIT
              END-IF
           END-IF.

      *    A GIVEN FTE PERCENTAGE CANNOT EXCEED FULL TIME.
           IF WS-NEW-FTEPCT > 100
              MOVE 3 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           MOVE SPACES TO WS-CHG-NO.
           STRING WS-EMPNO WS-TODAY-DATE WS-TODAY-TIME
                  DELIMITED BY SIZE
                      , NEW_SALARY
                      , NEW_BONUS
                      , NEW_COMM
                      , NEW_FTEPCT
                      , CSTATUS
                      , CAPT_OPID
                      , CAPT_DATE
                      , :WS-NEW-SALARY
                      , :WS-NEW-BONUS
                      , :WS-NEW-COMM
                      , :WS-NEW-FTEPCT
                      , 'P'
                      , USER
                      , :WS-TODAY-ISO
           END-EVALUATE.
       9600-EXIT.
           EXIT.
      /
           COPY CPEXTPG.
      /
           COPY CPAUDFLD.
