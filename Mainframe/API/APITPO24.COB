      *             TREASURY PUBLISHES A DATED RATE PER CURRENCY PAIR
      *             EVERY DAY; EFFECTIVE DATING IS WHAT LETS A PRIOR
      *             MONTH'S CONVERSION BE RERUN AND REPRODUCE THE SAME
      *             ANSWER FOR THE AUDITORS. RATES THE COBFXLD LOAD
      *             HELD BACK FOR MOVING BEYOND TOLERANCE SIT ON
      *             EXCHRATE_HOLD UNTIL TREASURY CONFIRMS (COMMAND 5)
      *             OR REJECTS (COMMAND 6) THEM.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE EXCHRATE
           END-EXEC.

           EXEC SQL
               INCLUDE FXHOLD
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C1                         VALUE 'Y'.
       77  END-OF-C2-SWITCH           PIC X     VALUE SPACES.
           88 END-OF-C2                         VALUE 'Y'.

      *    ONE HELD RATE FROM EXCHRATE_HOLD (C2 / COMMANDS 5 AND 6)
       01  WS-PRIOR-EFFDATE           PIC X(10).
       01  WS-PRIOR-RATE              PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-MOVE-PCT                PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-LOAD-DATE               PIC X(10).
       01  WS-INV-RATE                PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-REV-HELD                PIC S9(4) USAGE COMP.

           EXEC SQL
               DECLARE C1 CURSOR FOR
               ORDER BY EFFDATE DESC
           END-EXEC.

           EXEC SQL
               DECLARE C2 CURSOR FOR
               SELECT
                   FROMCURR
                 , TOCURR
                 , EFFDATE
                 , EXRATE
                 , PRIOR_EFFDATE
                 , PRIOR_RATE
                 , MOVE_PCT
                 , LOAD_DATE
               FROM EXCHRATE_HOLD
               WHERE HSTATUS = 'P'
               ORDER BY LOAD_DATE, FROMCURR, TOCURR, EFFDATE
           END-EXEC.

      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-KEY                 PIC X(20).
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80).
       01  WS-AUD-TABLE               PIC X(18) VALUE 'EXCHRATE'.

           COPY CPAUDCHW.

           05 CMD03-FROMCURR          PIC X(3).
           05 CMD03-TOCURR            PIC X(3).
           05 FILLER                  PIC X(506).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-FROMCURR          PIC X(3).
           05 CMD05-TOCURR            PIC X(3).
           05 CMD05-EFFDATE           PIC X(10).
           05 FILLER                  PIC X(496).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-EFFDATE           PIC X(10).
               10 CMD03-EXRATE        PIC S9(3)V9(6).
           05 CMD03-RATE-COUNT        PIC S9(4).
           05 CMD03-MORE-RATES        PIC X(1).
       01 CMD04-DATA-OUT REDEFINES DATA-OUT.
           05 CMD04-HOLD OCCURS 20 TIMES.
               10 CMD04-FROMCURR      PIC X(3).
               10 CMD04-TOCURR        PIC X(3).
               10 CMD04-EFFDATE       PIC X(10).
               10 CMD04-EXRATE        PIC S9(3)V9(6).
               10 CMD04-PRIOR-EFFDATE PIC X(10).
               10 CMD04-PRIOR-RATE    PIC S9(3)V9(6).
               10 CMD04-MOVE-PCT      PIC S9(5)V9(2).
               10 CMD04-LOAD-DATE     PIC X(10).
           05 CMD04-HOLD-COUNT        PIC S9(4).
           05 CMD04-MORE-HOLDS        PIC X(1).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
                   END-IF
               WHEN 3
                   PERFORM CMD-03
               WHEN 4
                   PERFORM CMD-04
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
                   END-IF
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - LIST THE RATES WAITING ON A TREASURY DECISION (HSTATUS
      *          'P' ON EXCHRATE_HOLD), OLDEST LOAD FIRST, WITH THE
      *          PRIOR RATE THEY WOULD REPLACE AND THE PERCENT MOVE,
      *          UP TO 20 ROWS AT A TIME.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE SPACES         TO DATA-OUT.
           MOVE SPACES         TO END-OF-C2-SWITCH.
           MOVE 0              TO WS-LIST-COUNT.

           EXEC SQL
               OPEN C2
           END-EXEC.

           PERFORM 2200-FETCH-C2
           THRU    2200-EXIT
           UNTIL END-OF-C2 OR WS-LIST-COUNT = 20.

           MOVE 'N' TO CMD04-MORE-HOLDS.
           IF WS-LIST-COUNT = 20
              PERFORM 2200-FETCH-C2
              THRU    2200-EXIT
              IF NOT END-OF-C2
                 SUBTRACT 1 FROM WS-LIST-COUNT
                 MOVE 'Y' TO CMD04-MORE-HOLDS
              END-IF
           END-IF.

           EXEC SQL
               CLOSE C2
           END-EXEC.

           MOVE WS-LIST-COUNT TO CMD04-HOLD-COUNT.
           MOVE 0 TO RESP-CODE.
      *-----------------------------------------------------------------
      * 2200-FETCH-C2 - FETCH ONE HELD RATE INTO THE OUTPUT TABLE. A
      *                 21ST ROW ONLY SETS THE MORE FLAG.
      *-----------------------------------------------------------------
       2200-FETCH-C2.
           EXEC SQL
               FETCH C2
               INTO :WS-FROMCURR,
                    :WS-TOCURR,
                    :WS-EFFDATE,
                    :WS-EXRATE,
                    :WS-PRIOR-EFFDATE,
                    :WS-PRIOR-RATE,
                    :WS-MOVE-PCT,
                    :WS-LOAD-DATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO END-OF-C2-SWITCH
              GO TO 2200-EXIT
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           IF WS-LIST-COUNT > 20
              GO TO 2200-EXIT
           END-IF.

           MOVE WS-FROMCURR      TO CMD04-FROMCURR      (WS-LIST-COUNT).
           MOVE WS-TOCURR        TO CMD04-TOCURR        (WS-LIST-COUNT).
           MOVE WS-EFFDATE       TO CMD04-EFFDATE       (WS-LIST-COUNT).
           MOVE WS-EXRATE        TO CMD04-EXRATE        (WS-LIST-COUNT).
           MOVE WS-PRIOR-EFFDATE TO CMD04-PRIOR-EFFDATE (WS-LIST-COUNT).
           MOVE WS-PRIOR-RATE    TO CMD04-PRIOR-RATE    (WS-LIST-COUNT).
           MOVE WS-MOVE-PCT      TO CMD04-MOVE-PCT      (WS-LIST-COUNT).
           MOVE WS-LOAD-DATE     TO CMD04-LOAD-DATE     (WS-LIST-COUNT).
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-05 - CONFIRM A HELD RATE: THE HOLD IS MARKED 'C' WITH THE
      *          OPERATOR AND DATE, AND THE RATE IS LOADED TO EXCHRATE
      *          UNDER ONE SAVEPOINT, SO A RATE THAT CANNOT BE LOADED
      *          LEAVES THE HOLD PENDING. THE INVERSE RATE IS ADDED AS
      *          COBFXLD WOULD HAVE, UNLESS THE REVERSE DIRECTION IS
      *          ALREADY ON FILE OR ITSELF WAITING ON TREASURY.
      *          RESP-CODE 0 = CONFIRMED AND LOADED, 2 = NO PENDING
      *          HOLD FOR THE PAIR AND DATE, 3 = A RATE FOR THE PAIR
      *          AND DATE IS ALREADY ON EXCHRATE, 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE CMD05-FROMCURR TO WS-FROMCURR.
           MOVE CMD05-TOCURR   TO WS-TOCURR.
           MOVE CMD05-EFFDATE  TO WS-EFFDATE.
           MOVE SPACES         TO DATA-OUT.

           EXEC SQL
               SAVEPOINT FXCONF UNIQUE ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                UPDATE EXCHRATE_HOLD
                   SET HSTATUS      = 'C'
                     , DECIDED_BY   = USER
                     , DECIDED_DATE = CURRENT DATE
                 WHERE FROMCURR = :WS-FROMCURR
                   AND TOCURR   = :WS-TOCURR
                   AND EFFDATE  = :WS-EFFDATE
                   AND HSTATUS  = 'P'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 2 TO RESP-CODE
                   PERFORM 3900-UNDO-CONFIRM
                   THRU    3900-EXIT
                   GO TO CMD-05-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   PERFORM 3900-UNDO-CONFIRM
                   THRU    3900-EXIT
                   GO TO CMD-05-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT
                    EXRATE
                INTO
                    :WS-EXRATE
                FROM EXCHRATE_HOLD
                WHERE FROMCURR = :WS-FROMCURR
                  AND TOCURR   = :WS-TOCURR
                  AND EFFDATE  = :WS-EFFDATE
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              PERFORM 3900-UNDO-CONFIRM
              THRU    3900-EXIT
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO EXCHRATE
                    (
                        FROMCURR
                      , TOCURR
                      , EFFDATE
                      , EXRATE
                    )
                VALUES
                    (
                        :WS-FROMCURR
                      , :WS-TOCURR
                      , :WS-EFFDATE
                      , :WS-EXRATE
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
               WHEN -803
                   MOVE 3 TO RESP-CODE
                   PERFORM 3900-UNDO-CONFIRM
                   THRU    3900-EXIT
                   GO TO CMD-05-EXIT
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   PERFORM 3900-UNDO-CONFIRM
                   THRU    3900-EXIT
                   GO TO CMD-05-EXIT
           END-EVALUATE.

           EXEC SQL
               RELEASE SAVEPOINT FXCONF
           END-EXEC.

           PERFORM 9700-WRITE-AUDIT.

           PERFORM 3500-ADD-INVERSE
           THRU    3500-EXIT.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3500-ADD-INVERSE - THE REVERSE DIRECTION FOR THE SAME DATE,
      *          DERIVED FROM THE CONFIRMED RATE. A REVERSE RATE ON
      *          FILE STANDS (TREASURY'S OWN FIGURE BEATS A DERIVED
      *          ONE), A REVERSE RATE STILL HELD IS LEFT FOR TREASURY
      *          TO DECIDE, AND A RATE TOO SMALL TO INVERT IS SKIPPED.
      *          NONE OF THESE CHANGES THE CONFIRMATION'S RESP-CODE.
      *-----------------------------------------------------------------
       3500-ADD-INVERSE.
           EXEC SQL
                SELECT
                    COUNT(*)
                INTO
                    :WS-REV-HELD
                FROM EXCHRATE_HOLD
                WHERE FROMCURR = :WS-TOCURR
                  AND TOCURR   = :WS-FROMCURR
                  AND EFFDATE  = :WS-EFFDATE
                  AND HSTATUS  = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-REV-HELD > 0
              GO TO 3500-EXIT
           END-IF.

           COMPUTE WS-INV-RATE ROUNDED = 1 / WS-EXRATE
              ON SIZE ERROR
                   GO TO 3500-EXIT
           END-COMPUTE.

           EXEC SQL
                INSERT INTO EXCHRATE
                    (
                        FROMCURR
                      , TOCURR
                      , EFFDATE
                      , EXRATE
                    )
                VALUES
                    (
                        :WS-TOCURR
                      , :WS-FROMCURR
                      , :WS-EFFDATE
                      , :WS-INV-RATE
                    )
           END-EXEC.
       3500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3900-UNDO-CONFIRM - ROLL BACK TO THE SAVEPOINT, KEEPING THE
      *          FAILING STEP'S RESP-CODE AND ERROR BLOCK.
      *-----------------------------------------------------------------
       3900-UNDO-CONFIRM.
           MOVE DATA-OUT(1793:256) TO API-ERROR-BLOCK.

           EXEC SQL
               ROLLBACK TO SAVEPOINT FXCONF
           END-EXEC.

      *    THE SAVEPOINT OUTLIVES THE ROLLBACK TO IT - RELEASE IT SO
      *    THE NEXT COMMAND IN THE SAME UNIT OF WORK CAN SET IT AGAIN.
           IF SQLCODE = 0
              EXEC SQL
                  RELEASE SAVEPOINT FXCONF
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
      * CMD-06 - REJECT A HELD RATE: THE HOLD IS MARKED 'R' WITH THE
      *          OPERATOR AND DATE AND NOTHING IS LOADED - TREASURY
      *          SENDS A CORRECTED RATE ON THE NEXT FILE. RESP-CODE
      *          0 = REJECTED, 2 = NO PENDING HOLD FOR THE PAIR AND
      *          DATE, 1 = SQL ERROR.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE CMD05-FROMCURR TO WS-FROMCURR.
           MOVE CMD05-TOCURR   TO WS-TOCURR.
           MOVE CMD05-EFFDATE  TO WS-EFFDATE.
           MOVE SPACES         TO DATA-OUT.

           EXEC SQL
                UPDATE EXCHRATE_HOLD
                   SET HSTATUS      = 'R'
                     , DECIDED_BY   = USER
                     , DECIDED_DATE = CURRENT DATE
                 WHERE FROMCURR = :WS-FROMCURR
                   AND TOCURR   = :WS-TOCURR
                   AND EFFDATE  = :WS-EFFDATE
                   AND HSTATUS  = 'P'
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   MOVE 'EXCHRATE_HOLD' TO WS-AUD-TABLE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , :WS-AUD-TABLE
                      , :WS-AUD-KEY
                      , :WS-AUD-BEFORE
                      , :WS-AUD-AFTER
                    )
           END-EXEC.

           MOVE SPACES     TO WS-AUD-BEFORE.
           MOVE 'EXCHRATE' TO WS-AUD-TABLE.
      *-----------------------------------------------------------------
      * 9600-CHECK-AUTH - BEFORE ANY UPDATE COMMAND RUNS, THE
      *          OPERATOR'S ROLES (OPERATOR_ROLE, KEYED BY THE SQL
