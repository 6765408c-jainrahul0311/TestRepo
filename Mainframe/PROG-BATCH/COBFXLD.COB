      *-----------------------------------------------------------------
      *     COBFXLD - TREASURY EXCHANGE-RATE LOADER. READS THE DAILY
      *                RATE FILE TREASURY PUBLISHES (FXRTREC), ONE
      *                RECORD PER CURRENCY PAIR AND EFFECTIVE DATE,
      *                AND LOADS IT INTO EXCHRATE SO NOBODY RE-KEYS
      *                RATES THROUGH APITPO24 ANY MORE. A RECORD IS
      *                REJECTED WHEN THE PAIR IS MALFORMED (A CODE NOT
      *                THREE LETTERS, OR BOTH SIDES THE SAME), THE
      *                DATE OR RATE IS NOT VALID, OR A RATE FOR THAT
      *                PAIR AND DATE IS ALREADY ON FILE OR HELD - A
      *                DATED RATE IS NEVER OVERWRITTEN. EACH RATE IS
      *                SET AGAINST THE PRIOR EFFECTIVE RATE FOR ITS
      *                PAIR AND A MOVE OF MORE THAN THE HR_CONTROL
      *                'FXTOLPCT' PERCENT IS HELD ON EXCHRATE_HOLD FOR
      *                A TREASURY CONFIRMATION (APITPO24) INSTEAD OF
      *                LOADED. WHEN TREASURY SENT ONLY ONE DIRECTION OF
      *                A PAIR FOR A DATE, THE INVERSE RATE IS ADDED FOR
      *                THE OTHER DIRECTION. EVERY RECORD IS ECHOED WITH
      *                ITS RESULT SO THE RUN IS ITS OWN AUDIT TRAIL;
      *                THE RUN ENDS RC 4 WHEN ANYTHING WAS HELD OR
      *                REJECTED. COBFXGAP THEN REPORTS ANY PAIR STILL
      *                WITHOUT A RATE FOR TODAY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBFXLD.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXRTIN
                  ASSIGN TO DA-S-FXRTIN.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      FXRTIN
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY FXRTREC.

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
       77  INPUT-SWITCH           PIC X          VALUE  SPACES.
               88  NOMORE-INPUT                  VALUE  'N'.
       77  PRIOR-FOUND-SWITCH     PIC X          VALUE  SPACES.
               88  PRIOR-FOUND                   VALUE  'Y'.
       77  REVERSE-SENT-SWITCH    PIC X          VALUE  SPACES.
               88  REVERSE-SENT                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-FROMCURR            PIC X(3).
       01  WS-TOCURR              PIC X(3).
       01  WS-EFFDATE             PIC X(10).
       01  WS-EXRATE              PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-PRIOR-EFFDATE       PIC X(10).
       01  WS-PRIOR-RATE          PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-MOVE-PCT            PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-INV-RATE            PIC S9(3)V9(6) USAGE COMP-3.
       01  WS-DUMMY               PIC S9(4)      USAGE COMP.

      *    THE TOLERANCE - HR_CONTROL 'FXTOLPCT', FIVE PERCENT WHEN
      *    THERE IS NO ROW.
       01  WS-CTL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TOL-PCT             PIC S9(5)V9(2) USAGE COMP-3.

      *    EVERY WELL-FORMED PAIR AND DATE IN THE FILE, LOADED OR
      *    HELD, SO THE INVERSE STEP KNOWS WHICH DIRECTIONS TREASURY
      *    SENT ITSELF. FP-LOADED 'Y' = THE RATE WENT ON EXCHRATE.
       01  WS-FP-MAX              PIC S9(4)      USAGE COMP VALUE 2000.
       01  WS-FP-COUNT            PIC S9(4)      USAGE COMP VALUE 0.
       01  WS-FP-IX               PIC S9(4)      USAGE COMP VALUE 0.
       01  WS-FP-JX               PIC S9(4)      USAGE COMP VALUE 0.
       01  WS-FP-THIS             PIC S9(4)      USAGE COMP VALUE 0.
       01  WS-FILE-PAIRS.
           05 WS-FP-ENTRY OCCURS 2000 TIMES.
              10 FP-FROMCURR      PIC X(3).
              10 FP-TOCURR        PIC X(3).
              10 FP-EFFDATE       PIC X(10).
              10 FP-EXRATE        PIC S9(3)V9(6) USAGE COMP-3.
              10 FP-LOADED        PIC X(1).

       01  WS-READ-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ADD-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-HOLD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REJECT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-INVERSE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LOAD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(36).
           10 WS-TEXT             PIC X(42)
                VALUE 'TREASURY EXCHANGE-RATE LOAD'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(34)  VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(38)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(6)   VALUE 'FROM'.
           10 WS-COL2             PIC X(6)   VALUE 'TO'.
           10 WS-COL3             PIC X(12)  VALUE 'EFFECTIVE'.
           10 WS-COL4             PIC X(13)  VALUE '         RATE'.
           10 WS-COL5             PIC X(14)  VALUE '   PRIOR RATE'.
           10 WS-COL6             PIC X(11)  VALUE '    MOVE %'.
           10 FILLER              PIC X(2).
           10 WS-COL7             PIC X(30)  VALUE 'RESULT'.
           10 FILLER              PIC X(29).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-FROM         PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-TO           PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-EFFDATE      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-RATE         PIC ZZZZ9.999999.
           10 FILLER              PIC X(2).
           10 WS-DET-PRIOR        PIC ZZZZ9.999999.
           10 FILLER              PIC X(2).
           10 WS-DET-MOVE         PIC ZZZZ9.99.
           10 FILLER              PIC X(5).
           10 WS-DET-RESULT       PIC X(30).
           10 FILLER              PIC X(28).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE
                'RATES LOADED: '.
           10 WS-SUM-ADD          PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'INVERSES ADDED: '.
           10 WS-SUM-INVERSE      PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'HELD FOR TREASURY: '.
           10 WS-SUM-HOLD         PIC ZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE
                'RECORDS REJECTED: '.
           10 WS-SUM-REJECT       PIC ZZZZ9.
           10 FILLER              PIC X(17)  VALUE SPACES.

       01  WS-RPT-TOLERANCE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(31)  VALUE
                'TOLERANCE (HR_CONTROL FXTOLPCT)'.
           10 FILLER              PIC X(2)   VALUE ': '.
           10 WS-TOL-EDIT         PIC ZZZZ9.99.
           10 FILLER              PIC X(2)   VALUE ' %'.
           10 FILLER              PIC X(80)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EXCHRATE
                END-EXEC.

                EXEC SQL INCLUDE FXHOLD
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
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

             PERFORM 1100-READ-RATE
             THRU    1100-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT
             UNTIL NOMORE-INPUT.

             PERFORM 2500-ADD-INVERSES
             THRU    2500-EXIT
             VARYING WS-FP-IX FROM 1 BY 1
             UNTIL   WS-FP-IX > WS-FP-COUNT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE FXRTIN.

             IF WS-HOLD-COUNT > 0 OR WS-REJECT-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                PERFORM 1300-GET-TOLERANCE
                THRU    1300-EXIT.

                OPEN INPUT FXRTIN.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-READ-RATE                                                 *
      ******************************************************************
       1100-READ-RATE.
                READ FXRTIN
                   AT END MOVE 'N' TO INPUT-SWITCH.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1300-GET-TOLERANCE - THE HR_CONTROL 'FXTOLPCT' TOLERANCE       *
      ******************************************************************
       1300-GET-TOLERANCE.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-AMOUNT
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'FXTOLPCT'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-CTL-AMOUNT TO WS-TOL-PCT
                    WHEN +100
                         MOVE 5 TO WS-TOL-PCT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - ONE TREASURY RATE RECORD                        *
      ******************************************************************
       2000-PROCESS.
                ADD 1 TO WS-READ-COUNT.
                MOVE SPACES          TO WS-RPT-DETAIL.
                MOVE FX-FROMCURR     TO WS-DET-FROM.
                MOVE FX-TOCURR       TO WS-DET-TO.
                MOVE FX-EFFDATE      TO WS-DET-EFFDATE.
                IF FX-EXRATE NUMERIC
                   MOVE FX-EXRATE    TO WS-DET-RATE
                END-IF.

                PERFORM 2100-LOAD-RATE
                THRU    2100-EXIT.

                PERFORM 2190-PRINT-DETAIL
                THRU    2190-EXIT.

                PERFORM 1100-READ-RATE
                THRU    1100-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-LOAD-RATE - EDIT, CHECK AGAINST THE PRIOR RATE, THEN LOAD *
      *                  OR HOLD                                       *
      ******************************************************************
       2100-LOAD-RATE.
                IF FX-FROMCURR = SPACES
                   OR FX-TOCURR = SPACES
                   OR FX-FROMCURR IS NOT ALPHABETIC-UPPER
                   OR FX-TOCURR IS NOT ALPHABETIC-UPPER
                   OR FX-FROMCURR = FX-TOCURR
                   MOVE 'MALFORMED CURRENCY PAIR' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

                IF FX-EFF-YYYY NOT NUMERIC
                   OR FX-EFF-MM NOT NUMERIC
                   OR FX-EFF-DD NOT NUMERIC
                   OR FX-EFF-DASH1 NOT = '-'
                   OR FX-EFF-DASH2 NOT = '-'
                   OR FX-EFF-MM < '01' OR FX-EFF-MM > '12'
                   OR FX-EFF-DD < '01' OR FX-EFF-DD > '31'
                   MOVE 'EFFECTIVE DATE NOT VALID' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

                IF FX-EXRATE NOT NUMERIC
                   OR FX-EXRATE = 0
                   MOVE 'RATE NOT NUMERIC OR ZERO' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

                MOVE FX-FROMCURR     TO WS-FROMCURR.
                MOVE FX-TOCURR       TO WS-TOCURR.
                MOVE FX-EFFDATE      TO WS-EFFDATE.
                MOVE FX-EXRATE       TO WS-EXRATE.

      *         A DATED RATE IS NEVER OVERWRITTEN - NOR IS ONE WAITING
      *         ON A TREASURY DECISION.
                EXEC SQL
                    SELECT
                        1
                    INTO
                        :WS-DUMMY
                    FROM EXCHRATE
                    WHERE FROMCURR = :WS-FROMCURR
                      AND TOCURR   = :WS-TOCURR
                      AND EFFDATE  = :WS-EFFDATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'DUPLICATE DATE - ON FILE'
                           TO WS-DET-RESULT
                         ADD 1 TO WS-REJECT-COUNT
                         GO TO 2100-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        1
                    INTO
                        :WS-DUMMY
                    FROM EXCHRATE_HOLD
                    WHERE FROMCURR = :WS-FROMCURR
                      AND TOCURR   = :WS-TOCURR
                      AND EFFDATE  = :WS-EFFDATE
                      AND HSTATUS IN ('P', 'C')
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'DUPLICATE DATE - ALREADY HELD'
                           TO WS-DET-RESULT
                         ADD 1 TO WS-REJECT-COUNT
                         GO TO 2100-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-GET-PRIOR-RATE
                THRU    2200-EXIT.

                IF PRIOR-FOUND
                   AND WS-MOVE-PCT > WS-TOL-PCT
                   PERFORM 2300-HOLD-RATE
                   THRU    2300-EXIT
                   GO TO 2100-EXIT
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
                         ADD 1 TO WS-ADD-COUNT
                         IF WS-FP-THIS > 0
                            MOVE 'Y' TO FP-LOADED (WS-FP-THIS)
                         END-IF
                         IF PRIOR-FOUND
                            MOVE 'LOADED' TO WS-DET-RESULT
                         ELSE
                            MOVE 'LOADED - FIRST RATE FOR PAIR'
                              TO WS-DET-RESULT
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-GET-PRIOR-RATE - THE LATEST RATE FOR THE PAIR BEFORE THIS *
      *          EFFECTIVE DATE AND THE PERCENT THIS RATE MOVES FROM   *
      *          IT. THE PAIR AND DATE ARE ALSO NOTED IN THE FILE      *
      *          TABLE FOR THE INVERSE STEP.                           *
      ******************************************************************
       2200-GET-PRIOR-RATE.
                MOVE SPACES TO PRIOR-FOUND-SWITCH.
                MOVE 0      TO WS-MOVE-PCT.
                MOVE 0      TO WS-FP-THIS.

                IF WS-FP-COUNT < WS-FP-MAX
                   ADD 1 TO WS-FP-COUNT
                   MOVE WS-FP-COUNT TO WS-FP-THIS
                   MOVE WS-FROMCURR TO FP-FROMCURR (WS-FP-COUNT)
                   MOVE WS-TOCURR   TO FP-TOCURR   (WS-FP-COUNT)
                   MOVE WS-EFFDATE  TO FP-EFFDATE  (WS-FP-COUNT)
                   MOVE WS-EXRATE   TO FP-EXRATE   (WS-FP-COUNT)
                   MOVE 'N'         TO FP-LOADED   (WS-FP-COUNT)
                ELSE
                   DISPLAY 'COBFXLD - FILE TABLE FULL, NO INVERSE FOR '
                           WS-FROMCURR WS-TOCURR ' ' WS-EFFDATE
                END-IF.

                EXEC SQL
                    SELECT
                        EFFDATE
                      , EXRATE
                    INTO
                        :WS-PRIOR-EFFDATE
                      , :WS-PRIOR-RATE
                    FROM EXCHRATE
                    WHERE FROMCURR = :WS-FROMCURR
                      AND TOCURR   = :WS-TOCURR
                      AND EFFDATE  < :WS-EFFDATE
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO PRIOR-FOUND-SWITCH
                    WHEN +100
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-MOVE-PCT ROUNDED =
                        (WS-EXRATE - WS-PRIOR-RATE) * 100
                        / WS-PRIOR-RATE
                   ON SIZE ERROR
                        MOVE 99999.99 TO WS-MOVE-PCT
                END-COMPUTE.

                IF WS-MOVE-PCT < 0
                   COMPUTE WS-MOVE-PCT = WS-MOVE-PCT * -1
                END-IF.

                MOVE WS-PRIOR-RATE TO WS-DET-PRIOR.
                MOVE WS-MOVE-PCT   TO WS-DET-MOVE.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-HOLD-RATE - PARK A RATE THAT MOVED BEYOND TOLERANCE FOR A *
      *          TREASURY CONFIRMATION. A CORRECTED RATE FOR A PAIR    *
      *          AND DATE TREASURY ALREADY REJECTED REOPENS THAT ROW.  *
      ******************************************************************
       2300-HOLD-RATE.
                EXEC SQL
                    INSERT INTO EXCHRATE_HOLD
                        (
                            FROMCURR
                          , TOCURR
                          , EFFDATE
                          , EXRATE
                          , PRIOR_EFFDATE
                          , PRIOR_RATE
                          , MOVE_PCT
                          , HSTATUS
                          , LOAD_DATE
                          , DECIDED_BY
                        )
                    VALUES
                        (
                            :WS-FROMCURR
                          , :WS-TOCURR
                          , :WS-EFFDATE
                          , :WS-EXRATE
                          , :WS-PRIOR-EFFDATE
                          , :WS-PRIOR-RATE
                          , :WS-MOVE-PCT
                          , 'P'
                          , CURRENT DATE
                          , ' '
                        )
                END-EXEC.

                IF SQLCODE = -803
                   EXEC SQL
                       UPDATE EXCHRATE_HOLD
                          SET EXRATE        = :WS-EXRATE
                            , PRIOR_EFFDATE = :WS-PRIOR-EFFDATE
                            , PRIOR_RATE    = :WS-PRIOR-RATE
                            , MOVE_PCT      = :WS-MOVE-PCT
                            , HSTATUS       = 'P'
                            , LOAD_DATE     = CURRENT DATE
                            , DECIDED_BY    = ' '
                            , DECIDED_DATE  = NULL
                        WHERE FROMCURR = :WS-FROMCURR
                          AND TOCURR   = :WS-TOCURR
                          AND EFFDATE  = :WS-EFFDATE
                          AND HSTATUS  = 'R'
                   END-EXEC
                END-IF.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'HELD - MOVE BEYOND TOLERANCE'
                           TO WS-DET-RESULT
                         ADD 1 TO WS-HOLD-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-ADD-INVERSES - FOR EACH RATE LOADED FROM THE FILE WHOSE   *
      *          REVERSE DIRECTION TREASURY DID NOT SEND FOR THE SAME  *
      *          DATE, ADD THE INVERSE RATE - UNLESS THE REVERSE IS    *
      *          ALREADY ON FILE, OR THE INVERSE WILL NOT FIT.         *
      ******************************************************************
       2500-ADD-INVERSES.
                IF FP-LOADED (WS-FP-IX) NOT = 'Y'
                   GO TO 2500-EXIT
                END-IF.

                MOVE SPACES TO REVERSE-SENT-SWITCH.
                PERFORM 2550-FIND-REVERSE
                THRU    2550-EXIT
                VARYING WS-FP-JX FROM 1 BY 1
                UNTIL   WS-FP-JX > WS-FP-COUNT
                     OR REVERSE-SENT.

                IF REVERSE-SENT
                   GO TO 2500-EXIT
                END-IF.

                MOVE SPACES                   TO WS-RPT-DETAIL.
                MOVE FP-TOCURR   (WS-FP-IX)   TO WS-FROMCURR
                                                 WS-DET-FROM.
                MOVE FP-FROMCURR (WS-FP-IX)   TO WS-TOCURR
                                                 WS-DET-TO.
                MOVE FP-EFFDATE  (WS-FP-IX)   TO WS-EFFDATE
                                                 WS-DET-EFFDATE.

                COMPUTE WS-INV-RATE ROUNDED = 1 / FP-EXRATE (WS-FP-IX)
                   ON SIZE ERROR
                        MOVE 'NO INVERSE - RATE TOO SMALL'
                          TO WS-DET-RESULT
                        PERFORM 2190-PRINT-DETAIL
                        THRU    2190-EXIT
                        GO TO 2500-EXIT
                END-COMPUTE.

                MOVE WS-INV-RATE TO WS-DET-RATE.

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
                          , :WS-INV-RATE
                        )
                END-EXEC.

      *         A REVERSE RATE ALREADY ON FILE FOR THE DATE STANDS -
      *         TREASURY'S OWN FIGURE BEATS A DERIVED ONE.
                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'INVERSE ADDED' TO WS-DET-RESULT
                         ADD 1 TO WS-INVERSE-COUNT
                    WHEN -803
                         GO TO 2500-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2190-PRINT-DETAIL
                THRU    2190-EXIT.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-FIND-REVERSE - DID THE FILE CARRY THE REVERSE DIRECTION   *
      *                     FOR THE SAME DATE                          *
      ******************************************************************
       2550-FIND-REVERSE.
                IF FP-FROMCURR (WS-FP-JX) = FP-TOCURR   (WS-FP-IX)
                   AND FP-TOCURR   (WS-FP-JX) = FP-FROMCURR (WS-FP-IX)
                   AND FP-EFFDATE  (WS-FP-JX) = FP-EFFDATE  (WS-FP-IX)
                   MOVE 'Y' TO REVERSE-SENT-SWITCH
                END-IF.
       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-COLUMNS.

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
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-ADD-COUNT     TO WS-SUM-ADD.
                MOVE WS-INVERSE-COUNT TO WS-SUM-INVERSE.
                MOVE WS-HOLD-COUNT    TO WS-SUM-HOLD.
                MOVE WS-REJECT-COUNT  TO WS-SUM-REJECT.
                PRINT WS-RPT-SUMMARY.

                MOVE WS-TOL-PCT       TO WS-TOL-EDIT.
                PRINT WS-RPT-TOLERANCE.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2190-PRINT-DETAIL - ONE RESULT LINE, BREAKING THE PAGE         *
      ******************************************************************
       2190-PRINT-DETAIL.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2190-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) SO COBRUNRP CAN TREND IT.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                COMPUTE WS-LOAD-COUNT = WS-ADD-COUNT + WS-INVERSE-COUNT.

                MOVE 'COBFXLD'       TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE     TO RUNH-START-DATE.
                MOVE WS-RUN-TIME     TO RUNH-START-TIME.
                MOVE WS-END-DATE     TO RUNH-END-DATE.
                MOVE WS-END-TIME     TO RUNH-END-TIME.
                MOVE WS-READ-COUNT   TO RUNH-READ-COUNT.
                MOVE WS-LOAD-COUNT   TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE     TO RUNH-RETURN-CODE.
                MOVE 'C'             TO RUNH-STATUS.
                MOVE SPACES          TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.

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
