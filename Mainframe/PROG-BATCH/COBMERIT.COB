      *                RULE CARDS ARE APPLIED IN DECK ORDER AND MUST
      *                NOT OVERLAP (ONE RULE PER JOB OR DEPARTMENT),
      *                OR THE SIMULATED AND LIVE FIGURES CAN DIVERGE.
      *                A JOB RULE CARD MUST NAME A CODE ON THE JOBCODE
      *                MASTER OR IT IS REJECTED UNAPPLIED.
      *                A RULE CARD MAY ALSO CARRY A REVIEW YEAR AND A
      *                1-5 RATING (COLUMNS 21-25): IT THEN MATCHES ONLY
      *                EMPLOYEES WHOSE EMP_REVIEW FOR THAT YEAR HR HAS
      *                CALIBRATED AT THAT RATING ON APITPO49. KEY TYPE
      *                'R' MATCHES EVERY SUCH EMPLOYEE WHATEVER THE JOB
      *                OR DEPARTMENT. THE RATING NARROWS THE CARD, SO
      *                ONE JOB OR DEPARTMENT MAY HAVE ONE CARD PER
      *                RATING - BUT A RATING-ONLY CARD OVERLAPS EVERY
      *                JOB AND DEPARTMENT CARD, AND AN EMPLOYEE MATCHED
      *                BY TWO CARDS RECEIVES BOTH INCREASES. A RATING
      *                CARD FOR A YEAR WITH NO REVIEW_CYCLE IS REJECTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 25 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-KEY            PIC X(8).
           05  CARDREC-ADJ-TYPE       PIC X(1).
           05  CARDREC-AMOUNT         PIC X(10).
           05  CARDREC-REV-YEAR       PIC X(4).
           05  CARDREC-RATING         PIC X(1).

      /
       WORKING-STORAGE SECTION.
               88  END-OF-C1                     VALUE  'Y'.
       77  LIVE-RUN-SWITCH        PIC X          VALUE  SPACES.
               88  LIVE-RUN                      VALUE  'Y'.
       77  JOB-KNOWN-SWITCH       PIC X          VALUE  SPACES.
               88  JOB-KNOWN                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-DUMMY-ONE           PIC S9(4)      USAGE COMP.

       01  WS-MODE-CARD           PIC X(3).

       01  WS-KEY-TYPE            PIC X(1).
               88  KEY-IS-JOB                    VALUE 'J'.
               88  KEY-IS-DEPT                   VALUE 'D'.
               88  KEY-IS-RATING                 VALUE 'R'.
       01  WS-KEY-JOB             PIC X(8).
       01  WS-KEY-DEPT            PIC X(3).
       01  WS-ADJ-TYPE            PIC X(1).
       01  WS-AMOUNT-N REDEFINES WS-AMOUNT-X
                                  PIC 9(8)V9(2).

      *    OPTIONAL CALIBRATED-RATING CRITERION. A ZERO RATING MEANS
      *    THE CARD DOES NOT SELECT ON RATING.
       01  WS-REV-YEAR-X          PIC X(4).
       01  WS-REV-YEAR-N REDEFINES WS-REV-YEAR-X
                                  PIC 9(4).
       01  WS-RATING-X            PIC X(1).
       01  WS-RATING-N REDEFINES WS-RATING-X
                                  PIC 9(1).
       01  WS-REV-YEAR            PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-RATING              PIC S9(4)     USAGE COMP  VALUE 0.
       77  RATING-OK-SWITCH       PIC X          VALUE  SPACES.
               88  RATING-OK                     VALUE  'Y'.

       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-LASTNAME            PIC X(15).
           10 FILLER              PIC X(1)   VALUE SPACE.
           10 WS-ECHO-AMOUNT      PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ECHO-RATING-TEXT PIC X(14)  VALUE SPACES.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ECHO-NOTE        PIC X(28)  VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE SPACES.

       01  WS-RPT-DEPT-DELTA.
           10 FILLER              PIC X(3)   VALUE SPACES.
                EXEC SQL INCLUDE SALHIST
                END-EXEC.

                EXEC SQL INCLUDE JOBCODE
                END-EXEC.

                EXEC SQL INCLUDE REVCYCLE
                END-EXEC.

                EXEC SQL INCLUDE EMPREVW
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    ONE CURSOR SERVES EVERY RULE-CARD KEY: THE KEY TYPE HOST
      *    VARIABLE PICKS WHICH PREDICATE IS LIVE FOR THIS OPEN, AND A
      *    NONZERO RATING FURTHER LIMITS IT TO EMPLOYEES CALIBRATED AT
      *    THAT RATING FOR THE CARD'S REVIEW YEAR.
      *    SEPARATED EMPLOYEES ARE NEVER GIVEN MERIT INCREASES.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
             WHERE E.SEPDATE IS NULL
               AND ((:WS-KEY-TYPE = 'J' AND E.JOB = :WS-KEY-JOB)
                 OR (:WS-KEY-TYPE = 'D'
                     AND E.WORKDEPT = :WS-KEY-DEPT)
                 OR :WS-KEY-TYPE = 'R')
               AND (:WS-RATING = 0
                 OR EXISTS
                    (SELECT 1
                       FROM EMP_REVIEW R
                      WHERE R.EMPNO        = E.EMPNO
                        AND R.REV_YEAR     = :WS-REV-YEAR
                        AND R.REV_STATUS   = 'C'
                        AND R.CALIB_RATING = :WS-RATING))
             ORDER BY E.WORKDEPT, E.EMPNO
           END-EXEC.

                MOVE CARDREC-ADJ-TYPE TO WS-ADJ-TYPE
                                         WS-ECHO-ADJ-TYPE.
                MOVE CARDREC-AMOUNT   TO WS-AMOUNT-X.
                MOVE CARDREC-REV-YEAR TO WS-REV-YEAR-X.
                MOVE CARDREC-RATING   TO WS-RATING-X.

                PERFORM 2040-EDIT-RATING
                THRU    2040-EXIT.

                IF (NOT KEY-IS-JOB AND NOT KEY-IS-DEPT
                                   AND NOT KEY-IS-RATING)
                   OR (NOT ADJ-IS-PCT AND NOT ADJ-IS-FLAT)
                   OR WS-AMOUNT-X NOT NUMERIC
                   OR NOT RATING-OK
                   MOVE ZERO TO WS-ECHO-AMOUNT
                   MOVE 'REJECTED - BAD CARD' TO WS-ECHO-NOTE
                   ADD 1 TO WS-REJECT-COUNT
                ELSE
                   MOVE WS-AMOUNT-N TO WS-ECHO-AMOUNT
                   MOVE SPACES      TO WS-ECHO-NOTE
                   MOVE 'Y'         TO JOB-KNOWN-SWITCH
                   IF KEY-IS-JOB
                      PERFORM 2060-CHECK-JOB
                      THRU    2060-EXIT
                   END-IF
                   IF WS-RATING NOT = 0
                      PERFORM 2070-CHECK-CYCLE
                      THRU    2070-EXIT
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT JOB-KNOWN
                            MOVE 'REJECTED - UNKNOWN JOB'
                                               TO WS-ECHO-NOTE
                            ADD 1 TO WS-REJECT-COUNT
                            PERFORM 2050-PRINT-CARD-ECHO
                            THRU    2050-EXIT
                       WHEN NOT RATING-OK
                            MOVE 'REJECTED - NO REVIEW CYCLE'
                                               TO WS-ECHO-NOTE
                            ADD 1 TO WS-REJECT-COUNT
                            PERFORM 2050-PRINT-CARD-ECHO
                            THRU    2050-EXIT
                       WHEN OTHER
                            PERFORM 2050-PRINT-CARD-ECHO
                            THRU    2050-EXIT
                            MOVE SPACES TO END-OF-C1-SWITCH
                            PERFORM 2100-OPEN-C1
                            THRU    2100-EXIT
                            PERFORM 2200-FETCH-C1
                            THRU    2200-EXIT
                            UNTIL END-OF-C1
                            PERFORM 2300-CLOSE-C1
                            THRU    2300-EXIT
                   END-EVALUATE
                END-IF.

                PERFORM 1100-READ-CARD
       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2040-EDIT-RATING - COLUMNS 21-25 ARE BLANK (NO RATING          *
      *                    CRITERION) OR A REVIEW YEAR AND A RATING    *
      *                    1-5. A KEY TYPE 'R' CARD MUST CARRY ONE.    *
      *                    THE CRITERION IS ECHOED WITH THE CARD.      *
      ******************************************************************
       2040-EDIT-RATING.
                MOVE 'Y'    TO RATING-OK-SWITCH.
                MOVE 0      TO WS-REV-YEAR
                               WS-RATING.
                MOVE SPACES TO WS-ECHO-RATING-TEXT.

                IF WS-REV-YEAR-X = SPACES
                   AND WS-RATING-X = SPACE
                   IF KEY-IS-RATING
                      MOVE SPACES TO RATING-OK-SWITCH
                   END-IF
                   GO TO 2040-EXIT
                END-IF.

                IF WS-REV-YEAR-X NOT NUMERIC
                   OR WS-RATING-X NOT NUMERIC
                   MOVE SPACES TO RATING-OK-SWITCH
                   GO TO 2040-EXIT
                END-IF.
                IF WS-RATING-N < 1 OR WS-RATING-N > 5
                   MOVE SPACES TO RATING-OK-SWITCH
                   GO TO 2040-EXIT
                END-IF.

                MOVE WS-REV-YEAR-N TO WS-REV-YEAR.
                MOVE WS-RATING-N   TO WS-RATING.
                STRING 'RATED ' WS-REV-YEAR-X '=' WS-RATING-X
                       DELIMITED BY SIZE
                  INTO WS-ECHO-RATING-TEXT.
       2040-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2050-PRINT-CARD-ECHO - EVERY RULE CARD IS ECHOED AHEAD OF THE  *
       2050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2060-CHECK-JOB - A JOB RULE CARD MUST NAME A CODE ON THE       *
      *                  JOBCODE MASTER. A RETIRED CODE IS STILL       *
      *                  ACCEPTED - ITS CURRENT HOLDERS ARE PAID ON IT *
      ******************************************************************
       2060-CHECK-JOB.
                MOVE SPACES TO JOB-KNOWN-SWITCH.

                EXEC SQL
                    SELECT
                        1
                    INTO
                        :WS-DUMMY-ONE
                    FROM JOBCODE
                    WHERE JOB = :WS-KEY-JOB
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO JOB-KNOWN-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2060-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2070-CHECK-CYCLE - A RATING CARD MUST NAME A YEAR WITH A       *
      *                    REVIEW_CYCLE, OR NOTHING COULD EVER MATCH   *
      *                    AND THE CARD WOULD PASS SILENTLY UNAPPLIED  *
      ******************************************************************
       2070-CHECK-CYCLE.
                MOVE SPACES TO RATING-OK-SWITCH.

                EXEC SQL
                    SELECT
                        1
                    INTO
                        :WS-DUMMY-ONE
                    FROM REVIEW_CYCLE
                    WHERE REV_YEAR = :WS-REV-YEAR
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO RATING-OK-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2070-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-OPEN-C1
