      *     COBPPMNT - PAY-PERIOD CALENDAR MAINTENANCE. DRIVEN BY A
      *                CONTROL-CARD DECK, ONE ACTION PER CARD:
      *                  'ADD' - DEFINE A PAY PERIOD (PERIOD NUMBER,
      *                          START/END DATES, PAY DATE, RUN TYPE
      *                          AND PAY FREQUENCY), CREATED IN OPEN
      *                          STATUS. MONTHLY PERIODS ARE NUMBERED
      *                          YYYYMM; BIWEEKLY AND WEEKLY PERIODS
      *                          TAKE THEIR OWN NN RANGES UNDER THE
      *                          YEAR OF THEIR PAY DATE (SEE THE
      *                          PAYPCAL DCLGEN).
      *                  'CLS' - CLOSE A PERIOD. CLOSING IS AN
      *                          EXPLICIT OPERATOR ACTION AND IS
      *                          NEVER DONE IMPLICITLY BY ANY JOB
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 41 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
      *        ** CYCLE SUPPLEMENTAL RUN - THE ANNUAL BONUS PAYOUT
      *        ** STOPS BEING SMUGGLED THROUGH AS A FAKE PERIOD.
           05  CARDREC-RUNTYPE        PIC X(1).
      *        ** 'M' = MONTHLY (THE DEFAULT WHEN BLANK), 'B' =
      *        ** BIWEEKLY, 'W' = WEEKLY.
           05  CARDREC-PAYFREQ        PIC X(1).

      /
       WORKING-STORAGE SECTION.
       01  WS-PAYDATE             PIC X(10).
       01  WS-PSTATUS             PIC X(1).
       01  WS-RUNTYPE             PIC X(1).
       01  WS-PAYFREQ             PIC X(1).
       01  WS-HOL-COUNT           PIC S9(4)     USAGE COMP.

       01  WS-ADD-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
      ******************************************************************
      * 2100-ADD-PERIOD - DEFINE A NEW PAY PERIOD IN OPEN STATUS. THE  *
      *                   CARD IS REJECTED IF THE PERIOD IS NOT        *
      *                   NUMERIC, ITS NN IS OUTSIDE THE RANGE OF ITS  *
      *                   PAY FREQUENCY, A DATE IS MISSING, OR THE END *
      *                   DATE PRECEDES THE START DATE.                *
      ******************************************************************
       2100-ADD-PERIOD.
                IF CARDREC-PERIOD NOT NUMERIC
                   GO TO 2100-EXIT
                END-IF.

                IF CARDREC-PAYFREQ = SPACES
                   MOVE 'M' TO WS-PAYFREQ
                ELSE
                   MOVE CARDREC-PAYFREQ TO WS-PAYFREQ
                END-IF.

                IF WS-PAYFREQ NOT = 'M'
                   AND WS-PAYFREQ NOT = 'B'
                   AND WS-PAYFREQ NOT = 'W'
                   MOVE 'PAY FREQUENCY NOT M/B/W' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   GO TO 2100-EXIT
                END-IF.

      *         BIWEEKLY AND WEEKLY PERIODS HAVE THEIR OWN NN RANGES
      *         SO EVERY PERIOD KEY STAYS UNIQUE ON PAYPCAL AND
      *         PAYROLL: NN 20-46 ARE BIWEEKLY RUNS 1-27, NN 47-99
      *         WEEKLY RUNS 1-53. YYYY IS THE YEAR OF THE PAY DATE.
      *         THEY ARE ALWAYS REGULAR RUNS - A SUPPLEMENTAL PAYS
      *         EVERYONE THROUGH THE MONTHLY RANGE BELOW.
                IF WS-PAYFREQ NOT = 'M'
                   IF CARDREC-RUNTYPE = 'S'
                      MOVE 'SUPPL RUNS ARE MONTHLY ONLY'
                        TO WS-DET-RESULT
                      ADD 1 TO WS-REJECT-COUNT
                      GO TO 2100-EXIT
                   END-IF
                   IF WS-PAYFREQ = 'B'
                      AND (CARDREC-PERIOD(5:2) < '20'
                       OR  CARDREC-PERIOD(5:2) > '46')
                      MOVE 'BIWEEKLY PERIOD NEEDS NN 20-46'
                        TO WS-DET-RESULT
                      ADD 1 TO WS-REJECT-COUNT
                      GO TO 2100-EXIT
                   END-IF
                   IF WS-PAYFREQ = 'W'
                      AND CARDREC-PERIOD(5:2) < '47'
                      MOVE 'WEEKLY PERIOD NEEDS NN 47-99'
                        TO WS-DET-RESULT
                      ADD 1 TO WS-REJECT-COUNT
                      GO TO 2100-EXIT
                   END-IF
                   IF CARDREC-PAYDATE(1:4) NOT = CARDREC-PERIOD(1:4)
                      MOVE 'PAYDATE NOT IN PERIOD YEAR'
                        TO WS-DET-RESULT
                      ADD 1 TO WS-REJECT-COUNT
                      GO TO 2100-EXIT
                   END-IF
                   GO TO 2110-CHECK-DATES
                END-IF.

      *         MM 01-12 ARE THE REGULAR MONTHLY PERIODS; MM 13-19
      *         ARE RESERVED FOR SUPPLEMENTAL (RUNTYPE 'S') RUNS,
      *         WHICH CANNOT SHARE A REGULAR PERIOD'S YYYYMM - THE
                   GO TO 2100-EXIT
                END-IF.

       2110-CHECK-DATES.
                IF CARDREC-START = SPACES
                   OR CARDREC-END = SPACES
                   OR CARDREC-PAYDATE = SPACES
                          , PAYDATE
                          , PSTATUS
                          , RUNTYPE
                          , PAYFREQ
                        )
                    VALUES
                        (
                          , :WS-PAYDATE
                          , :WS-PSTATUS
                          , :WS-RUNTYPE
                          , :WS-PAYFREQ
                        )
                END-EXEC.

