      *             REPORTED BY COBCOMPA, SO OUT-OF-BAND HIRES STOP
      *             SURFACING A YEAR LATER AS COBSALAUD OUTLIERS. A
      *             BAND MUST KEEP MIN <= MID <= MAX OR THE COMMAND
      *             REFUSES IT. A NEW BAND CAN ONLY BE DECLARED FOR
      *             AN ACTIVE CODE ON THE JOBCODE MASTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE SALBAND
           END-EXEC.

           EXEC SQL
               INCLUDE JOBCODE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
       77  AUTH-OK-SWITCH             PIC X     VALUE SPACES.
           88 AUTH-OK                           VALUE 'Y'.
       01  WS-AUTH-DUMMY              PIC S9(4) USAGE COMP.
       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.
       01  WS-DENY-DATE               PIC 9(6).
       01  WS-DENY-TIME               PIC 9(8).

      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = NO BAND FOR THE JOB,
      *             3 = BAND ALREADY ON FILE, 5 = BAND SHAPE INVALID
      *             (MIN/MID/MAX OUT OF ORDER OR NOT POSITIVE),
      *             6 = JOB NOT AN ACTIVE CODE ON THE JOBCODE MASTER.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM JOBCODE
                WHERE JOB    = :WS-JOB
                  AND ACTIVE = 'Y'
           END-EXEC.

           IF SQLCODE = 100
              MOVE 6 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO SALBAND
                    (
