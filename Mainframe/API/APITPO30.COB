      *             WHEN NO BUDGET ROW EXISTS AT ALL, WHICH FAILS
      *             SAFE. FILLING A REQUISITION RECORDS THE EMPNO OF
      *             THE HIRE, WHICH COBONBD TIES BACK ON ITS
      *             ONBOARDING CHECKLIST. OPENING A REQUISITION
      *             ANSWERS THE DEPARTMENT'S POSITION - BUDGET, ACTIVE
      *             HEADS WITH THEIR FULL-TIME EQUIVALENT, AND OPEN
      *             REQUISITIONS - WHETHER IT OPENS OR NOT. THE BUDGET
      *             TEST ITSELF STAYS ON HEADS. THE JOB OF A NEW
      *             REQUISITION MUST BE AN ACTIVE CODE ON THE JOBCODE
      *             MASTER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE DEPTBUD
           END-EXEC.

           EXEC SQL
               INCLUDE JOBCODE
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WS-BUD-HEADCOUNT           PIC S9(4) USAGE COMP.
       01  WS-ACTIVE-COUNT            PIC S9(4) USAGE COMP.
       01  WS-ACTIVE-FTE              PIC S9(5)V9(2) USAGE COMP-3.
       01  WS-OPEN-REQS               PIC S9(4) USAGE COMP.
       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
               10 CMD01-FILL-EMPNO    PIC X(6).
           05 CMD01-REQ-COUNT         PIC S9(4).
           05 CMD01-MORE-REQS         PIC X(1).
       01 CMD02-DATA-OUT REDEFINES DATA-OUT.
           05 CMD02-BUD-HEADCOUNT     PIC S9(4).
           05 CMD02-ACTIVE-COUNT      PIC S9(4).
           05 CMD02-ACTIVE-FTE        PIC S9(5)V9(2).
           05 CMD02-OPEN-REQS         PIC S9(4).
           05 FILLER                  PIC X(2029).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      *             OPEN, 3 = REQUISITION ALREADY ON FILE, 5 = OVER
      *             BUDGETED HEADCOUNT, 6 = NO DEPT_BUDGET ROW FOR
      *             THE YEAR (FAILS SAFE - NOTHING OPENS WITHOUT A
      *             BUDGET), 7 = JOB NOT AN ACTIVE CODE ON THE JOBCODE
      *             MASTER.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
      * CMD-02 - OPEN A REQUISITION. ACTIVE EMPLOYEES IN THE
      *          DEPARTMENT PLUS ITS ALREADY-OPEN REQUISITIONS PLUS
      *          THIS ONE MUST FIT INSIDE THE YEAR'S BUDGETED
      *          HEADCOUNT. NO BUDGET ROW REFUSES OUTRIGHT. THE
      *          COUNTS TESTED, AND THE ACTIVE EMPLOYEES' FULL-TIME
      *          EQUIVALENT, ARE ANSWERED IN CMD02-DATA-OUT. THE JOB
      *          MUST BE AN ACTIVE CODE ON THE JOBCODE MASTER.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-REQ-NO    TO WS-REQ-NO.
              MOVE 6 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.
           MOVE WS-BUD-HEADCOUNT TO CMD02-BUD-HEADCOUNT.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK

           EXEC SQL
                SELECT
                    COUNT(*),
                    COALESCE(SUM(E.FTEPCT), 0) / 100
                INTO
                    :WS-ACTIVE-COUNT,
                    :WS-ACTIVE-FTE
                FROM EMP E
                WHERE E.WORKDEPT = :WS-DEPTNO
                  AND E.SEPDATE IS NULL
              GO TO CMD-02-EXIT
           END-IF.

           MOVE WS-ACTIVE-COUNT TO CMD02-ACTIVE-COUNT.
           MOVE WS-ACTIVE-FTE   TO CMD02-ACTIVE-FTE.
           MOVE WS-OPEN-REQS    TO CMD02-OPEN-REQS.

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
              MOVE 7 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-02-EXIT
           END-IF.

           IF WS-ACTIVE-COUNT + WS-OPEN-REQS + 1 > WS-BUD-HEADCOUNT
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
