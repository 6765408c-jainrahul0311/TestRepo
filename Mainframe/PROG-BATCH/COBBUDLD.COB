      *-----------------------------------------------------------------
      *     COBBUDLD - DEPT_BUDGET LOADER. ONE CARD PER DEPARTMENT
      *                AND YEAR WITH THE BUDGETED HEADCOUNT, PAYROLL
      *                AND TRAINING SPEND. A CARD FOR A DEPARTMENT/YEAR
      *                ALREADY ON FILE REPLACES THE EXISTING FIGURES,
      *                SO THE CONTROLLERS CAN RELOAD A REVISED BUDGET
      *                BY RERUNNING THE DECK. A BLANK TRAINING FIGURE
      *                LOADS ZERO ON A NEW ROW AND LEAVES THE TRAINING
      *                BUDGET ALREADY ON FILE ALONE ON A REPLACE, SO
      *                A REVISED PAYROLL DECK NEED NOT REPEAT IT.
      *                EVERY CARD IS ECHOED WITH ITS RESULT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 34 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-YEAR           PIC X(4).
           05  CARDREC-HEADCOUNT      PIC X(5).
           05  CARDREC-PAYROLL        PIC X(13).
           05  CARDREC-TRAINING       PIC X(9).

      /
       WORKING-STORAGE SECTION.
      *****************************************************
       77  INPUT-SWITCH           PIC X          VALUE  SPACES.
               88  NOMORE-INPUT                  VALUE  'N'.
       77  TRAINING-GIVEN-SWITCH  PIC X          VALUE  SPACES.
               88  TRAINING-GIVEN                VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-DEPTNO              PIC X(3).
       01  WS-PAYROLL REDEFINES WS-PAYROLL-X
                                  PIC 9(11)V9(2).
       01  WS-BUD-PAYROLL         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TRAINING-X          PIC X(9).
       01  WS-TRAINING REDEFINES WS-TRAINING-X
                                  PIC 9(7)V9(2).
       01  WS-BUD-TRAINING        PIC S9(7)V9(2) USAGE COMP-3.

       01  WS-LOAD-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REPLACE-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
           10 WS-COL2             PIC X(6)   VALUE 'YEAR'.
           10 WS-COL3             PIC X(7)   VALUE 'HEADS'.
           10 WS-COL4             PIC X(18)  VALUE 'BUDGET PAYROLL'.
           10 WS-COL5             PIC X(16)  VALUE 'BUDGET TRAINING'.
           10 WS-COL6             PIC X(30)  VALUE 'RESULT'.
           10 FILLER              PIC X(40).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 FILLER              PIC X(2).
           10 WS-DET-PAYROLL      PIC $$,$$$,$$$,$$9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-TRAINING     PIC $$$,$$$,$$9.99.
           10 FILLER              PIC X(2).
           10 WS-DET-RESULT       PIC X(30).
           10 FILLER              PIC X(39).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
                   OR CARDREC-YEAR NOT NUMERIC
                   OR CARDREC-HEADCOUNT NOT NUMERIC
                   OR CARDREC-PAYROLL NOT NUMERIC
                   OR (CARDREC-TRAINING NOT = SPACES
                       AND CARDREC-TRAINING NOT NUMERIC)
                   MOVE 0 TO WS-DET-HEADS
                   MOVE ZERO TO WS-DET-PAYROLL
                   MOVE ZERO TO WS-DET-TRAINING
                   MOVE 'REJECTED - BAD CARD' TO WS-DET-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                ELSE
                   MOVE WS-HEADCOUNT      TO WS-BUD-HEADCOUNT
                   MOVE CARDREC-PAYROLL   TO WS-PAYROLL-X
                   MOVE WS-PAYROLL        TO WS-BUD-PAYROLL
                   IF CARDREC-TRAINING = SPACES
                      MOVE SPACES         TO TRAINING-GIVEN-SWITCH
                      MOVE 0              TO WS-BUD-TRAINING
                   ELSE
                      MOVE 'Y'            TO TRAINING-GIVEN-SWITCH
                      MOVE CARDREC-TRAINING TO WS-TRAINING-X
                      MOVE WS-TRAINING    TO WS-BUD-TRAINING
                   END-IF
                   MOVE WS-BUD-HEADCOUNT  TO WS-DET-HEADS
                   MOVE WS-BUD-PAYROLL    TO WS-DET-PAYROLL
                   MOVE WS-BUD-TRAINING   TO WS-DET-TRAINING
                   PERFORM 2100-INSERT-BUDGET
                   THRU    2100-EXIT
                END-IF.
                          , BYEAR
                          , BUD_HEADCOUNT
                          , BUD_PAYROLL
                          , BUD_TRAINING
                        )
                    VALUES
                        (
                          , :WS-BYEAR
                          , :WS-BUD-HEADCOUNT
                          , :WS-BUD-PAYROLL
                          , :WS-BUD-TRAINING
                        )
                END-EXEC.

                    UPDATE DEPT_BUDGET
                       SET BUD_HEADCOUNT = :WS-BUD-HEADCOUNT
                         , BUD_PAYROLL   = :WS-BUD-PAYROLL
                         , BUD_TRAINING  =
                               CASE WHEN :TRAINING-GIVEN-SWITCH = 'Y'
                                    THEN :WS-BUD-TRAINING
                                    ELSE BUD_TRAINING
                               END
                     WHERE DEPTNO = :WS-DEPTNO
                       AND BYEAR  = :WS-BYEAR
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         IF TRAINING-GIVEN
                            MOVE 'REPLACED PRIOR FIGURES'
                                 TO WS-DET-RESULT
                         ELSE
                            MOVE 'REPLACED - TRAINING KEPT'
                                 TO WS-DET-RESULT
                         END-IF
                         ADD 1 TO WS-REPLACE-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
