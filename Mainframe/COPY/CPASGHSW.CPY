      ******************************************************************
      * CPASGHSW - WORKAREAS FOR THE SHARED ASSIGNMENT-HISTORY         *
      *            PARAGRAPHS (CPASGHST). COPY THIS IN WORKING-STORAGE *
      *            AND THE CPASGHST PARAGRAPHS AT THE END OF THE       *
      *            PROCEDURE DIVISION. FOR A DEPARTMENT OR JOB CHANGE  *
      *            SET W-AHST-EMPNO, THE NEW W-AHST-WORKDEPT AND       *
      *            W-AHST-JOB, W-AHST-EFF-DATE (YYYY-MM-DD, SPACES =   *
      *            TODAY), W-AHST-SOURCE (THE CHANGING PROGRAM) AND    *
      *            W-AHST-OPID (SPACES = THE SQL AUTH ID), THEN        *
      *            PERFORM 8720-ASSIGN-HIST-CHANGE THRU 8720-EXIT. FOR *
      *            A SEPARATION SET W-AHST-EMPNO AND W-AHST-EFF-DATE   *
      *            TO SEPDATE, THE LAST DAY HELD, AND PERFORM          *
      *            8730-ASSIGN-HIST-END THRU 8730-EXIT. ON A SQL       *
      *            FAILURE W-AHST-SQL-ERROR IS SET AND SQLCODE IS LEFT *
      *            FOR THE CALLER'S OWN ERROR HANDLING.                *
      ******************************************************************
       01  AHST-WORKAREAS.
           05 W-AHST-EMPNO           PIC X(6).
           05 W-AHST-WORKDEPT        PIC X(3).
           05 W-AHST-JOB             PIC X(8).
           05 W-AHST-EFF-DATE        PIC X(10).
           05 W-AHST-SOURCE          PIC X(8).
           05 W-AHST-OPID            PIC X(8).
           05 W-AHST-OLD-WORKDEPT    PIC X(3).
           05 W-AHST-OLD-JOB         PIC X(8).
           05 W-AHST-OLD-EFF-TO      PIC X(10).
           05 W-AHST-SQL-ERROR       PIC X(1).
               88  W-AHST-SQL-FAILED            VALUE 'Y'.
