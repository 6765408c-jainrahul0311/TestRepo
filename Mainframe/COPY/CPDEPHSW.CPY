      ******************************************************************
      * CPDEPHSW - WORKAREAS FOR THE SHARED DEPARTMENT-VERSION         *
      *            PARAGRAPHS (CPDEPHST). COPY THIS IN WORKING-STORAGE *
      *            AND THE CPDEPHST PARAGRAPHS AT THE END OF THE       *
      *            PROCEDURE DIVISION. SET W-DHST-DEPTNO AND           *
      *            W-DHST-PROGRAM (THE CHANGING PROGRAM'S NAME), THEN  *
      *            PERFORM 8700-DEPT-HIST-SEED THRU 8700-EXIT BEFORE   *
      *            THE DEPT ROW IS CHANGED, AND 8710-DEPT-HIST-VERSION *
      *            THRU 8710-EXIT ONCE THE CHANGE (OR THE REMOVAL) HAS *
      *            BEEN MADE. ON A SQL FAILURE W-DHST-SQL-ERROR IS SET *
      *            AND SQLCODE IS LEFT FOR THE CALLER'S OWN ERROR      *
      *            HANDLING.                                           *
      ******************************************************************
       01  DHST-WORKAREAS.
           05 W-DHST-DEPTNO          PIC X(3).
           05 W-DHST-PROGRAM         PIC X(8).
           05 W-DHST-COUNT           PIC S9(9)  USAGE COMP.
           05 W-DHST-SQL-ERROR       PIC X(1).
               88  W-DHST-SQL-FAILED            VALUE 'Y'.
