      ******************************************************************
      * CPSEPRW - WORKAREAS FOR THE SHARED EMPLOYEE-SEPARATION         *
      *           PARAGRAPHS (CPSEPRG). COPY THIS, CPASGHSW AND        *
      *           CPEXTPW IN WORKING-STORAGE AND THE CPSEPRG, CPASGHST *
      *           AND CPEXTPG PARAGRAPHS AT THE END OF THE PROCEDURE   *
      *           DIVISION.                                            *
      *           SET W-SEP-EMPNO AND W-SEP-SEPDATE (YYYY-MM-DD), THEN *
      *           PERFORM 8750-SEPARATION-EDIT THRU 8750-EXIT TO RUN   *
      *           THE EDITS AND COUNT THE LOOSE ENDS WITHOUT POSTING,  *
      *           AND 8755-SEPARATION-POST THRU 8755-EXIT TO SET       *
      *           SEPDATE, END THE ASSIGN_HIST SPELL, END ANY BENEFIT  *
      *           COVER (BEN_ENROL AND ITS DEDMAST ROWS) AT THE END OF *
      *           THE SEPARATION MONTH AND RELEASE THE EMPLOYEE'S      *
      *           TELEPHONE EXTENSION INTO QUARANTINE FROM SEPDATE     *
      *           (PHONE_EXT). W-SEP-RESULT SAYS WHAT HAPPENED; ON A   *
      *           SQL FAILURE SQLCODE IS LEFT FOR THE CALLER'S OWN     *
      *           ERROR HANDLING.                                      *
      ******************************************************************
       01  SEP-WORKAREAS.
           05 W-SEP-EMPNO            PIC X(6).
           05 W-SEP-SEPDATE          PIC X(10).
           05 W-SEP-FIRSTNME         PIC X(12).
           05 W-SEP-LASTNAME         PIC X(15).
           05 W-SEP-HIREDATE         PIC X(10).
           05 W-SEP-ALREADY-SEP      PIC X(1).
           05 W-SEP-BEFORE-HIRE      PIC X(1).
           05 W-SEP-FAR-FUTURE       PIC X(1).
           05 W-SEP-OPEN-ACT         PIC S9(4) USAGE COMP.
           05 W-SEP-OPEN-HW          PIC S9(4) USAGE COMP.
           05 W-SEP-RESULT           PIC X(1).
               88  W-SEP-PASSED                 VALUE 'K'.
               88  W-SEP-NOT-FOUND              VALUE 'N'.
               88  W-SEP-ALREADY-SEPARATED      VALUE 'S'.
               88  W-SEP-BAD-DATE               VALUE 'D'.
               88  W-SEP-TOO-FAR-OUT            VALUE 'F'.
               88  W-SEP-LOOSE-ENDS             VALUE 'L'.
               88  W-SEP-POSTED                 VALUE 'P'.
               88  W-SEP-HIST-FAILED            VALUE 'H'.
               88  W-SEP-BEN-FAILED             VALUE 'B'.
               88  W-SEP-EXT-FAILED             VALUE 'X'.
               88  W-SEP-SQL-FAILED             VALUE 'E'.
