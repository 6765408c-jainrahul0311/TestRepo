      ******************************************************************
      * CPSKLUPW - WORKAREAS FOR THE SHARED DEVELOPER SKILL-UPGRADE    *
      *            PARAGRAPHS (CPSKLUPG). COPY THIS IN WORKING-STORAGE *
      *            AND THE CPSKLUPG PARAGRAPHS AT THE END OF THE       *
      *            PROCEDURE DIVISION. SET W-SKL-DEVELOPER-ID,         *
      *            W-SKL-HARDWARE-ID, THE NEW W-SKL-LEVEL AND          *
      *            W-SKL-CERTEXP (YYYY-MM-DD), W-SKL-RAISE-ONLY ('Y' = *
      *            NEVER LOWER A LEVEL ALREADY HELD) AND               *
      *            W-SKL-ADD-MISSING ('Y' = ADD THE SKILL ROW IF THE   *
      *            DEVELOPER DOES NOT HOLD IT), THEN PERFORM           *
      *            8740-SKILL-UPGRADE THRU 8740-EXIT. W-SKL-RESULT     *
      *            SAYS WHAT HAPPENED; ON AN UPGRADE W-SKL-BEFORE      *
      *            HOLDS THE PRIOR LEVEL AND EXPIRY FOR THE AUDIT      *
      *            BEFORE IMAGE AND W-SKL-LEVEL THE LEVEL NOW HELD. ON *
      *            A SQL FAILURE SQLCODE IS LEFT FOR THE CALLER.       *
      ******************************************************************
       01  SKL-WORKAREAS.
           05 W-SKL-DEVELOPER-ID     PIC X(6).
           05 W-SKL-HARDWARE-ID      PIC X(10).
           05 W-SKL-LEVEL            PIC S9(7)V9(2) USAGE COMP-3.
           05 W-SKL-CERTEXP          PIC X(10).
           05 W-SKL-RAISE-ONLY       PIC X(1).
           05 W-SKL-ADD-MISSING      PIC X(1).
           05 W-SKL-OLD-LEVEL        PIC S9(7)V9(2) USAGE COMP-3.
           05 W-SKL-OLD-CERTEXP      PIC X(10).
           05 W-SKL-OLD-LEVEL-ED     PIC -(7)9.99.
           05 W-SKL-BEFORE           PIC X(80).
           05 W-SKL-RESULT           PIC X(1).
               88  W-SKL-UPDATED                VALUE 'U'.
               88  W-SKL-ADDED                  VALUE 'A'.
               88  W-SKL-NOT-FOUND              VALUE 'N'.
               88  W-SKL-SQL-FAILED             VALUE 'E'.
