      ******************************************************************
      * CPEXTPW - WORKAREAS FOR THE SHARED TELEPHONE-EXTENSION POOL    *
      *           PARAGRAPHS (CPEXTPG). COPY THIS IN WORKING-STORAGE   *
      *           AND THE CPEXTPG PARAGRAPHS AT THE END OF THE         *
      *           PROCEDURE DIVISION, WITH PHONEEXT INCLUDED.          *
      *           SET W-EXT-EMPNO, THEN:                               *
      *           - TO TEST A KEYED EXTENSION WITHOUT TAKING IT, SET   *
      *             W-EXT-EXTENSION AND PERFORM 8760-EXT-CHECK THRU    *
      *             8760-EXIT (W-EXT-AVAILABLE WHEN IT MAY BE HAD);    *
      *           - TO TAKE A KEYED EXTENSION, SET W-EXT-EXTENSION     *
      *             AND W-EXT-QUAR-FROM AND PERFORM 8762-EXT-CLAIM     *
      *             THRU 8762-EXIT - ANY OTHER EXTENSION THE EMPLOYEE  *
      *             HELD GOES INTO QUARANTINE FROM W-EXT-QUAR-FROM;    *
      *           - TO ISSUE THE NEXT FREE EXTENSION AT A SITE, SET    *
      *             W-EXT-LOC-CODE AND PERFORM 8764-EXT-ALLOCATE THRU  *
      *             8764-EXIT (THE NUMBER COMES BACK IN                *
      *             W-EXT-EXTENSION);                                  *
      *           - TO RELEASE WHAT THE EMPLOYEE HOLDS, SET            *
      *             W-EXT-EXTENSION TO SPACES (OR TO ONE EXTENSION TO  *
      *             KEEP) AND W-EXT-QUAR-FROM, AND PERFORM             *
      *             8766-EXT-RELEASE THRU 8766-EXIT.                   *
      *           W-EXT-QUAR-FROM IS THE YYYY-MM-DD THE QUARANTINE     *
      *           RUNS FROM (SPACES = TODAY). W-EXT-RESULT SAYS WHAT   *
      *           HAPPENED; ON A SQL FAILURE SQLCODE IS LEFT FOR THE   *
      *           CALLER'S OWN ERROR HANDLING.                         *
      ******************************************************************
       01  EXT-WORKAREAS.
           05 W-EXT-EMPNO            PIC X(6).
           05 W-EXT-EXTENSION        PIC X(4).
           05 W-EXT-LOC-CODE         PIC X(6).
           05 W-EXT-QUAR-FROM        PIC X(10).
           05 W-EXT-STATUS           PIC X(1).
           05 W-EXT-HOLDER           PIC X(6).
           05 W-EXT-QUAR-OVER        PIC X(1).
           05 W-EXT-QUAR-DAYS        PIC S9(4) USAGE COMP.
           05 W-EXT-TRIES            PIC S9(4) USAGE COMP.
           05 W-EXT-RESULT           PIC X(1).
               88  W-EXT-AVAILABLE              VALUE 'K'.
               88  W-EXT-ASSIGNED               VALUE 'A'.
               88  W-EXT-RELEASED               VALUE 'L'.
               88  W-EXT-NOT-IN-POOL            VALUE 'U'.
               88  W-EXT-HELD-BY-OTHER          VALUE 'H'.
               88  W-EXT-QUARANTINED            VALUE 'Q'.
               88  W-EXT-RESERVED               VALUE 'R'.
               88  W-EXT-NONE-FREE              VALUE 'N'.
               88  W-EXT-TAKEN-MEANWHILE        VALUE 'T'.
               88  W-EXT-SQL-FAILED             VALUE 'E'.
