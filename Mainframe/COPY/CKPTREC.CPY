      *           CKPT-KEY-TYPE SAYS WHAT CKPT-LAST-KEY HOLDS - A      *
      *           DEPARTMENT-GRAIN RESTART KEY OR AN EMPLOYEE NUMBER   *
      *           LOGGED MID-DEPARTMENT FOR AUDIT PURPOSES ONLY - SO   *
      *           A READER NEVER MISTAKES ONE FOR THE OTHER. COBAPIBT  *
      *           CHECKPOINTS BY TRANSACTION RECORD NUMBER (KEY TYPE   *
      *           'R', SIX DIGITS) - THE LAST RECORD IT COMMITTED.     *
      ******************************************************************
       01  CKPT-RECORD.
           05 CKPT-PROGRAM-ID        PIC X(8).
           05 CKPT-KEY-TYPE          PIC X(1)    VALUE 'D'.
               88  CKPT-KEY-IS-DEPT             VALUE 'D'.
               88  CKPT-KEY-IS-EMP              VALUE 'E'.
               88  CKPT-KEY-IS-RECNO            VALUE 'R'.
