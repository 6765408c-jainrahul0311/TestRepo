      *           DEVELOPER SKILLS ROW AND THE OPENING LEAVE           *
      *           BALANCE), REJECTING FAILURES TO THE ERROR FILE IN    *
      *           THIS SAME LAYOUT FOR CORRECTION AND RE-SUBMISSION.   *
      *           HR-FTEPCT IS THE CONTRACTED FTE PERCENTAGE (ZERO OR  *
      *           BLANK LOADS AS 100.00, FULL TIME).                   *
      ******************************************************************
       01  HIRE-RECORD.
           05 HR-EMPNO               PIC X(6).
           05 HR-CURRCODE            PIC X(3).
           05 HR-HARDWARE-ID         PIC X(10).
           05 HR-SKILL-LEVEL         PIC 9(3)V9(2).
           05 HR-PAYFREQ             PIC X(1).
           05 HR-FTEPCT              PIC 9(3)V9(2).
           05 FILLER                 PIC X(9).
