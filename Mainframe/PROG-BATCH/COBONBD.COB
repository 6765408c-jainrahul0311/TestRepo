      *                PER EMPLOYEE PLUS A SUMMARY OF THE MOST
      *                COMMONLY MISSED ITEM, SO THE ONBOARDING TEAM
      *                GETS A DAILY WORKLIST INSTEAD OF COMPLAINTS.
      *                THE KIT COLUMN FOLLOWS THE HARDWARE REQUESTED
      *                FOR THE HIRE BY NAME ON HW_REQUEST (APITPO50):
      *                'N' WHILE ANY SUCH REQUEST IS STILL PENDING,
      *                APPROVED OR ON ORDER, 'Y' ONCE ALL OF IT IS
      *                RECEIVED, '-' WHEN NONE WAS REQUESTED; THE
      *                HIRES STILL WAITING FOR KIT ARE COUNTED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-HAS-RESUME          PIC X(1).
       01  WS-HAS-PHOTO           PIC X(1).
       01  WS-REQ-NO              PIC X(10).
       01  WS-HAS-KIT             PIC X(1).
       01  WS-MISS-COUNT          PIC 9(1).

       01  WS-HIRE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-MISS-RESUME         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-MISS-PHOTO          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-NO-REQ-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-KIT-WAIT-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-WORST-COUNT         PIC 9(5)      USAGE COMP.
       01  WS-WORST-ITEM          PIC X(20).

           10 WS-COL8             PIC X(6)   VALUE 'PHOTO'.
           10 WS-COL9             PIC X(8)   VALUE 'MISSING'.
           10 WS-COL10            PIC X(12)  VALUE 'REQUISITION'.
           10 WS-COL11            PIC X(4)   VALUE 'KIT'.
           10 FILLER              PIC X(29).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-MISSING      PIC 9(1).
           10 FILLER              PIC X(7).
           10 WS-DET-REQ-NO       PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-KIT          PIC X(1).
           10 FILLER              PIC X(32).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-SUM-NO-REQ       PIC ZZZZ9.
           10 FILLER              PIC X(97)  VALUE SPACES.

       01  WS-RPT-KIT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(39)  VALUE
                'HIRES STILL WAITING FOR REQUESTED KIT: '.
           10 WS-SUM-KIT-WAIT     PIC ZZZZ9.
           10 FILLER              PIC X(85)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
                EXEC SQL INCLUDE EMPPHOTO
                END-EXEC.

                EXEC SQL INCLUDE HWREQ
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
                 COALESCE(
                   (SELECT MAX(Q.REQ_NO) FROM POSREQ Q
                     WHERE Q.FILL_EMPNO = E.EMPNO
                       AND Q.RQSTATUS   = 'F'), ' '),
                 CASE WHEN EXISTS
                   (SELECT 1 FROM HW_REQUEST K
                     WHERE K.HIRE_EMPNO = E.EMPNO
                       AND K.HRSTATUS IN ('P', 'A', 'O'))
                   THEN 'N'
                      WHEN EXISTS
                   (SELECT 1 FROM HW_REQUEST K2
                     WHERE K2.HIRE_EMPNO = E.EMPNO
                       AND K2.HRSTATUS   = 'C')
                   THEN 'Y' ELSE '-' END
             FROM EMP E
             WHERE E.HIREDATE BETWEEN :WS-FROM-DATE
                                  AND :WS-TO-DATE
                          :WS-HAS-HARDWARE,
                          :WS-HAS-RESUME,
                          :WS-HAS-PHOTO,
                          :WS-REQ-NO,
                          :WS-HAS-KIT
                END-EXEC.

                EVALUATE SQLCODE
                   ELSE
                      MOVE WS-REQ-NO   TO WS-DET-REQ-NO
                   END-IF
                   IF WS-HAS-KIT = 'N'
                      ADD 1 TO WS-KIT-WAIT-COUNT
                   END-IF
                   MOVE WS-HAS-KIT      TO WS-DET-KIT
                   PRINT WS-RPT-DETAIL
                   ADD 1 TO WS-LINE-CTR
                   IF WS-LINE-CTR >= WS-MAX-LINES

                MOVE WS-NO-REQ-COUNT TO WS-SUM-NO-REQ.
                PRINT WS-RPT-REQ-SUMMARY.

                MOVE WS-KIT-WAIT-COUNT TO WS-SUM-KIT-WAIT.
                PRINT WS-RPT-KIT-SUMMARY.
       2170-EXIT.
                EXIT.

