      *             REFUSES TO POST WHILE THE EMPLOYEE STILL HAS OPEN
      *             EMP_PROJ_ACT ROWS OR ASSIGNED HARDWARE UNLESS THE
      *             OPERATOR OVERRIDES WITH EYES OPEN, AND WRITES THE
      *             AUDITLOG IMAGE. THE EMPLOYEE'S ASSIGN_HIST SPELL
      *             ENDS THE DAY AFTER SEPDATE (CPASGHST), SO AS-AT
      *             DEPARTMENT MEMBERSHIP STOPS WITH THE LAST DAY
      *             WORKED. SETTING SEPDATE IS WHAT MARKS THE
      *             EMPLOYEE FOR THE NEXT COBFINPY SETTLEMENT WINDOW -
      *             NO FURTHER FLAGGING IS NEEDED. BENEFIT COVER
      *             (BEN_ENROL AND ITS DEDMAST DEDUCTIONS) ENDS AT THE
      *             END OF THE SEPARATION MONTH, AND THE TELEPHONE
      *             EXTENSION GOES INTO QUARANTINE FROM SEPDATE
      *             (PHONE_EXT). THE EDITS AND THE
      *             POSTING ARE THE SHARED CPSEPRG PARAGRAPHS, ALSO RUN
      *             BY THE APITPO47 FAILED-PROBATION COMMAND.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE ASGNHIST
           END-EXEC.

           EXEC SQL
               INCLUDE BENENRL
           END-EXEC.

           EXEC SQL
               INCLUDE DEDMAST
           END-EXEC.

           EXEC SQL
               INCLUDE PHONEEXT
           END-EXEC.

       01  WS-EMPNO                   PIC X(6).
       01  WS-SEPDATE                 PIC X(10).

           COPY CPSEPRW.

           COPY CPEXTPW.

      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).

           COPY CPAUDCHW.

           COPY CPASGHSW.


      *    ROLE-BASED COMMAND AUTHORIZATION (SEE AUTH_ROLE_CMD /
      *    9600-CHECK-AUTH). RESP-CODE 97 = NOT AUTHORIZED.
           THRU    2000-EXIT.

           IF RESP-CODE = 0 OR 3 OR 4 OR 5 OR 6
              MOVE W-SEP-FIRSTNME TO CMD01-FIRSTNME
              MOVE W-SEP-LASTNAME TO CMD01-LASTNAME
              MOVE W-SEP-HIREDATE TO CMD01-HIREDATE
              MOVE W-SEP-OPEN-ACT TO CMD01-OPEN-ACT
              MOVE W-SEP-OPEN-HW  TO CMD01-OPEN-HW
           END-IF.
       CMD-01-EXIT.
           EXIT.
           END-IF.

           IF RESP-CODE = 6
              MOVE W-SEP-OPEN-ACT TO CMD02-OPEN-ACT
              MOVE W-SEP-OPEN-HW  TO CMD02-OPEN-HW
              GO TO CMD-02-EXIT
           END-IF.

              GO TO CMD-02-EXIT
           END-IF.

      *    A SPELL OR BENEFIT COVER THAT CANNOT BE ENDED, OR AN
      *    EXTENSION THAT CANNOT BE RELEASED, ANSWERS RESP 1
      *    WITH THE ERROR BLOCK; THE SEPARATION ITSELF STANDS AND IS
      *    AUDITED.
           PERFORM 8755-SEPARATION-POST
           THRU    8755-EXIT.

           EVALUATE TRUE
               WHEN W-SEP-POSTED
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN W-SEP-HIST-FAILED
               WHEN W-SEP-BEN-FAILED
               WHEN W-SEP-EXT-FAILED
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   PERFORM 9700-WRITE-AUDIT
               WHEN W-SEP-ALREADY-SEPARATED
                   MOVE 3 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
       CMD-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 2000-EDIT-SEPARATION - THE SHARED CPSEPRG EDITS: THE EMPLOYEE,
      *          THE DATE CHECKS AND THE SAME LOOSE ENDS COBOFFBD
      *          REPORTS (OPEN EMP_PROJ_ACT ROWS AND HARDWARE STILL
      *          ASSIGNED ON DEVELOPER_HISTORY). RESP-CODE IS SET TO
      *          THE FIRST FAILING EDIT, 0 WHEN ALL PASS.
      *-----------------------------------------------------------------
       2000-EDIT-SEPARATION.
           MOVE WS-EMPNO   TO W-SEP-EMPNO.
           MOVE WS-SEPDATE TO W-SEP-SEPDATE.

           PERFORM 8750-SEPARATION-EDIT
           THRU    8750-EXIT.

           EVALUATE TRUE
               WHEN W-SEP-NOT-FOUND
                   MOVE 2 TO RESP-CODE
               WHEN W-SEP-SQL-FAILED
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
               WHEN W-SEP-ALREADY-SEPARATED
                   MOVE 3 TO RESP-CODE
               WHEN W-SEP-BAD-DATE
                   MOVE 4 TO RESP-CODE
               WHEN W-SEP-TOO-FAR-OUT
                   MOVE 5 TO RESP-CODE
               WHEN W-SEP-LOOSE-ENDS
                   MOVE 6 TO RESP-CODE
               WHEN OTHER
                   MOVE 0 TO RESP-CODE
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      /
           COPY CPSEPRG.
      /
           COPY CPASGHST.
      /
           COPY CPEXTPG.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
