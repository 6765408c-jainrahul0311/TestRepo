      *                EFFECTIVE DATE HAS ARRIVED: THE CAPTURED
      *                FIELDS LAND ON THE EMP MASTER (A SPACES FIELD
      *                OR ZERO AMOUNT LEAVES THE CURRENT VALUE), A
      *                PAY CHANGE WRITES SALHIST, A CHANGE OF
      *                CONTRACTED FTE WRITES FTEHIST, A NEW WORKDEPT
      *                OR JOB OPENS AN ASSIGN_HIST SPELL FROM THE
      *                CHANGE'S EFFECTIVE DATE, A NEW TELEPHONE
      *                EXTENSION IS CLAIMED FROM THE POOL (PHONE_EXT,
      *                THE OLD ONE GOING INTO QUARANTINE FROM THE
      *                EFFECTIVE DATE), AND EVERY APPLIED
      *                CHANGE WRITES ITS AUDITLOG IMAGES - EXACTLY
      *                WHAT AN IMMEDIATE COBCIO26 CHANGE WOULD HAVE
      *                DONE ON THE DAY. THE ROW IS MARKED APPLIED SO
       01  WS-NEW-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-BONUS           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-COMM            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-FTEPCT          PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-CAPT-OPID           PIC X(8).

       01  WS-OLD-WORKDEPT        PIC X(3).
       01  WS-OLD-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-BONUS           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-COMM            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-OLD-FTEPCT          PIC S9(3)V9(2) USAGE COMP-3.

       01  WS-APPLY-WORKDEPT      PIC X(3).
       01  WS-APPLY-JOB           PIC X(8).
       01  WS-APPLY-SALARY        PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-APPLY-BONUS         PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-APPLY-COMM          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-APPLY-FTEPCT        PIC S9(3)V9(2) USAGE COMP-3.

       01  WS-OLD-SAL-ED          PIC -(7)9.99.
       01  WS-NEW-SAL-ED          PIC -(7)9.99.

           COPY CPAUDCHW.

           COPY CPASGHSW.

           COPY CPEXTPW.

       01  WS-APPLIED-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ORPHAN-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.

                EXEC SQL INCLUDE SALHIST
                END-EXEC.

                EXEC SQL INCLUDE FTEHIST
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE PHONEEXT
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                 C.NEW_SALARY,
                 C.NEW_BONUS,
                 C.NEW_COMM,
                 C.NEW_FTEPCT,
                 C.CAPT_OPID
             FROM EMP_PENDCHG C
             WHERE C.CSTATUS  = 'P'
                          :WS-NEW-SALARY,
                          :WS-NEW-BONUS,
                          :WS-NEW-COMM,
                          :WS-NEW-FTEPCT,
                          :WS-CAPT-OPID
                END-EXEC.

                      , SALARY
                      , BONUS
                      , COMM
                      , FTEPCT
                    INTO
                        :WS-OLD-WORKDEPT
                      , :WS-OLD-JOB
                      , :WS-OLD-SALARY
                      , :WS-OLD-BONUS
                      , :WS-OLD-COMM
                      , :WS-OLD-FTEPCT
                    FROM EMP
                    WHERE EMPNO = :WS-EMPNO
                END-EXEC.
                ELSE
                   MOVE WS-NEW-PHONENO TO WS-APPLY-PHONENO
                END-IF.
                MOVE 'APPLIED' TO WS-DET-ACTION.
                IF WS-APPLY-PHONENO NOT = WS-OLD-PHONENO
                   PERFORM 2405-CLAIM-EXTENSION
                   THRU    2405-EXIT
                END-IF.
                IF WS-NEW-SALARY = ZERO
                   MOVE WS-OLD-SALARY TO WS-APPLY-SALARY
                ELSE
                ELSE
                   MOVE WS-NEW-COMM TO WS-APPLY-COMM
                END-IF.
                IF WS-NEW-FTEPCT = ZERO
                   MOVE WS-OLD-FTEPCT TO WS-APPLY-FTEPCT
                ELSE
                   MOVE WS-NEW-FTEPCT TO WS-APPLY-FTEPCT
                END-IF.

                EXEC SQL
                    UPDATE EMP
                         , SALARY   = :WS-APPLY-SALARY
                         , BONUS    = :WS-APPLY-BONUS
                         , COMM     = :WS-APPLY-COMM
                         , FTEPCT   = :WS-APPLY-FTEPCT
                     WHERE EMPNO = :WS-EMPNO
                END-EXEC.

                   THRU    2420-EXIT
                END-IF.

                IF WS-APPLY-FTEPCT NOT = WS-OLD-FTEPCT
                   PERFORM 2430-WRITE-FTEHIST
                   THRU    2430-EXIT
                END-IF.

                IF WS-APPLY-WORKDEPT NOT = WS-OLD-WORKDEPT
                   OR WS-APPLY-JOB NOT = WS-OLD-JOB
                   PERFORM 2435-WRITE-ASGNHIST
                   THRU    2435-EXIT
                END-IF.

                PERFORM 2440-WRITE-AUDIT
                THRU    2440-EXIT.

                THRU    2450-EXIT.

                ADD 1 TO WS-APPLIED-COUNT.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2405-CLAIM-EXTENSION - TAKE THE NEW EXTENSION FROM THE POOL.   *
      *                        ONE THAT HAS GONE TO SOMEONE ELSE (OR   *
      *                        INTO RESERVE) SINCE THE CHANGE WAS      *
      *                        CAPTURED IS NOT APPLIED - THE REST OF   *
      *                        THE CHANGE STILL IS, AND THE EMPLOYEE   *
      *                        KEEPS THE CURRENT EXTENSION.            *
      ******************************************************************
       2405-CLAIM-EXTENSION.
                MOVE WS-EMPNO         TO W-EXT-EMPNO.
                MOVE WS-APPLY-PHONENO TO W-EXT-EXTENSION.
                MOVE WS-EFF-DATE      TO W-EXT-QUAR-FROM.

                PERFORM 8762-EXT-CLAIM
                THRU    8762-EXIT.

                EVALUATE TRUE
                    WHEN W-EXT-ASSIGNED
                         CONTINUE
                    WHEN W-EXT-SQL-FAILED
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                    WHEN OTHER
                         MOVE WS-OLD-PHONENO TO WS-APPLY-PHONENO
                         MOVE 'APPLIED - EXT NOT FREE'
                           TO WS-DET-ACTION
                END-EVALUATE.
       2405-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-WRITE-SALHIST - THE SAME TRAIL AN IMMEDIATE COBCIO26      *
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2430-WRITE-FTEHIST - A CHANGE OF CONTRACTED FTE, EFFECTIVE     *
      *                      FROM THE CHANGE'S OWN DATE, SOURCED TO    *
      *                      THIS BATCH AND THE CAPTURING OPERATOR     *
      ******************************************************************
       2430-WRITE-FTEHIST.

                EXEC SQL
                    INSERT INTO FTEHIST
                        (
                            EMPNO
                          , CHG_DATE
                          , CHG_TIME
                          , EFF_DATE
                          , OLD_FTEPCT
                          , NEW_FTEPCT
                          , CHG_SOURCE
                          , CHG_OPID
                        )
                    VALUES
                        (
                            :WS-EMPNO
                          , :WS-TODAY-ISO
                          , :WS-CHG-TIME
                          , :WS-EFF-DATE
                          , :WS-OLD-FTEPCT
                          , :WS-APPLY-FTEPCT
                          , 'COBPNDAP'
                          , :WS-CAPT-OPID
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2435-WRITE-ASGNHIST - A NEW DEPARTMENT OR JOB, EFFECTIVE FROM  *
      *                       THE CHANGE'S OWN DATE, SOURCED TO THIS   *
      *                       BATCH AND THE CAPTURING OPERATOR         *
      ******************************************************************
       2435-WRITE-ASGNHIST.
                MOVE WS-EMPNO          TO W-AHST-EMPNO.
                MOVE WS-APPLY-WORKDEPT TO W-AHST-WORKDEPT.
                MOVE WS-APPLY-JOB      TO W-AHST-JOB.
                MOVE WS-EFF-DATE       TO W-AHST-EFF-DATE.
                MOVE 'COBPNDAP'        TO W-AHST-SOURCE.
                MOVE WS-CAPT-OPID      TO W-AHST-OPID.

                PERFORM 8720-ASSIGN-HIST-CHANGE
                THRU    8720-EXIT.

                IF W-AHST-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2435-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2440-WRITE-AUDIT - BEFORE AND AFTER IMAGES OF THE FIELDS THE   *
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
      /
           COPY CPASGHST.
      /
           COPY CPEXTPG.
      /
           COPY CPAUDFLD.
