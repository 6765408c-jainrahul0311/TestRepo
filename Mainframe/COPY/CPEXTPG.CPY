      ******************************************************************
      * CPEXTPG - SHARED TELEPHONE-EXTENSION POOL PARAGRAPHS (SEE      *
      *           CPEXTPW FOR THE WORKAREAS AND THE CALLING            *
      *           CONVENTION). HIRING (COBHIRLD), A CAPTURED CHANGE    *
      *           OF EXTENSION (APITPO33, APPLIED BY COBPNDAP) AND     *
      *           SEPARATION (CPSEPRG) ALL GO THROUGH HERE, SO AN      *
      *           EXTENSION IS NEVER GIVEN TO TWO PEOPLE AND A         *
      *           RELEASED ONE ALWAYS SITS OUT ITS QUARANTINE.         *
      ******************************************************************
      /
      ******************************************************************
      * 8760-EXT-CHECK - MAY W-EXT-EMPNO HAVE W-EXT-EXTENSION? YES     *
      *                  ('K') WHEN IT IS FREE, ITS QUARANTINE HAS     *
      *                  RUN OUT, OR THE EMPLOYEE ALREADY HOLDS IT OR  *
      *                  WAS ITS LAST HOLDER. OTHERWISE W-EXT-RESULT   *
      *                  NAMES WHY NOT. THE ROW AS READ IS LEFT IN     *
      *                  W-EXT-STATUS/W-EXT-HOLDER FOR 8762.           *
      ******************************************************************
       8760-EXT-CHECK.
                MOVE SPACES TO W-EXT-RESULT.

                EXEC SQL
                    SELECT
                        LOC_CODE
                      , EXT_STATUS
                      , EMPNO
                      , CASE WHEN EXT_STATUS = 'Q'
                              AND QUAR_UNTIL <= CURRENT DATE
                             THEN 'Y' ELSE 'N' END
                    INTO
                        :W-EXT-LOC-CODE
                      , :W-EXT-STATUS
                      , :W-EXT-HOLDER
                      , :W-EXT-QUAR-OVER
                    FROM PHONE_EXT
                    WHERE EXTENSION = :W-EXT-EXTENSION
                END-EXEC.

                EVALUATE TRUE
                    WHEN SQLCODE = +100
                         MOVE 'U' TO W-EXT-RESULT
                    WHEN SQLCODE NOT = 0
                         MOVE 'E' TO W-EXT-RESULT
                    WHEN W-EXT-STATUS = 'F'
                         MOVE 'K' TO W-EXT-RESULT
                    WHEN W-EXT-STATUS = 'R'
                         MOVE 'R' TO W-EXT-RESULT
                    WHEN W-EXT-HOLDER = W-EXT-EMPNO
                         MOVE 'K' TO W-EXT-RESULT
                    WHEN W-EXT-STATUS = 'Q'
                     AND W-EXT-QUAR-OVER = 'Y'
                         MOVE 'K' TO W-EXT-RESULT
                    WHEN W-EXT-STATUS = 'Q'
                         MOVE 'Q' TO W-EXT-RESULT
                    WHEN OTHER
                         MOVE 'H' TO W-EXT-RESULT
                END-EVALUATE.
       8760-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8762-EXT-CLAIM - CHECK, THEN ASSIGN W-EXT-EXTENSION TO         *
      *                  W-EXT-EMPNO. THE UPDATE ONLY LANDS IF THE ROW *
      *                  IS STILL AS 8760 READ IT, SO TWO CLAIMS AT    *
      *                  ONCE CANNOT BOTH WIN ('H' FOR THE LOSER).     *
      *                  WHATEVER ELSE THE EMPLOYEE HELD GOES INTO     *
      *                  QUARANTINE. 'A' WHEN ASSIGNED.                *
      ******************************************************************
       8762-EXT-CLAIM.
                PERFORM 8760-EXT-CHECK
                THRU    8760-EXIT.

                IF NOT W-EXT-AVAILABLE
                   GO TO 8762-EXIT
                END-IF.

                EXEC SQL
                    UPDATE PHONE_EXT
                       SET EXT_STATUS  = 'A'
                         , EMPNO       = :W-EXT-EMPNO
                         , STATUS_DATE = CURRENT DATE
                         , QUAR_UNTIL  = NULL
                     WHERE EXTENSION  = :W-EXT-EXTENSION
                       AND EXT_STATUS = :W-EXT-STATUS
                       AND EMPNO      = :W-EXT-HOLDER
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'H' TO W-EXT-RESULT
                         GO TO 8762-EXIT
                    WHEN OTHER
                         MOVE 'E' TO W-EXT-RESULT
                         GO TO 8762-EXIT
                END-EVALUATE.

                PERFORM 8768-EXT-CLEAR-LAST-HOLDER
                THRU    8768-EXIT.
                IF W-EXT-SQL-FAILED
                   GO TO 8762-EXIT
                END-IF.

                PERFORM 8766-EXT-RELEASE
                THRU    8766-EXIT.
                IF W-EXT-SQL-FAILED
                   GO TO 8762-EXIT
                END-IF.

                MOVE 'A' TO W-EXT-RESULT.
       8762-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8764-EXT-ALLOCATE - ISSUE THE LOWEST FREE EXTENSION AT SITE    *
      *                     W-EXT-LOC-CODE (A QUARANTINE THAT HAS RUN  *
      *                     OUT COUNTS AS FREE) TO W-EXT-EMPNO. IF     *
      *                     ANOTHER TASK TAKES THE SAME NUMBER FIRST   *
      *                     THE NEXT ONE IS TRIED, UP TO FIVE TIMES.   *
      *                     'A' WITH THE NUMBER IN W-EXT-EXTENSION,    *
      *                     'N' WHEN THE SITE HAS NONE LEFT.           *
      ******************************************************************
       8764-EXT-ALLOCATE.
                MOVE 'T' TO W-EXT-RESULT.
                MOVE 0   TO W-EXT-TRIES.

                PERFORM 8765-EXT-TAKE-NEXT
                THRU    8765-EXIT
                UNTIL   NOT W-EXT-TAKEN-MEANWHILE
                     OR W-EXT-TRIES >= 5.

                IF W-EXT-TAKEN-MEANWHILE
                   MOVE 'N' TO W-EXT-RESULT
                END-IF.
       8764-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8765-EXT-TAKE-NEXT - ONE ATTEMPT AT THE LOWEST FREE EXTENSION  *
      ******************************************************************
       8765-EXT-TAKE-NEXT.
                ADD 1 TO W-EXT-TRIES.

                EXEC SQL
                    SELECT
                        EXTENSION
                      , EXT_STATUS
                      , EMPNO
                    INTO
                        :W-EXT-EXTENSION
                      , :W-EXT-STATUS
                      , :W-EXT-HOLDER
                    FROM PHONE_EXT
                    WHERE LOC_CODE = :W-EXT-LOC-CODE
                      AND (EXT_STATUS = 'F'
                           OR (EXT_STATUS = 'Q'
                               AND QUAR_UNTIL <= CURRENT DATE))
                    ORDER BY EXTENSION
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE SPACES TO W-EXT-EXTENSION
                         MOVE 'N' TO W-EXT-RESULT
                         GO TO 8765-EXIT
                    WHEN OTHER
                         MOVE 'E' TO W-EXT-RESULT
                         GO TO 8765-EXIT
                END-EVALUATE.

                EXEC SQL
                    UPDATE PHONE_EXT
                       SET EXT_STATUS  = 'A'
                         , EMPNO       = :W-EXT-EMPNO
                         , STATUS_DATE = CURRENT DATE
                         , QUAR_UNTIL  = NULL
                     WHERE EXTENSION  = :W-EXT-EXTENSION
                       AND EXT_STATUS = :W-EXT-STATUS
                       AND EMPNO      = :W-EXT-HOLDER
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 8765-EXIT
                    WHEN OTHER
                         MOVE 'E' TO W-EXT-RESULT
                         GO TO 8765-EXIT
                END-EVALUATE.

                PERFORM 8768-EXT-CLEAR-LAST-HOLDER
                THRU    8768-EXIT.
                IF W-EXT-SQL-FAILED
                   GO TO 8765-EXIT
                END-IF.

                MOVE 'A' TO W-EXT-RESULT.
       8765-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8766-EXT-RELEASE - EVERY EXTENSION W-EXT-EMPNO HOLDS, BAR      *
      *                    W-EXT-EXTENSION, GOES INTO QUARANTINE FOR   *
      *                    THE HR_CONTROL 'EXTQDAYS' PERIOD FROM       *
      *                    W-EXT-QUAR-FROM. THE EMPLOYEE STAYS ON THE  *
      *                    ROW AS ITS LAST HOLDER. HOLDING NOTHING IS  *
      *                    NOT AN ERROR. 'L' WHEN DONE.                *
      ******************************************************************
       8766-EXT-RELEASE.
                MOVE SPACES TO W-EXT-RESULT.

                PERFORM 8769-EXT-QUAR-DAYS
                THRU    8769-EXIT.
                IF W-EXT-SQL-FAILED
                   GO TO 8766-EXIT
                END-IF.

                EXEC SQL
                    UPDATE PHONE_EXT
                       SET EXT_STATUS  = 'Q'
                         , STATUS_DATE = CURRENT DATE
                         , QUAR_UNTIL  =
                               COALESCE(DATE(NULLIF(:W-EXT-QUAR-FROM,
                                                    ' ')),
                                        CURRENT DATE)
                               + :W-EXT-QUAR-DAYS DAYS
                     WHERE EMPNO      = :W-EXT-EMPNO
                       AND EXT_STATUS = 'A'
                       AND EXTENSION <> :W-EXT-EXTENSION
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   MOVE 'E' TO W-EXT-RESULT
                ELSE
                   MOVE 'L' TO W-EXT-RESULT
                END-IF.
       8766-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8768-EXT-CLEAR-LAST-HOLDER - WHEN A QUARANTINED EXTENSION IS   *
      *                              REISSUED, ITS LAST HOLDER'S       *
      *                              EMP.PHONENO (A LEAVER KEEPS THE   *
      *                              NUMBER ON RECORD UNTIL THEN) IS   *
      *                              CLEARED SO IT NEVER SHOWS ON TWO  *
      *                              PEOPLE.                           *
      ******************************************************************
       8768-EXT-CLEAR-LAST-HOLDER.
                IF W-EXT-HOLDER = SPACES
                   OR W-EXT-HOLDER = W-EXT-EMPNO
                   GO TO 8768-EXIT
                END-IF.

                EXEC SQL
                    UPDATE EMP
                       SET PHONENO = ' '
                     WHERE EMPNO   = :W-EXT-HOLDER
                       AND PHONENO = :W-EXT-EXTENSION
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   MOVE 'E' TO W-EXT-RESULT
                END-IF.
       8768-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8769-EXT-QUAR-DAYS - THE QUARANTINE PERIOD, HR_CONTROL         *
      *                      'EXTQDAYS' (NO ROW MEANS NINETY DAYS)     *
      ******************************************************************
       8769-EXT-QUAR-DAYS.
                EXEC SQL
                    SELECT
                        INTEGER(CTL_AMOUNT)
                    INTO
                        :W-EXT-QUAR-DAYS
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'EXTQDAYS'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 90 TO W-EXT-QUAR-DAYS
                    WHEN OTHER
                         MOVE 'E' TO W-EXT-RESULT
                END-EVALUATE.
       8769-EXIT.
                EXIT.
