      *           ARITHMETIC (SERIAL DAY NUMBERS ON A MARCH-BASED      *
      *           YEAR - NO DAY-BY-DAY LOOPING OVER LONG RANGES) AND   *
      *           THE HOLCAL HOLIDAYS FALLING ON WEEKDAYS IN THE       *
      *           RANGE COME OFF THE COUNT. AN EMPLOYEE'S DAYS ARE     *
      *           COUNTED ON THE CALENDAR OF THE WORK LOCATION.        *
      ******************************************************************
      /
      ******************************************************************
      * 8100-COUNT-BDAYS - BUSINESS DAYS FROM W-BDAY-FROM-DATE TO      *
      *                    W-BDAY-TO-DATE INCLUSIVE, FOR THE           *
      *                    W-BDAY-CURR SUBSIDIARY CALENDAR, OR THE     *
      *                    SITE CALENDAR OF W-BDAY-EMPNO WHERE ONE     *
      *                    APPLIES.                                    *
      ******************************************************************
       8100-COUNT-BDAYS.
                MOVE 0      TO W-BDAY-COUNT.
                   GO TO 8100-EXIT
                END-IF.

                PERFORM 8050-RESOLVE-CALENDAR
                THRU    8050-EXIT.
                IF W-BDAY-SQL-FAILED
                   GO TO 8100-EXIT
                END-IF.

                MOVE W-BDAY-FROM-DATE TO W-BDAY-WORK-DATE.
                PERFORM 8200-DATE-SERIAL
                THRU    8200-EXIT.
       8100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8050-RESOLVE-CALENDAR - THE HOLCAL CALENDAR OF W-BDAY-EMPNO'S  *
      *                         WORK LOCATION: THE EMPLOYEE'S OWN      *
      *                         EMP.LOC_CODE, ELSE THE DEPARTMENT'S.   *
      *                         SPACES IN W-BDAY-CALID (NO EMPNO, NO   *
      *                         LOCATION, OR A SITE WITH NO CALENDAR   *
      *                         OF ITS OWN) MEANS THE W-BDAY-CURR      *
      *                         CALENDAR.                              *
      ******************************************************************
       8050-RESOLVE-CALENDAR.
                MOVE SPACES TO W-BDAY-CALID.
                MOVE SPACES TO W-BDAY-SQL-ERROR.

                IF W-BDAY-EMPNO = SPACES
                   GO TO 8050-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(L.HOLCAL_ID, ' ')
                    INTO
                        :W-BDAY-CALID
                    FROM EMP E
                    LEFT JOIN DEPT D
                           ON D.DEPTNO = E.WORKDEPT
                    LEFT JOIN WORKLOC L
                           ON L.LOC_CODE = COALESCE(E.LOC_CODE,
                                                    D.LOC_CODE)
                    WHERE E.EMPNO = :W-BDAY-EMPNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE SPACES TO W-BDAY-CALID
                    WHEN OTHER
                         MOVE 'Y' TO W-BDAY-SQL-ERROR
                END-EVALUATE.
       8050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 8200-DATE-SERIAL - SERIAL DAY NUMBER OF W-BDAY-WORK-DATE       *

      /
      ******************************************************************
      * 8400-LESS-HOLIDAYS - THE HOLIDAYS THAT FALL ON WEEKDAYS IN     *
      *                      THE RANGE COME OFF THE COUNT - THE SITE   *
      *                      CALENDAR WHEN ONE WAS RESOLVED, ELSE THE  *
      *                      SUBSIDIARY'S. A WEEKEND HOLIDAY COSTS     *
      *                      NOTHING.                                  *
      ******************************************************************
       8400-LESS-HOLIDAYS.
                MOVE 0 TO W-BDAY-HOLIDAYS.
                    INTO
                        :W-BDAY-HOLIDAYS
                    FROM HOLCAL
                    WHERE ((:W-BDAY-CALID = ' '
                            AND HOLCURR   = :W-BDAY-CURR
                            AND HOLCAL_ID = ' ')
                        OR (:W-BDAY-CALID <> ' '
                            AND HOLCAL_ID = :W-BDAY-CALID))
                      AND HOLDATE BETWEEN :W-BDAY-FROM-DATE
                                      AND :W-BDAY-TO-DATE
                      AND DAYOFWEEK_ISO(HOLDATE) < 6
