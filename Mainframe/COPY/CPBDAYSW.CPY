      *            CPBDAYS PARAGRAPHS AT THE END OF THE PROCEDURE      *
      *            DIVISION. SET W-BDAY-FROM-DATE, W-BDAY-TO-DATE      *
      *            (YYYY-MM-DD, INCLUSIVE) AND W-BDAY-CURR (THE        *
      *            SUBSIDIARY CURRENCY WHOSE HOLCAL HOLIDAYS APPLY)    *
      *            AND, FOR AN EMPLOYEE'S DAYS, W-BDAY-EMPNO (SPACES   *
      *            FOR A COMPANY-LEVEL COUNT SUCH AS A BANK OR PAY     *
      *            DATE), THEN PERFORM 8100-COUNT-BDAYS THRU           *
      *            8100-EXIT. WITH AN EMPNO THE HOLIDAYS ARE THOSE OF  *
      *            THE EMPLOYEE'S WORK LOCATION (WORKLOC.HOLCAL_ID,    *
      *            LEFT IN W-BDAY-CALID), FALLING BACK TO THE          *
      *            CURRENCY CALENDAR WHERE THE SITE HAS NONE. A        *
      *            CALLER CACHING COUNTS MAY PERFORM 8050-RESOLVE-     *
      *            CALENDAR THRU 8050-EXIT FIRST TO LEARN THE KEY.     *
      *            W-BDAY-COUNT ANSWERS THE BUSINESS DAYS IN THE       *
      *            RANGE - WEEKDAYS LESS THE HOLCAL HOLIDAYS THAT      *
      *            FALL ON THEM. ON A SQL FAILURE W-BDAY-SQL-ERROR IS  *
           05 W-BDAY-FROM-DATE       PIC X(10).
           05 W-BDAY-TO-DATE         PIC X(10).
           05 W-BDAY-CURR            PIC X(3).
           05 W-BDAY-EMPNO           PIC X(6)   VALUE SPACES.
           05 W-BDAY-CALID           PIC X(6)   VALUE SPACES.
           05 W-BDAY-COUNT           PIC S9(4)  USAGE COMP.
           05 W-BDAY-SQL-ERROR       PIC X(1).
               88  W-BDAY-SQL-FAILED            VALUE 'Y'.
