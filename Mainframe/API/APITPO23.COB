       01  WS-SNAP-YEAR                PIC X(4).
       01  WS-SNAP-FROM-YRMO           PIC X(6).
       01  WS-SNAP-TO-YRMO             PIC X(6).
      *    PAY PERIODS RUN YYYY01-YYYY99 (SUPPLEMENTAL, BIWEEKLY AND
      *    WEEKLY KEYS FOLLOW THE MONTHS), SO THE PAY YEAR ENDS AT 99
       01  WS-SNAP-PAY-TO-YRMO         PIC X(6).

       01  WS-SNAP-FIRSTNME            PIC X(12).
       01  WS-SNAP-LASTNAME            PIC X(15).
       01  WS-SNAP-SALARYPAID          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SNAP-BONUSPAID           PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SNAP-COMMPAID            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SNAP-OTPAID              PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SNAP-ENCASHPAID          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SNAP-GROSSPAID           PIC S9(9)V9(2) USAGE COMP-3.

           COPY APIERRB.
           05 CMD01-YTD-BONUSPAID      PIC S9(9)V9(2).
           05 CMD01-YTD-COMMPAID       PIC S9(9)V9(2).
           05 CMD01-YTD-GROSSPAID      PIC S9(9)V9(2).
           05 CMD01-YTD-OTPAID         PIC S9(9)V9(2).
           05 CMD01-YTD-ENCASHPAID     PIC S9(9)V9(2).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * CMD-01 - RETURN A COMBINED SNAPSHOT OF AN EMPLOYEE'S MASTER
      *          INFORMATION, YEAR-TO-DATE LEAVE TOTALS AND
      *          YEAR-TO-DATE PAYROLL TOTALS FOR A GIVEN YEAR.
      *          OVERTIME AND LEAVE ENCASHMENT ARE PART OF THE GROSS
      *          AND FOLLOW IT IN DATA-OUT, SO THE EARLIER FIELDS KEEP
      *          THEIR POSITIONS.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-EMP-NO   TO WS-EMP-NO.
               INTO WS-SNAP-FROM-YRMO.
           STRING WS-SNAP-YEAR '12' DELIMITED BY SIZE
               INTO WS-SNAP-TO-YRMO.
           STRING WS-SNAP-YEAR '99' DELIMITED BY SIZE
               INTO WS-SNAP-PAY-TO-YRMO.

           EXEC SQL
               SELECT
                           COALESCE(SUM(SALARYPAID), 0)
                         , COALESCE(SUM(BONUSPAID), 0)
                         , COALESCE(SUM(COMMPAID), 0)
                         , COALESCE(SUM(OTPAID), 0)
                         , COALESCE(SUM(ENCASHPAID), 0)
                       INTO
                           :WS-SNAP-SALARYPAID
                         , :WS-SNAP-BONUSPAID
                         , :WS-SNAP-COMMPAID
                         , :WS-SNAP-OTPAID
                         , :WS-SNAP-ENCASHPAID
                       FROM
                           PAYROLL
                       WHERE
                           EMPNO       = :WS-EMP-NO
                       AND PYEARMONTH BETWEEN :WS-SNAP-FROM-YRMO
                                          AND :WS-SNAP-PAY-TO-YRMO
                   END-EXEC

                   COMPUTE WS-SNAP-GROSSPAID =
                       WS-SNAP-SALARYPAID + WS-SNAP-BONUSPAID
                                           + WS-SNAP-COMMPAID
                                           + WS-SNAP-OTPAID
                                           + WS-SNAP-ENCASHPAID

                   MOVE WS-SNAP-FIRSTNME     TO CMD01-FIRSTNME
                   MOVE WS-SNAP-LASTNAME     TO CMD01-LASTNAME
                   MOVE WS-SNAP-BONUSPAID    TO CMD01-YTD-BONUSPAID
                   MOVE WS-SNAP-COMMPAID     TO CMD01-YTD-COMMPAID
                   MOVE WS-SNAP-GROSSPAID    TO CMD01-YTD-GROSSPAID
                   MOVE WS-SNAP-OTPAID       TO CMD01-YTD-OTPAID
                   MOVE WS-SNAP-ENCASHPAID   TO CMD01-YTD-ENCASHPAID
                   MOVE 0                    TO RESP-CODE
               WHEN OTHER
                   MOVE SPACES TO DATA-OUT
