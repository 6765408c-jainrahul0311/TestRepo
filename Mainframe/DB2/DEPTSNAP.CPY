           ( DEPTNO          CHAR(3)        NOT NULL,
             SNAP_MONTH      CHAR(6)        NOT NULL,
             HEADCOUNT       SMALLINT       NOT NULL,
             PAYROLL_COST    DECIMAL(11,2)  NOT NULL,
             FTE_TOTAL       DECIMAL(7,2)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPT_SNAPSHOT                      *
      *                                                                *
      * FTE_TOTAL IS THE DEPARTMENT'S FULL-TIME EQUIVALENT (THE SUM OF *
      * EMP.FTEPCT OVER 100) BESIDE THE HEAD COUNT - ZERO ON ROWS      *
      * WRITTEN BEFORE FTE WAS CARRIED.                                *
      ******************************************************************
       01  DCLDEPT-SNAPSHOT.
           10 DEPTNO               PIC X(3).
           10 SNAP-MONTH           PIC X(6).
           10 HEADCOUNT            PIC S9(4) USAGE COMP.
           10 PAYROLL-COST         PIC S9(9)V9(2) USAGE COMP-3.
           10 FTE-TOTAL            PIC S9(5)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
