           ( DEPTNO          CHAR(3)        NOT NULL,
             BYEAR           CHAR(4)        NOT NULL,
             BUD_HEADCOUNT   SMALLINT       NOT NULL,
             BUD_PAYROLL     DECIMAL(11,2)  NOT NULL,
             BUD_TRAINING    DECIMAL(9,2)   NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DEPT_BUDGET                        *
      *                                                                *
      * BUD_TRAINING IS THE YEAR'S TRAINING SPEND ALLOWANCE THAT       *
      * COBTRNSP SETS THE TRAIN_ENROL COURSE COSTS AGAINST.            *
      ******************************************************************
       01  DCLDEPT-BUDGET.
           10 DEPTNO               PIC X(3).
           10 BYEAR                PIC X(4).
           10 BUD-HEADCOUNT        PIC S9(4) USAGE COMP.
           10 BUD-PAYROLL          PIC S9(9)V9(2) USAGE COMP-3.
           10 BUD-TRAINING         PIC S9(7)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
