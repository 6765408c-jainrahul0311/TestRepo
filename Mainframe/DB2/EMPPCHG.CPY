             NEW_SALARY      DECIMAL(9,2)   NOT NULL,
             NEW_BONUS       DECIMAL(9,2)   NOT NULL,
             NEW_COMM        DECIMAL(9,2)   NOT NULL,
             NEW_FTEPCT      DECIMAL(5,2)   NOT NULL,
             CSTATUS         CHAR(1)        NOT NULL,
             CAPT_OPID       CHAR(8)        NOT NULL,
             CAPT_DATE       DATE           NOT NULL
      * WITH THE SAME FIELD EDITS THE COBCIO26 SCREEN APPLIES, AND     *
      * APPLIED BY THE NIGHTLY COBPNDAP WHEN EFF_DATE ARRIVES -        *
      * WRITING SALHIST AND AUDITLOG EXACTLY AS AN IMMEDIATE CHANGE    *
      * WOULD (AND FTEHIST FOR A CHANGE OF CONTRACTED FTE). A SPACES   *
      * CHARACTER FIELD OR ZERO AMOUNT MEANS THAT FIELD IS LEFT        *
      * UNCHANGED. CSTATUS: 'P' = PENDING, 'A' = APPLIED, 'X' =        *
      * CANCELLED.                                                     *
      ******************************************************************
       01  DCLEMP-PENDCHG.
           10 CHG-NO               PIC X(20).
           10 NEW-SALARY           PIC S9(7)V9(2) USAGE COMP-3.
           10 NEW-BONUS            PIC S9(7)V9(2) USAGE COMP-3.
           10 NEW-COMM             PIC S9(7)V9(2) USAGE COMP-3.
           10 NEW-FTEPCT           PIC S9(3)V9(2) USAGE COMP-3.
           10 CSTATUS              PIC X(1).
           10 CAPT-OPID            PIC X(8).
           10 CAPT-DATE            PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
