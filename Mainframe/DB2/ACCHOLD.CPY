      ******************************************************************
      * DCLGEN TABLE(HR_DB.ACC_HOLD)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(ACCHOLD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ACC_HOLD TABLE
           ( HOLD_NO         CHAR(20)       NOT NULL,
             CUST_NO         CHAR(10)       NOT NULL,
             ACC_NO          CHAR(10)       NOT NULL,
             HOLD_AMOUNT     DECIMAL(11,2)  NOT NULL,
             REASON_CODE     CHAR(4)        NOT NULL,
             PLACED_BY       CHAR(8)        NOT NULL,
             PLACED_DATE     DATE           NOT NULL,
             EXPIRY_DATE     DATE           NOT NULL,
             HSTATUS         CHAR(1)        NOT NULL,
             RELEASED_BY     CHAR(8)        NOT NULL,
             RELEASE_DATE    DATE           NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACC_HOLD                           *
      *                                                                *
      * HOLDS AND EARMARKS ON PART OF AN ACCOUNT BALANCE, PLACED AND   *
      * RELEASED THROUGH APIACC AND EXPIRED BY COBHLDEX. AN ACTIVE     *
      * HOLD COMES OFF THE AVAILABLE BALANCE (ACC_TOTAL LESS ACTIVE    *
      * HOLDS, PLUS THE CREDIT LIMIT) THAT EVERY DEBIT IS HELD TO.     *
      * REASON_CODE: 'CRT ' = COURT ORDER, 'DISP' = DISPUTED ITEM,     *
      * 'CHQ ' = UNCLEARED CHEQUE, 'OTHR' = OTHER.                     *
      * HSTATUS: 'A' = ACTIVE, 'R' = RELEASED, 'X' = EXPIRED.          *
      * EXPIRY_DATE '9999-12-31' = UNTIL RELEASED. RELEASE_DATE IS     *
      * '9999-12-31' WHILE THE HOLD IS ACTIVE AND THE DAY IT WAS       *
      * RELEASED OR EXPIRED AFTER, SO THE HOLDS IN FORCE ON ANY PAST   *
      * DATE CAN BE FOUND FOR A STATEMENT.                             *
      ******************************************************************
       01  DCLACC-HOLD.
           10 HOLD-NO              PIC X(20).
           10 CUST-NO              PIC X(10).
           10 ACC-NO               PIC X(10).
           10 HOLD-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
           10 REASON-CODE          PIC X(4).
           10 PLACED-BY            PIC X(8).
           10 PLACED-DATE          PIC X(10).
           10 EXPIRY-DATE          PIC X(10).
           10 HSTATUS              PIC X(1).
           10 RELEASED-BY          PIC X(8).
           10 RELEASE-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
