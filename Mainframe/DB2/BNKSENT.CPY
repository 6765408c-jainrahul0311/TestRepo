      ******************************************************************
      * DCLGEN TABLE(HR_DB.BNKSENT)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(BNKSENT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE BNKSENT TABLE
           ( EMPNO           CHAR(6)        NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             PAYTYPE         CHAR(1)        NOT NULL,
             PAYREF          CHAR(20)       NOT NULL,
             AMOUNT          DECIMAL(11,2)  NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             SENT_DATE       DATE           NOT NULL,
             SSTATUS         CHAR(1)        NOT NULL,
             STL_DATE        DATE,
             STL_AMOUNT      DECIMAL(11,2)  NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE BNKSENT                            *
      *                                                                *
      * TRANSMITTED-PAYMENT REGISTER. COBBNKEX INSERTS ONE ROW PER     *
      * BNKPAY DETAIL IT WRITES (NOT THE ZERO-VALUE PRENOTES), KEYED   *
      * BY EMPLOYEE, THE PERIOD IN THE FILE HEADER, PAYTYPE AND        *
      * PAYREF: ' ' NET PAY (PAYREF SPACES), 'R' A REISSUE (PAYREF THE *
      * PERIOD ORIGINALLY PAID FOR), 'E' AN EXPENSE CLAIM (PAYREF THE  *
      * CLAIM NUMBER). SENT_DATE IS THE PERIOD'S PAY DATE, OR THE RUN  *
      * DATE WHEN PAYPCAL HAS NONE. COBBNKST SETTLES IT FROM THE       *
      * BANK'S SETTLED-ITEMS FILE: SSTATUS 'T' TRANSMITTED AND         *
      * AWAITING THE BANK, 'S' SETTLED, 'M' SETTLED AT AN AMOUNT THAT  *
      * IS NOT THE AMOUNT SENT, 'R' RETURNED (ON PAYREISS), 'U'        *
      * UNACCOUNTED FOR AFTER THE 'BNKSTLDY' BUSINESS DAYS. A COBBNKEX *
      * RERUN REPLACES ONLY THE PERIOD'S 'T' ROWS; A ROW THE BANK HAS  *
      * ANSWERED FOR IS NEVER DELETED.                                 *
      ******************************************************************
       01  DCLBNKSENT.
           10 EMPNO                PIC X(6).
           10 PYEARMONTH           PIC X(6).
           10 PAYTYPE              PIC X(1).
           10 PAYREF               PIC X(20).
           10 AMOUNT               PIC S9(9)V9(2) USAGE COMP-3.
           10 CURRCODE             PIC X(3).
           10 SENT-DATE            PIC X(10).
           10 SSTATUS              PIC X(1).
           10 STL-DATE             PIC X(10).
           10 STL-AMOUNT           PIC S9(9)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
