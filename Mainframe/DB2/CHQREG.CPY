      ******************************************************************
      * DCLGEN TABLE(HR_DB.CHQREG)                                     *
      *        LIBRARY(HR_DB.TEST.SOURCE(CHQREG))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CHQREG TABLE
           ( CHQ_NO          DECIMAL(8,0)   NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             CSOURCE         CHAR(1)        NOT NULL,
             AMOUNT          DECIMAL(11,2)  NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             ISSUE_DATE      DATE           NOT NULL,
             CSTATUS         CHAR(1)        NOT NULL,
             STATUS_DATE     DATE           NOT NULL,
             REPLACES_NO     DECIMAL(8,0)   NOT NULL,
             PRINTED         CHAR(1)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CHQREG                             *
      *                                                                *
      * CHEQUE REGISTER, ONE ROW PER CHEQUE NUMBER. COBCHQRN ISSUES A  *
      * CHEQUE FOR THE PERIOD'S NET PAY OF EVERY EMPLOYEE COBBNKEX     *
      * COULD NOT PAY FOR WANT OF A VERIFIED BANKDET ACCOUNT (CSOURCE  *
      * 'N'), AND FOR EVERY PAYREISS RETURN STILL QUEUED FOR SUCH AN   *
      * EMPLOYEE (CSOURCE 'R', PYEARMONTH THE PERIOD ORIGINALLY PAID   *
      * FOR). CSTATUS 'I' ISSUED AND OUTSTANDING, 'P' PRESENTED AND    *
      * CLEARED, 'V' VOIDED (THE PAYMENT IS BACK ON THE PAYREISS       *
      * QUEUE), 'R' REPLACED BY THE CHEQUE WHOSE REPLACES_NO CARRIES   *
      * THIS ONE'S NUMBER (ZERO ON A FIRST ISSUE). APITPO42 VOIDS,     *
      * REISSUES AND PRESENTS CHEQUES. PRINTED IS 'N' UNTIL COBCHQRN   *
      * HAS PRINTED THE CHEQUE AND ITS PAY ADVICE, THEN 'Y'. A ROW IS  *
      * NEVER DELETED - THE CHEQUE NUMBER SEQUENCE STAYS PROVABLE.     *
      ******************************************************************
       01  DCLCHQREG.
           10 CHQ-NO               PIC S9(8)      USAGE COMP-3.
           10 EMPNO                PIC X(6).
           10 PYEARMONTH           PIC X(6).
           10 CSOURCE              PIC X(1).
           10 AMOUNT               PIC S9(9)V9(2) USAGE COMP-3.
           10 CURRCODE             PIC X(3).
           10 ISSUE-DATE           PIC X(10).
           10 CSTATUS              PIC X(1).
           10 STATUS-DATE          PIC X(10).
           10 REPLACES-NO          PIC S9(8)      USAGE COMP-3.
           10 PRINTED              PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
