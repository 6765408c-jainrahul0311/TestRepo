      ******************************************************************
      * DCLGEN TABLE(HR_DB.AML_CASE)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(AMLCASE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE AML_CASE TABLE
           ( CASE_NO         CHAR(20)       NOT NULL,
             ALERT_TYPE      CHAR(4)        NOT NULL,
             CUST_NO         CHAR(10)       NOT NULL,
             ACC_NO          CHAR(10)       NOT NULL,
             ALERT_KEY       CHAR(20)       NOT NULL,
             ALERT_DATE      DATE           NOT NULL,
             ALERT_AMOUNT    DECIMAL(11,2)  NOT NULL,
             ALERT_COUNT     SMALLINT       NOT NULL,
             ALERT_TEXT      CHAR(40)       NOT NULL,
             CSTATUS         CHAR(1)        NOT NULL,
             DISPOSITION     CHAR(4)        NOT NULL,
             CLOSED_BY       CHAR(8)        NOT NULL,
             CLOSED_DATE     DATE           NOT NULL,
             CLOSE_NOTE      CHAR(40)       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AML_CASE                           *
      *                                                                *
      * TRANSACTION-MONITORING CASES, ONE ROW PER ALERT, RAISED BY     *
      * THE COBTXMON DAILY RUN AND CLOSED BY COMPLIANCE THROUGH        *
      * APIACC. THE UNIQUE KEY (ALERT_TYPE, CUST_NO, ACC_NO,           *
      * ALERT_KEY) MAKES A RERUN SKIP AN ALERT ALREADY RAISED.         *
      * ALERT_TYPE: 'LRGE' = ONE TRANSACTION AT OR OVER THE REPORTING  *
      * THRESHOLD (ALERT_KEY = TXN DATE AND TIME), 'STRC' = SEVERAL    *
      * JUST-BELOW-THRESHOLD TRANSACTIONS ON ONE CUSTOMER IN THE       *
      * ROLLING WINDOW (ACC_NO SPACES), 'DORM' = ACTIVITY ON A DORMANT *
      * OR LONG-IDLE ACCOUNT, 'TURN' = THE DAY'S TURNOVER FAR ABOVE    *
      * THE ACCOUNT'S OWN 90-DAY DAILY AVERAGE (ALERT_KEY = RUN DATE   *
      * FOR THE LAST THREE). CSTATUS: 'O' = OPEN, 'C' = CLOSED.        *
      * DISPOSITION (SPACES WHILE OPEN): 'FALS' = FALSE POSITIVE,      *
      * 'EXPL' = EXPLAINED BY THE CUSTOMER, 'SAR ' = SUSPICIOUS        *
      * ACTIVITY REPORT FILED, 'OTHR' = OTHER (SEE CLOSE_NOTE).        *
      * CLOSED_DATE IS '9999-12-31' WHILE THE CASE IS OPEN.            *
      ******************************************************************
       01  DCLAML-CASE.
           10 CASE-NO              PIC X(20).
           10 ALERT-TYPE           PIC X(4).
           10 CUST-NO              PIC X(10).
           10 ACC-NO               PIC X(10).
           10 ALERT-KEY            PIC X(20).
           10 ALERT-DATE           PIC X(10).
           10 ALERT-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.
           10 ALERT-COUNT          PIC S9(4)      USAGE COMP.
           10 ALERT-TEXT           PIC X(40).
           10 CSTATUS              PIC X(1).
           10 DISPOSITION          PIC X(4).
           10 CLOSED-BY            PIC X(8).
           10 CLOSED-DATE          PIC X(10).
           10 CLOSE-NOTE           PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
