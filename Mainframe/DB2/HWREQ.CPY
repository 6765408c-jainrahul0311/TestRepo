      ******************************************************************
      * DCLGEN TABLE(HR_DB.HW_REQUEST)                                 *
      *        LIBRARY(HR_DB.TEST.SOURCE(HWREQ))                       *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE HW_REQUEST TABLE
           ( REQ_NO          CHAR(20)       NOT NULL,
             DEPTNO          CHAR(3)        NOT NULL,
             HIRE_EMPNO      CHAR(6)        NOT NULL,
             HW_TYPE         CHAR(8)        NOT NULL,
             QTY             SMALLINT       NOT NULL,
             QTY_RECEIVED    SMALLINT       NOT NULL,
             HRSTATUS        CHAR(1)        NOT NULL,
             REQ_BY          CHAR(6)        NOT NULL,
             REQ_DATE        DATE           NOT NULL,
             MGR_EMPNO       CHAR(6)        NOT NULL,
             MGR_DATE        DATE,
             SUPPLIER        CHAR(30)       NOT NULL,
             PO_NO           CHAR(12)       NOT NULL,
             UNIT_COST       DECIMAL(9,2)   NOT NULL,
             ORDER_DATE      DATE,
             LAST_RCPT_DATE  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HW_REQUEST                         *
      *                                                                *
      * HARDWARE PROCUREMENT REQUESTS, ONE ROW PER REQUEST, RAISED,    *
      * DECIDED, ORDERED AND RECEIVED THROUGH APITPO50. A REQUEST IS   *
      * FOR QTY ITEMS OF ONE HW_TYPE FOR A DEPARTMENT, OR FOR A NAMED  *
      * NEW HIRE (HIRE_EMPNO; SPACES FOR DEPARTMENT STOCK, AND DEPTNO  *
      * IS THEN THE HIRE'S WORKDEPT). HRSTATUS:                        *
      *   'P' = PENDING THE DEPARTMENT MANAGER (DEPT.MGRNO)            *
      *   'A' = APPROVED, WAITING TO BE ORDERED - A REQUEST RAISED BY  *
      *         THE DEPARTMENT'S OWN MANAGER IS APPROVED AT ONCE       *
      *   'O' = ORDERED - SUPPLIER, PO_NO, UNIT_COST AND ORDER_DATE    *
      *         ARE SET, QTY_RECEIVED COUNTS THE ITEMS IN SO FAR       *
      *   'C' = COMPLETE - EVERY ITEM RECEIVED AND REGISTERED ON       *
      *         HARDWARE (HARDWARE.HW_REQ_NO POINTS BACK HERE)         *
      *   'R' = REJECTED BY THE MANAGER                                *
      * MGR_EMPNO, SUPPLIER AND PO_NO ARE SPACES AND UNIT_COST ZERO    *
      * UNTIL THE STEP HAPPENS. LAST_RCPT_DATE IS THE LATEST RECEIPT.  *
      * COBHWORD REPORTS EVERY 'A' AND 'O' REQUEST AS OUTSTANDING AND  *
      * COBONBD FLAGS A NEW HIRE WHOSE OWN KIT IS NOT YET IN.          *
      ******************************************************************
       01  DCLHW-REQUEST.
           10 REQ-NO               PIC X(20).
           10 DEPTNO               PIC X(3).
           10 HIRE-EMPNO           PIC X(6).
           10 HW-TYPE              PIC X(8).
           10 QTY                  PIC S9(4) USAGE COMP.
           10 QTY-RECEIVED         PIC S9(4) USAGE COMP.
           10 HRSTATUS             PIC X(1).
           10 REQ-BY               PIC X(6).
           10 REQ-DATE             PIC X(10).
           10 MGR-EMPNO            PIC X(6).
           10 MGR-DATE             PIC X(10).
           10 SUPPLIER             PIC X(30).
           10 PO-NO                PIC X(12).
           10 UNIT-COST            PIC S9(7)V9(2) USAGE COMP-3.
           10 ORDER-DATE           PIC X(10).
           10 LAST-RCPT-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
