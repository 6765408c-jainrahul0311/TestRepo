      ******************************************************************
      * DCLGEN TABLE(HR_DB.EXPCLAIM)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(EXPCLAIM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EXPCLAIM TABLE
           ( CLAIM_NO        CHAR(20)       NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             CATEGORY        CHAR(4)        NOT NULL,
             CLAIM_DATE      DATE           NOT NULL,
             CLAIM_DESC      CHAR(30)       NOT NULL,
             CLAIM_AMT       DECIMAL(9,2)   NOT NULL,
             CLAIM_CURR      CHAR(3)        NOT NULL,
             PAY_CURR        CHAR(3)        NOT NULL,
             PAY_RATE        DECIMAL(9,6)   NOT NULL,
             PAY_AMT         DECIMAL(9,2)   NOT NULL,
             BASE_AMT        DECIMAL(11,2)  NOT NULL,
             CSTATUS         CHAR(1)        NOT NULL,
             SUBMIT_DATE     DATE           NOT NULL,
             MGR_EMPNO       CHAR(6)        NOT NULL,
             MGR_DATE        DATE,
             FIN_APPROVER    CHAR(8)        NOT NULL,
             FIN_DATE        DATE,
             PAID_PERIOD     CHAR(6)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EXPCLAIM                           *
      *                                                                *
      * EMPLOYEE EXPENSE CLAIMS, ONE ROW PER CLAIM, SUBMITTED AND      *
      * DECIDED THROUGH APITPO40. CATEGORY MUST BE ON EXPCATGL. THE    *
      * CLAIM IS CONVERTED AT SUBMISSION, AT THE EXCHRATE RATE IN      *
      * EFFECT ON CLAIM_DATE, INTO THE EMPLOYEE'S PAYING CURRENCY      *
      * (PAY_CURR/PAY_RATE/PAY_AMT - WHAT THE BANK FILE PAYS) AND      *
      * INTO BASE CURRENCY USD (BASE_AMT - WHAT THE 'EXPFINLM'         *
      * FINANCE LIMIT ON HR_CONTROL IS TESTED AGAINST). CSTATUS:       *
      *   'P' = PENDING THE DEPARTMENT MANAGER (DEPT.MGRNO)            *
      *   'F' = PENDING FINANCE - OVER THE LIMIT, OR A MANAGER'S OWN   *
      *         CLAIM                                                  *
      *   'A' = APPROVED, WAITING FOR THE NEXT REGULAR COBBNKEX RUN    *
      *   'D' = PAID - PAID_PERIOD NAMES THE BANK FILE THAT PAID IT    *
      *         AND THE COBEXPGL POSTING THAT CARRIES IT               *
      *   'R' = REJECTED                                               *
      * MGR_EMPNO AND FIN_APPROVER ARE SPACES AND PAID_PERIOD IS       *
      * SPACES UNTIL THE STEP HAPPENS. A CLAIM IS NEVER DELETED.       *
      ******************************************************************
       01  DCLEXPCLAIM.
           10 CLAIM-NO             PIC X(20).
           10 EMPNO                PIC X(6).
           10 CATEGORY             PIC X(4).
           10 CLAIM-DATE           PIC X(10).
           10 CLAIM-DESC           PIC X(30).
           10 CLAIM-AMT            PIC S9(7)V9(2) USAGE COMP-3.
           10 CLAIM-CURR           PIC X(3).
           10 PAY-CURR             PIC X(3).
           10 PAY-RATE             PIC S9(3)V9(6) USAGE COMP-3.
           10 PAY-AMT              PIC S9(7)V9(2) USAGE COMP-3.
           10 BASE-AMT             PIC S9(9)V9(2) USAGE COMP-3.
           10 CSTATUS              PIC X(1).
           10 SUBMIT-DATE          PIC X(10).
           10 MGR-EMPNO            PIC X(6).
           10 MGR-DATE             PIC X(10).
           10 FIN-APPROVER         PIC X(8).
           10 FIN-DATE             PIC X(10).
           10 PAID-PERIOD          PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
