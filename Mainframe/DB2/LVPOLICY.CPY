      ******************************************************************
      * DCLGEN TABLE(HR_DB.LVPOLICY)                                   *
      *        LIBRARY(HR_DB.TEST.SOURCE(LVPOLICY))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LVPOLICY TABLE
           ( LTYPE           CHAR(1)        NOT NULL,
             CURRCODE        CHAR(3)        NOT NULL,
             LTYPE_DESC      CHAR(20)       NOT NULL,
             LCLASS          CHAR(1)        NOT NULL,
             ANNUAL_DAYS     SMALLINT       NOT NULL,
             MIN_NOTICE      SMALLINT       NOT NULL,
             MAX_CONSEC      SMALLINT       NOT NULL,
             DRAWS_BALANCE   CHAR(1)        NOT NULL,
             PAID            CHAR(1)        NOT NULL,
             EVIDENCE        CHAR(1)        NOT NULL,
             EVID_DAYS       SMALLINT       NOT NULL,
             MIN_BALANCE     SMALLINT       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LVPOLICY                           *
      *                                                                *
      * LEAVE POLICY PER LEAVE TYPE (LEAVE_REQUEST.LTYPE) AND          *
      * SUBSIDIARY (EMP.CURRCODE). A TYPE WITH NO ROW FOR THE          *
      * EMPLOYEE'S SUBSIDIARY CANNOT BE REQUESTED THERE. APITPO25      *
      * ENFORCES THE RULES WHEN A REQUEST IS SUBMITTED:                *
      *   ANNUAL_DAYS   - DAYS A YEAR FOR A TYPE THAT DOES NOT DRAW    *
      *                   THE LEAVE BALANCE (0 = NO CAP). A DRAWING    *
      *                   TYPE IS BOUNDED BY THE BALANCE COBLVACR      *
      *                   ACCRUES INSTEAD.                             *
      *   MIN_NOTICE    - CALENDAR DAYS FROM SUBMISSION TO THE FIRST   *
      *                   DAY OF LEAVE (0 = NONE, BACKDATING ALLOWED)  *
      *   MAX_CONSEC    - MOST BUSINESS DAYS IN ONE REQUEST (0 = NO    *
      *                   LIMIT)                                       *
      *   EVIDENCE 'Y'  - A REQUEST LONGER THAN EVID_DAYS BUSINESS     *
      *                   DAYS MUST CARRY AN EVIDENCE REFERENCE        *
      *   MIN_BALANCE   - ENCASHMENT ONLY: DAYS THAT MUST STAY IN THE  *
      *                   LEAVE BALANCE AFTER THE ENCASHMENT           *
      * DRAWS_BALANCE 'Y' POSTS THE APPROVED DAYS TO THE LEAVE TABLE   *
      * (APITPO25) AND IS RECONCILED AGAINST IT (COBLVREC). PAID 'N'   *
      * MARKS A TYPE DOCKED FROM PAY AS LOSS OF PAY (COBLVDCK,         *
      * COBLVREC). LCLASS GROUPS THE TYPES FOR REPORTING: 'H' =        *
      * HOLIDAY, 'S' = SICKNESS (SCORED BY COBSICKP), 'F' = FAMILY     *
      * (BEREAVEMENT, PARENTAL), 'O' = OTHER, 'E' = ENCASHMENT - DAYS  *
      * SOLD BACK FROM THE BALANCE RATHER THAN TAKEN AS ABSENCE. AN    *
      * ENCASHMENT TYPE IS SUBMITTED WITH A DAY COUNT (APITPO25 CMD    *
      * 05), ANNUAL_DAYS IS THEN THE MOST DAYS ENCASHED IN A YEAR,     *
      * AND ONCE APPROVED COBLVENC PAYS IT ON THE NEXT PAYROLL ROW     *
      * (PAYROLL.ENCASHPAID) AND TAKES THE DAYS OFF THE LEAVE BALANCE  *
      * IN THE SAME UNIT OF WORK. AN ENCASHMENT IS NOT AN ABSENCE AND  *
      * IS LEFT OUT OF THE ABSENCE, COVERAGE AND TIMESHEET CHECKS.     *
      ******************************************************************
       01  DCLLVPOLICY.
           10 LTYPE                PIC X(1).
           10 CURRCODE             PIC X(3).
           10 LTYPE-DESC           PIC X(20).
           10 LCLASS               PIC X(1).
           10 ANNUAL-DAYS          PIC S9(4) USAGE COMP.
           10 MIN-NOTICE           PIC S9(4) USAGE COMP.
           10 MAX-CONSEC           PIC S9(4) USAGE COMP.
           10 DRAWS-BALANCE        PIC X(1).
           10 PAID                 PIC X(1).
           10 EVIDENCE             PIC X(1).
           10 EVID-DAYS            PIC S9(4) USAGE COMP.
           10 MIN-BALANCE          PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
