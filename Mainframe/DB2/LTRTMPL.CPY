      ******************************************************************
      * DCLGEN TABLE(HR_DB.LETTER_TEMPLATE)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(LTRTMPL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE LETTER_TEMPLATE TABLE
           ( LTR_EVENT       CHAR(1)        NOT NULL,
             LTR_LINE        SMALLINT       NOT NULL,
             LTR_TEXT        CHAR(80)       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LETTER_TEMPLATE                    *
      *                                                                *
      * THE WORDING OF EACH FORMAL HR LETTER COBLTRGN PRODUCES, ONE    *
      * ROW PER PRINTED LINE IN LTR_LINE ORDER. LTR_EVENT 'P' = PAY    *
      * CHANGE (SALHIST), 'S' = SEPARATION (APITPO38), 'C' = PROBATION *
      * CONFIRMATION, 'T' = DEPARTMENT TRANSFER. A MERGE FIELD IS ITS  *
      * NAME BETWEEN AMPERSANDS AND IS REPLACED BY THE SYSTEM FIGURE:  *
      *   &NAME&    EMPLOYEE NAME        &EMPNO&   EMPLOYEE NUMBER     *
      *   &ADDR1&   CURRENT EMPADDR      &ADDR2&   &ADDR3&             *
      *   &OLDSAL&  SALARY BEFORE        &NEWSAL&  SALARY AFTER        *
      *   &CURR&    EMP.CURRCODE         &EFFDATE& EFFECTIVE DATE      *
      *   &DEPT&    DEPARTMENT NAME      &OLDDEPT& PRIOR DEPARTMENT    *
      *   &MANAGER& DEPARTMENT MANAGER   &DATE&    DATE OF THE LETTER  *
      * FOR ALL BUT A PAY CHANGE BOTH SALARIES ARE THE CURRENT ONE;    *
      * &OLDDEPT& IS BLANK BUT FOR A TRANSFER. AN UNKNOWN NAME PRINTS  *
      * AS WRITTEN, SO A TYPING ERROR SHOWS ON THE PROOF COPY.         *
      ******************************************************************
       01  DCLLETTER-TEMPLATE.
           10 LTR-EVENT            PIC X(1).
           10 LTR-LINE             PIC S9(4)      USAGE COMP.
           10 LTR-TEXT             PIC X(80).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
