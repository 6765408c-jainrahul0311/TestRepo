      ******************************************************************
      * DCLGEN TABLE(HR_DB.AUTH_SOD_EXCP)                              *
      *        LIBRARY(HR_DB.TEST.SOURCE(AUTHSODX))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE AUTH_SOD_EXCP TABLE
           ( OPID            CHAR(8)        NOT NULL,
             RULE_ID         CHAR(6)        NOT NULL,
             XSTATUS         CHAR(1)        NOT NULL,
             EXPIRY_DATE     DATE           NOT NULL,
             REASON          CHAR(60)       NOT NULL,
             MAKER           CHAR(8)        NOT NULL,
             MADE_DATE       DECIMAL(6,0)   NOT NULL,
             CHECKER         CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTH_SOD_EXCP                      *
      *                                                                *
      * DOCUMENTED EXCEPTIONS TO A SEGREGATION-OF-DUTIES RULE          *
      * (AUTH_SOD_RULE), ONE ROW PER OPID AND RULE. REQUESTED WITH A   *
      * REASON AND AN EXPIRY DATE THROUGH APITPO36 COMMAND 10 AND      *
      * DECIDED BY A DIFFERENT OPERATOR - NEVER THE MAKER OR THE OPID  *
      * ITSELF - THROUGH COMMAND 11. XSTATUS 'P' = PENDING, 'A' =      *
      * APPROVED, 'R' = REJECTED. AN APPROVED EXCEPTION IS LIVE UNTIL  *
      * THE END OF EXPIRY_DATE; AFTER THAT THE CONFLICT COUNTS AGAIN.  *
      * SHOWN ON COBSODRP AND ON THE COBRECRT RECERTIFICATION PAGES.   *
      ******************************************************************
       01  DCLAUTH-SOD-EXCP.
           10 OPID                 PIC X(8).
           10 RULE-ID              PIC X(6).
           10 XSTATUS              PIC X(1).
           10 EXPIRY-DATE          PIC X(10).
           10 REASON               PIC X(60).
           10 MAKER                PIC X(8).
           10 MADE-DATE            PIC S9(6)      USAGE COMP-3.
           10 CHECKER              PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
