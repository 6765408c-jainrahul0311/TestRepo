      ******************************************************************
      * DCLGEN TABLE(HR_DB.STANDING_ORDER)                             *
      *        LIBRARY(HR_DB.TEST.SOURCE(STNDORD))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE STANDING_ORDER TABLE
           ( SO_NO           CHAR(20)       NOT NULL,
             FROM_CUST_NO    CHAR(10)       NOT NULL,
             FROM_ACC_NO     CHAR(10)       NOT NULL,
             TO_CUST_NO      CHAR(10)       NOT NULL,
             TO_ACC_NO       CHAR(10)       NOT NULL,
             SO_AMOUNT       DECIMAL(11,2)  NOT NULL,
             SO_FREQ         CHAR(1)        NOT NULL,
             SO_DAY          SMALLINT       NOT NULL,
             NEXT_DUE        DATE           NOT NULL,
             END_DATE        DATE           NOT NULL,
             SO_STATUS       CHAR(1)        NOT NULL,
             FAIL_COUNT      SMALLINT       NOT NULL,
             MAKER           CHAR(8)        NOT NULL,
             MADE_DATE       DECIMAL(6,0)   NOT NULL,
             MADE_TIME       DECIMAL(8,0)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE STANDING_ORDER                     *
      *                                                                *
      * STANDING ORDERS AND RECURRING SWEEPS, SET UP, AMENDED,         *
      * SUSPENDED AND CANCELLED THROUGH APIACC AND EXECUTED BY THE     *
      * COBSOEXE DAILY RUN AS ORDINARY APIACC TRANSFERS.               *
      * SO_FREQ: 'W' = WEEKLY, 'M' = MONTHLY, 'Q' = QUARTERLY, 'A' =   *
      * ANNUALLY. SO_DAY IS THE DAY OF THE MONTH THE ORDER WAS SET UP  *
      * FOR, SO A 31ST PAID ON THE 28TH IN FEBRUARY GOES BACK TO THE   *
      * 31ST IN MARCH. NEXT_DUE IS THE SCHEDULED DATE - A WEEKEND OR   *
      * HOLCAL HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY AT       *
      * EXECUTION, NOT HERE. END_DATE '9999-12-31' = UNTIL CANCELLED.  *
      * SO_STATUS: 'A' = ACTIVE, 'S' = SUSPENDED, 'C' = CANCELLED,     *
      * 'E' = ENDED (PAST END_DATE), 'F' = FAILED (RETRIES USED UP,    *
      * WAITING FOR A RESUME). FAIL_COUNT IS THE FAILED ATTEMPTS AT    *
      * THE CURRENT NEXT_DUE.                                          *
      ******************************************************************
       01  DCLSTANDING-ORDER.
           10 SO-NO                PIC X(20).
           10 FROM-CUST-NO         PIC X(10).
           10 FROM-ACC-NO          PIC X(10).
           10 TO-CUST-NO           PIC X(10).
           10 TO-ACC-NO            PIC X(10).
           10 SO-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3.
           10 SO-FREQ              PIC X(1).
           10 SO-DAY               PIC S9(4)      USAGE COMP.
           10 NEXT-DUE             PIC X(10).
           10 END-DATE             PIC X(10).
           10 SO-STATUS            PIC X(1).
           10 FAIL-COUNT           PIC S9(4)      USAGE COMP.
           10 MAKER                PIC X(8).
           10 MADE-DATE            PIC S9(6)      USAGE COMP-3.
           10 MADE-TIME            PIC S9(8)      USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
