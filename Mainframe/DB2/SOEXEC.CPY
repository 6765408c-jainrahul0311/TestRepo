      ******************************************************************
      * DCLGEN TABLE(HR_DB.SO_EXEC)                                    *
      *        LIBRARY(HR_DB.TEST.SOURCE(SOEXEC))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE SO_EXEC TABLE
           ( SO_NO           CHAR(20)       NOT NULL,
             RUN_DATE        DATE           NOT NULL,
             DUE_DATE        DATE           NOT NULL,
             SO_AMOUNT       DECIMAL(11,2)  NOT NULL,
             EXEC_RESULT     CHAR(1)        NOT NULL,
             RESP_CODE       SMALLINT       NOT NULL,
             XFER_REF        CHAR(20)       NOT NULL,
             REASON          CHAR(40)       NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE SO_EXEC                            *
      *                                                                *
      * STANDING-ORDER EXECUTION REGISTER, ONE ROW PER ORDER AND RUN   *
      * DATE, WRITTEN BY COBSOEXE BEFORE THE TRANSFER IS ATTEMPTED -   *
      * THE UNIQUE KEY (SO_NO, RUN_DATE) MAKES A RERUN OF THE SAME     *
      * DAY SKIP THE ORDER INSTEAD OF PAYING IT TWICE.                 *
      * EXEC_RESULT: 'P' = POSTED (XFER_REF IS THE TRANSFER            *
      * REFERENCE), 'Q' = QUEUED ON ACC_PENDADJ FOR DUAL CONTROL       *
      * (XFER_REF IS THE PEND-NO), 'R' = REFUSED, TO BE RETRIED THE    *
      * NEXT BUSINESS DAY, 'F' = REFUSED AND THE RETRIES ARE USED UP.  *
      * RESP_CODE IS THE APIACC ANSWER AND REASON ITS ERROR-BLOCK      *
      * MESSAGE.                                                       *
      ******************************************************************
       01  DCLSO-EXEC.
           10 SO-NO                PIC X(20).
           10 RUN-DATE             PIC X(10).
           10 DUE-DATE             PIC X(10).
           10 SO-AMOUNT            PIC S9(9)V9(2) USAGE COMP-3.
           10 EXEC-RESULT          PIC X(1).
           10 RESP-CODE            PIC S9(4)      USAGE COMP.
           10 XFER-REF             PIC X(20).
           10 REASON               PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
