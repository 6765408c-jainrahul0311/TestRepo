      *-----------------------------------------------------------------
      *     COBEXPGL - EXPENSE-CLAIM GENERAL-LEDGER POSTING FEED. FOR
      *                THE PAY PERIOD ON THE CONTROL CARD, SUMMARIZES
      *                THE EXPENSE CLAIMS COBBNKEX PAID IN THAT
      *                PERIOD'S BANK FILES BY EXPENSE CATEGORY, MAPS
      *                EACH CATEGORY TO ITS GL EXPENSE ACCOUNT THROUGH
      *                THE EXPCATGL TABLE, AND WRITES THE EXPENSE
      *                POSTING FEED FILE - ONE DEBIT PER MAPPED
      *                CATEGORY PLUS ONE BALANCING CREDIT TO THE
      *                EXPENSE CLEARING ACCOUNT - IN THE SAME LAYOUT
      *                AS THE COBGLPST FEED. CLAIMS ARE PAID TAX-FREE
      *                OUTSIDE PAYROLL, SO THEY NEVER APPEAR IN THE
      *                COBGLPST FIGURES. A CATEGORY WITH NO EXPCATGL
      *                MAPPING GOES TO THE EXCEPTION PAGE AND IS KEPT
      *                OUT OF THE FEED, NEVER SILENTLY DROPPED. THE
      *                PROOF PAGE SHOWS THE FEED NETS TO ZERO.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBEXPGL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT EXPGLOUT
                  ASSIGN TO DA-S-EXPGLOUT.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 14 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-PERIOD         PIC X(6).
           05  CARDREC-CLEARING       PIC X(8).

       FD      EXPGLOUT
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLOUT-REC.
           10 GL-FEED-ACCOUNT         PIC X(8).
           10 GL-FEED-DC              PIC X(1).
           10 GL-FEED-AMOUNT          PIC S9(11)V9(2) SIGN LEADING
                                                      SEPARATE.
           10 GL-FEED-PERIOD          PIC X(6).
      *        ** 'R' = REGULAR RUN, 'S' = SUPPLEMENTAL RUN
      *        ** (PAYPCAL.RUNTYPE), SO THE GL SIDE CAN TELL THE
      *        ** CYCLES APART.
           10 GL-FEED-RUNTYPE         PIC X(1).
           10 FILLER                  PIC X(10).

       FD      RUNHFILE
               RECORD CONTAINS 62 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY RUNHREC.

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  ACCT-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  ACCT-FOUND                    VALUE  'Y'.
       77  END-OF-GL-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-GL                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-CLEARING-ACCT       PIC X(8)      VALUE 'EXPCLEAR'.
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.

       01  WS-CATEGORY            PIC X(4).
       01  WS-CAT-COUNT           PIC S9(9)     USAGE COMP.
       01  WS-CAT-COST            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-GL-ACCOUNT          PIC X(8).

       01  WS-CLAIM-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-UNMAPPED-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-UNMAPPED-TOTAL      PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FEED-NET            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(36).
           10 WS-TEXT             PIC X(42)
                VALUE 'EXPENSE CLAIM GL POSTING FEED PROOF'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(21)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
           10 WS-STAMP-PERIOD     PIC X(6).
           10 FILLER              PIC X(7)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(6)   VALUE 'CAT'.
           10 WS-COL2             PIC X(10)  VALUE 'ACCOUNT'.
           10 WS-COL3             PIC X(4)   VALUE 'D/C'.
           10 WS-COL4             PIC X(20)  VALUE 'AMOUNT'.
           10 WS-COL5             PIC X(8)   VALUE 'CLAIMS'.
           10 FILLER              PIC X(65).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-CATEGORY     PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-DET-ACCOUNT      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-DC           PIC X(1).
           10 FILLER              PIC X(3).
           10 WS-DET-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-COUNT        PIC ZZZZZZ9.
           10 FILLER              PIC X(66).

       01  WS-RPT-EXCEPTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'UNMAPPED CATEGORY: '.
           10 WS-EXC-CATEGORY     PIC X(4).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-EXC-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(24)  VALUE
                '  - NOT IN POSTING FEED'.
           10 FILLER              PIC X(55)  VALUE SPACES.

       01  WS-RPT-PROOF.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-PRF-LABEL        PIC X(22).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(79)  VALUE SPACES.

       01  WS-RPT-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'PROOF: '.
           10 WS-VERDICT          PIC X(44).
           10 FILLER              PIC X(72)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE EXPCLAIM
                END-EXEC.

                EXEC SQL INCLUDE EXPCATGL
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE CLAIMS THE PERIOD'S BANK FILES PAID, BY CATEGORY, IN
      *    THE PAYING CURRENCY THE BANK FILES PAID THEM IN.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 C.CATEGORY,
                 COUNT(*),
                 SUM(C.PAY_AMT)
             FROM EXPCLAIM C
             WHERE C.CSTATUS     = 'D'
               AND C.PAID_PERIOD = :WS-PYEARMONTH
             GROUP BY C.CATEGORY
             ORDER BY C.CATEGORY
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2400-WRITE-BALANCING
             THRU    2400-EXIT.

             CLOSE EXPGLOUT.

             PERFORM 2450-PROVE-FEED
             THRU    2450-EXIT.

             PERFORM 2170-PRINT-PROOF
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - PERIOD AND OPTIONAL CLEARING ACCOUNT CARD.   *
      *                   THE PERIOD IS REQUIRED; A BLANK CLEARING     *
      *                   ACCOUNT DEFAULTS TO EXPCLEAR.                *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN
                   AT END
                        MOVE SPACES TO CARDREC
                END-READ.
                CLOSE CARDIN.

                IF CARDREC-PERIOD NOT NUMERIC
                   DISPLAY '++ COBEXPGL - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBEXPGL - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO BUILD THE POSTING FEED ++'
                   GOBACK
                END-IF.

                MOVE CARDREC-PERIOD TO WS-PYEARMONTH.
                IF CARDREC-CLEARING NOT = SPACES
                   MOVE CARDREC-CLEARING TO WS-CLEARING-ACCT
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(RUNTYPE, 'R')
                    INTO
                        :WS-RUNTYPE
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'R' TO WS-RUNTYPE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN OUTPUT EXPGLOUT.

                DISPLAY 'WS-PYEARMONTH   = ' WS-PYEARMONTH.
                DISPLAY 'WS-CLEARING-ACCT = ' WS-CLEARING-ACCT.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                PERFORM 2100-OPEN-C1
                THRU    2100-EXIT.

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                PERFORM 2300-CLOSE-C1
                THRU    2300-EXIT.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2100-OPEN-C1
      ******************************************************************
       2100-OPEN-C1.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE CATEGORY'S PAID CLAIMS. MAPPED CATEGORIES  *
      *                 BECOME FEED DEBITS; UNMAPPED ONES GO TO THE    *
      *                 EXCEPTION PAGE.                                *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CATEGORY,
                          :WS-CAT-COUNT,
                          :WS-CAT-COST
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C1
                   ADD WS-CAT-COUNT TO WS-CLAIM-COUNT
                   PERFORM 2210-GET-GL-ACCOUNT
                   THRU    2210-EXIT
                   IF ACCT-FOUND
                      PERFORM 2220-WRITE-DEBIT
                      THRU    2220-EXIT
                   ELSE
                      ADD 1            TO WS-UNMAPPED-COUNT
                      ADD WS-CAT-COST  TO WS-UNMAPPED-TOTAL
                      MOVE WS-CATEGORY TO WS-EXC-CATEGORY
                      MOVE WS-CAT-COST TO WS-EXC-AMOUNT
                      PRINT WS-RPT-EXCEPTION
                      ADD 1 TO WS-LINE-CTR
                   END-IF
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                   END-IF
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-GET-GL-ACCOUNT                                            *
      ******************************************************************
       2210-GET-GL-ACCOUNT.
                MOVE SPACES TO ACCT-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        G.GL_ACCOUNT
                    INTO
                        :WS-GL-ACCOUNT
                    FROM EXPCATGL G
                    WHERE G.CATEGORY = :WS-CATEGORY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO ACCT-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2210-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2220-WRITE-DEBIT - ONE FEED DEBIT AND ITS PROOF LINE           *
      ******************************************************************
       2220-WRITE-DEBIT.
                MOVE SPACES          TO GLOUT-REC.
                MOVE WS-GL-ACCOUNT   TO GL-FEED-ACCOUNT.
                MOVE 'D'             TO GL-FEED-DC.
                MOVE WS-CAT-COST     TO GL-FEED-AMOUNT.
                MOVE WS-PYEARMONTH   TO GL-FEED-PERIOD.
                MOVE WS-RUNTYPE      TO GL-FEED-RUNTYPE.
                WRITE GLOUT-REC.

                ADD 1            TO WS-DEBIT-COUNT.
                ADD WS-CAT-COST  TO WS-DEBIT-TOTAL.

                MOVE WS-CATEGORY   TO WS-DET-CATEGORY.
                MOVE WS-GL-ACCOUNT TO WS-DET-ACCOUNT.
                MOVE 'D'           TO WS-DET-DC.
                MOVE WS-CAT-COST   TO WS-DET-AMOUNT.
                MOVE WS-CAT-COUNT  TO WS-DET-COUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-WRITE-BALANCING - ONE CREDIT TO THE CLEARING ACCOUNT FOR  *
      *                        THE SUM OF THE DEBITS WRITTEN, SO THE   *
      *                        FEED ALWAYS NETS TO ZERO EVEN WHEN      *
      *                        CATEGORIES WERE HELD OUT AS UNMAPPED.   *
      ******************************************************************
       2400-WRITE-BALANCING.
                MOVE SPACES           TO GLOUT-REC.
                MOVE WS-CLEARING-ACCT TO GL-FEED-ACCOUNT.
                MOVE 'C'              TO GL-FEED-DC.
                MOVE WS-DEBIT-TOTAL   TO GL-FEED-AMOUNT.
                MOVE WS-PYEARMONTH    TO GL-FEED-PERIOD.
                MOVE WS-RUNTYPE       TO GL-FEED-RUNTYPE.
                WRITE GLOUT-REC.

                MOVE SPACES           TO WS-DET-CATEGORY.
                MOVE WS-CLEARING-ACCT TO WS-DET-ACCOUNT.
                MOVE 'C'              TO WS-DET-DC.
                MOVE WS-DEBIT-TOTAL   TO WS-DET-AMOUNT.
                MOVE WS-CLAIM-COUNT   TO WS-DET-COUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PROVE-FEED - RE-READ THE FEED JUST WRITTEN AND NET THE    *
      *                   DEBITS AGAINST THE CREDITS, THE WAY THE GL   *
      *                   LOAD WILL, SO THE PROOF IS OF THE FILE ON    *
      *                   DISK AND NOT OF THIS PROGRAM'S ARITHMETIC.   *
      ******************************************************************
       2450-PROVE-FEED.
                OPEN INPUT EXPGLOUT.

                PERFORM 2460-READ-FEED
                THRU    2460-EXIT
                UNTIL END-OF-GL.

                CLOSE EXPGLOUT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-READ-FEED - ONE FEED RECORD OF THE PROOF PASS             *
      ******************************************************************
       2460-READ-FEED.
                READ EXPGLOUT
                   AT END
                        MOVE 'Y' TO END-OF-GL-SWITCH
                END-READ.

                IF NOT END-OF-GL
                   IF GL-FEED-DC = 'D'
                      ADD GL-FEED-AMOUNT TO WS-FEED-NET
                   ELSE
                      SUBTRACT GL-FEED-AMOUNT FROM WS-FEED-NET
                   END-IF
                END-IF.
       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2170-PRINT-PROOF - FEED TOTALS AND THE NET-TO-ZERO VERDICT     *
      ******************************************************************
       2170-PRINT-PROOF.
                MOVE 'FEED DEBITS TOTAL:    ' TO WS-PRF-LABEL.
                MOVE WS-DEBIT-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'BALANCING CREDIT:     ' TO WS-PRF-LABEL.
                MOVE WS-DEBIT-TOTAL    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'HELD OUT (UNMAPPED):  ' TO WS-PRF-LABEL.
                MOVE WS-UNMAPPED-TOTAL TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                IF WS-FEED-NET = ZERO
                   MOVE 'FEED NETS TO ZERO - RELEASE TO GL'
                        TO WS-VERDICT
                ELSE
                   MOVE 'FEED OUT OF BALANCE - DO NOT RELEASE'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                END-IF.
                PRINT WS-RPT-VERDICT.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CLOSE-C1
      ******************************************************************
       2300-CLOSE-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                MOVE SQLCODE TO WS-SQLCODE.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-PYEARMONTH    TO WS-STAMP-PERIOD.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-COLUMNS.

                MOVE 0 TO WS-LINE-CTR.
                ADD  1 TO WS-PAGE-NO.
       2150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2160-PRINT-FOOTER - PAGE FOOTER WITH THE PAGE NUMBER JUST DONE *
      ******************************************************************
       2160-PRINT-FOOTER.
                COMPUTE WS-FOOTER-PAGE-NO = WS-PAGE-NO - 1.
                PRINT WS-RPT-FOOTER.
       2160-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC), STAMPED WITH THE PAY      *
      *                      PERIOD, SO COBPCLOS CAN PROVE THE         *
      *                      PERIOD'S WORK RAN BEFORE IT CLOSES AND    *
      *                      COBRUNRP CAN TREND THE RUN.               *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBEXPGL'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-CLAIM-COUNT  TO RUNH-READ-COUNT.
                MOVE WS-DEBIT-COUNT  TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE WS-PYEARMONTH TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9000-DBERROR - GET ERROR MESSAGE
      ******************************************************************
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.

                GOBACK.

       9000-EXIT.
                EXIT.
      /
      ******************************************************************
      * 9999-ERROR-DISPLAY
      ******************************************************************
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
