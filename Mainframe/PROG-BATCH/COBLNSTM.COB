      *-----------------------------------------------------------------
      *     COBLNSTM - LOAN STATEMENT OF ACCOUNT. PRINTS ONE STATEMENT
      *                PAGE PER LOANMAST SALARY ADVANCE OR COMPANY
      *                LOAN: THE TERMS AS AGREED, THEN EVERY LOANHIST
      *                MOVEMENT - DISBURSEMENT, INTEREST, PAYROLL
      *                INSTALMENTS, FINAL-PAY RECOVERY AND ANY BALANCE
      *                LEFT UNRECOVERED AT SEPARATION - IN PERIOD
      *                ORDER WITH THE BALANCE AFTER EACH, AND THE
      *                CLOSING BALANCE PROVED AGAINST LOANMAST.BALANCE.
      *                THE CONTROL CARD NAMES ONE LOAN FOR A STATEMENT
      *                ON REQUEST; A BLANK CARD STATES EVERY LOAN STILL
      *                OPEN OR LEFT UNRECOVERED. A STATEMENT THAT DOES
      *                NOT AGREE IS FLAGGED AND LANDS ON EXCPFILE FOR
      *                THE COBEXHUB MORNING REPORT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLNSTM.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 10 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(10).

       FD      EXCPFILE
               RECORD CONTAINS 79 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

      /
       WORKING-STORAGE SECTION.
      *****************************************************
      * WORKAREAS                                         *
      *****************************************************
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-CARD-LOAN-NO        PIC X(10).

       01  WS-LOAN-NO             PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-FIRSTNME            PIC X(12).
       01  WS-LASTNAME            PIC X(15).
       01  WS-LOAN-TYPE           PIC X(1).
       01  WS-PRINCIPAL           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-DISB-DATE           PIC X(10).
       01  WS-INST-AMT            PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-INST-COUNT          PIC S9(4)      USAGE COMP.
       01  WS-INT-RATE            PIC S9(1)V9(4) USAGE COMP-3.
       01  WS-BALANCE             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-LN-STATUS           PIC X(1).

       01  WS-PYEARMONTH          PIC X(6).
       01  WS-TXN-TYPE            PIC X(1).
       01  WS-TXN-AMT             PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-BAL-AFTER           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-TXN-DATE            PIC X(10).

      *    THE STATEMENT REPLAYS THE MOVEMENTS FROM NOTHING - MONEY
      *    LENT AND INTEREST CHARGED ADD, RECOVERIES COME OFF, AND AN
      *    UNRECOVERED BALANCE IS STILL OWED SO LEAVES IT ALONE.
       01  WS-RUNNING             PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TOT-INTEREST        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TOT-RECOVERED       PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TXN-COUNT           PIC 9(5)      USAGE COMP.

       01  WS-STMT-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-DISAGREE-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'LOAN STATEMENT OF ACCOUNT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(41)  VALUE SPACES.
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

       01  WS-RPT-LOAN.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'LOAN: '.
           10 WS-ST-LOAN          PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ST-TYPE          PIC X(12).
           10 FILLER              PIC X(12)  VALUE '  EMPLOYEE: '.
           10 WS-ST-EMPNO         PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ST-NAME          PIC X(28).
           10 FILLER              PIC X(10)  VALUE '  STATUS: '.
           10 WS-ST-STATUS        PIC X(12).
           10 FILLER              PIC X(29)  VALUE SPACES.

       01  WS-RPT-TERMS.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE 'PRINCIPAL: '.
           10 WS-ST-PRINCIPAL     PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(13)  VALUE '  DISBURSED: '.
           10 WS-ST-DISB-DATE     PIC X(10).
           10 FILLER              PIC X(14)  VALUE '  INSTALMENT: '.
           10 WS-ST-INST-AMT      PIC $$,$$$,$$9.99.
           10 FILLER              PIC X(3)   VALUE ' X '.
           10 WS-ST-INST-COUNT    PIC ZZZ9.
           10 FILLER              PIC X(17)  VALUE '  ANNUAL RATE: '.
           10 WS-ST-RATE          PIC Z9.9999.
           10 FILLER              PIC X(21)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD'.
           10 FILLER              PIC X(12)  VALUE 'DATE'.
           10 FILLER              PIC X(24)  VALUE 'MOVEMENT'.
           10 FILLER              PIC X(16)  VALUE '          AMOUNT'.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE '         BALANCE'.
           10 FILLER              PIC X(48)  VALUE SPACES.

       01  WS-RPT-TXN.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 WS-TX-PERIOD        PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-TX-DATE          PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-TX-DESC          PIC X(24).
           10 WS-TX-AMOUNT        PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-TX-BALANCE       PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(49)  VALUE SPACES.

       01  WS-RPT-TOTALS.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'INTEREST CHARGED:  '.
           10 WS-ST-TOT-INTEREST  PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'REPAID TO DATE: '.
           10 WS-ST-TOT-RECOVERED PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(61)  VALUE SPACES.

       01  WS-RPT-CLOSING.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'BALANCE OWED:      '.
           10 WS-ST-CLOSING       PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ST-VERDICT       PIC X(38).
           10 FILLER              PIC X(55)  VALUE SPACES.

       01  WS-RPT-BLANK           PIC X(132) VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(22)  VALUE
                'STATEMENTS PRODUCED:  '.
           10 WS-SUM-COUNT        PIC ZZZZZ9.
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE
                'NOT AGREEING:   '.
           10 WS-SUM-DISAGREE     PIC ZZZZ9.
           10 FILLER              PIC X(75)  VALUE SPACES.

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

                EXEC SQL INCLUDE LOANMAST
                END-EXEC.

                EXEC SQL INCLUDE LOANHIST
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE LOAN ON THE CARD, OR EVERY LOAN STILL OPEN OR LEFT
      *    UNRECOVERED WHEN THE CARD IS BLANK.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 L.LOAN_NO,
                 L.EMPNO,
                 COALESCE(E.FIRSTNME, ' '),
                 COALESCE(E.LASTNAME, ' '),
                 L.LOAN_TYPE,
                 L.PRINCIPAL,
                 L.DISB_DATE,
                 L.INST_AMT,
                 L.INST_COUNT,
                 L.INT_RATE,
                 L.BALANCE,
                 L.LN_STATUS
             FROM LOANMAST L
             LEFT JOIN EMP E
                    ON E.EMPNO = L.EMPNO
             WHERE L.LOAN_NO = :WS-CARD-LOAN-NO
                OR (:WS-CARD-LOAN-NO = ' '
                    AND L.LN_STATUS IN ('O', 'U'))
             ORDER BY L.EMPNO, L.LOAN_NO
           END-EXEC.

      *    THE LOAN'S MOVEMENTS IN THE ORDER THEY HAPPENED WITHIN A
      *    PERIOD - LENT, INTEREST, INSTALMENT, THEN FINAL PAY.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 H.PYEARMONTH,
                 H.TXN_TYPE,
                 H.TXN_AMT,
                 H.BAL_AFTER,
                 H.TXN_DATE
             FROM LOANHIST H
             WHERE H.LOAN_NO = :WS-LOAN-NO
             ORDER BY H.PYEARMONTH,
                      CASE H.TXN_TYPE
                        WHEN 'D' THEN 1
                        WHEN 'I' THEN 2
                        WHEN 'R' THEN 3
                        WHEN 'F' THEN 4
                        ELSE 5
                      END
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE EXCPFILE.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE CARD IS OPTIONAL: A LOAN NUMBER, OR      *
      *                   BLANK FOR EVERY LOAN STILL OWING             *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-CARD-LOAN-NO
                   AT END
                        MOVE SPACES TO WS-CARD-LOAN-NO
                END-READ.
                CLOSE CARDIN.

                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-CARD-LOAN-NO = ' WS-CARD-LOAN-NO.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

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

                PERFORM 2200-FETCH-C1
                THRU    2200-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                IF WS-STMT-COUNT = 0
                   AND WS-CARD-LOAN-NO NOT = SPACES
                   DISPLAY '++ COBLNSTM - LOAN ' WS-CARD-LOAN-NO
                           ' IS NOT ON LOANMAST ++'
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE LOAN, ONE STATEMENT PAGE                   *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-LOAN-NO,
                          :WS-EMPNO,
                          :WS-FIRSTNME,
                          :WS-LASTNAME,
                          :WS-LOAN-TYPE,
                          :WS-PRINCIPAL,
                          :WS-DISB-DATE,
                          :WS-INST-AMT,
                          :WS-INST-COUNT,
                          :WS-INT-RATE,
                          :WS-BALANCE,
                          :WS-LN-STATUS
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
                   PERFORM 2300-BUILD-STATEMENT
                   THRU    2300-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-BUILD-STATEMENT - TERMS, MOVEMENTS AND THE BALANCE OWED.  *
      *                        THE REPLAYED BALANCE MUST LAND ON       *
      *                        LOANMAST.BALANCE.                       *
      ******************************************************************
       2300-BUILD-STATEMENT.
                MOVE ZERO TO WS-RUNNING.
                MOVE ZERO TO WS-TOT-INTEREST.
                MOVE ZERO TO WS-TOT-RECOVERED.
                MOVE 0    TO WS-TXN-COUNT.

                PERFORM 2150-PRINT-HEADERS
                THRU    2150-EXIT.

                MOVE WS-LOAN-NO  TO WS-ST-LOAN.
                IF WS-LOAN-TYPE = 'A'
                   MOVE 'ADVANCE'      TO WS-ST-TYPE
                ELSE
                   MOVE 'COMPANY LOAN' TO WS-ST-TYPE
                END-IF.
                MOVE WS-EMPNO    TO WS-ST-EMPNO.
                MOVE SPACES      TO WS-ST-NAME.
                STRING WS-FIRSTNME DELIMITED BY '  '
                       ' '          DELIMITED BY SIZE
                       WS-LASTNAME  DELIMITED BY '  '
                       INTO WS-ST-NAME.
                EVALUATE WS-LN-STATUS
                    WHEN 'O'
                         MOVE 'OPEN'        TO WS-ST-STATUS
                    WHEN 'C'
                         MOVE 'CLEARED'     TO WS-ST-STATUS
                    WHEN 'S'
                         MOVE 'SETTLED'     TO WS-ST-STATUS
                    WHEN 'U'
                         MOVE 'UNRECOVERED' TO WS-ST-STATUS
                    WHEN OTHER
                         MOVE WS-LN-STATUS  TO WS-ST-STATUS
                END-EVALUATE.
                PRINT WS-RPT-LOAN.

                MOVE WS-PRINCIPAL  TO WS-ST-PRINCIPAL.
                MOVE WS-DISB-DATE  TO WS-ST-DISB-DATE.
                MOVE WS-INST-AMT   TO WS-ST-INST-AMT.
                MOVE WS-INST-COUNT TO WS-ST-INST-COUNT.
                MOVE WS-INT-RATE   TO WS-ST-RATE.
                PRINT WS-RPT-TERMS.
                PRINT WS-RPT-BLANK.
                PRINT WS-RPT-COLUMNS.
                ADD 4 TO WS-LINE-CTR.

                MOVE SPACES TO END-OF-C2-SWITCH.

                EXEC SQL
                    OPEN C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2400-FETCH-TXN
                THRU    2400-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                    CLOSE C2
                END-EXEC.

                PRINT WS-RPT-BLANK.
                MOVE WS-TOT-INTEREST  TO WS-ST-TOT-INTEREST.
                MOVE WS-TOT-RECOVERED TO WS-ST-TOT-RECOVERED.
                PRINT WS-RPT-TOTALS.

                MOVE WS-BALANCE TO WS-ST-CLOSING.
                IF WS-RUNNING = WS-BALANCE
                   MOVE 'AGREES WITH LOAN BALANCE'
                     TO WS-ST-VERDICT
                ELSE
                   MOVE 'DOES NOT AGREE WITH LOAN HISTORY'
                     TO WS-ST-VERDICT
                   ADD 1 TO WS-DISAGREE-COUNT
                   MOVE 'COBLNSTM'        TO EXCP-PROGRAM-ID
                   MOVE 'LOAN HISTORY MISMATCH'
                                          TO EXCP-TYPE
                   MOVE SPACES            TO EXCP-KEY
                   STRING WS-LOAN-NO ' ' WS-EMPNO DELIMITED BY SIZE
                     INTO EXCP-KEY
                   COMPUTE EXCP-AMOUNT = WS-BALANCE - WS-RUNNING
                   MOVE WS-RUN-DATE       TO EXCP-RUN-DATE
                   MOVE WS-RUN-TIME       TO EXCP-RUN-TIME
                   WRITE EXCP-RECORD
                END-IF.
                PRINT WS-RPT-CLOSING.

                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.

                ADD 1 TO WS-STMT-COUNT.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-FETCH-TXN - ONE STATEMENT MOVEMENT LINE. A LONG HISTORY   *
      *                  RUNS ONTO A CONTINUATION PAGE.                *
      ******************************************************************
       2400-FETCH-TXN.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-PYEARMONTH,
                          :WS-TXN-TYPE,
                          :WS-TXN-AMT,
                          :WS-BAL-AFTER,
                          :WS-TXN-DATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2400-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-TXN-COUNT.
                MOVE WS-TXN-AMT TO WS-TX-AMOUNT.

                EVALUATE WS-TXN-TYPE
                    WHEN 'D'
                         MOVE 'AMOUNT LENT'         TO WS-TX-DESC
                         ADD WS-TXN-AMT TO WS-RUNNING
                    WHEN 'I'
                         MOVE 'INTEREST CHARGED'    TO WS-TX-DESC
                         ADD WS-TXN-AMT TO WS-RUNNING
                         ADD WS-TXN-AMT TO WS-TOT-INTEREST
                    WHEN 'R'
                         MOVE 'PAYROLL INSTALMENT'  TO WS-TX-DESC
                         SUBTRACT WS-TXN-AMT FROM WS-RUNNING
                         ADD WS-TXN-AMT TO WS-TOT-RECOVERED
                         COMPUTE WS-TX-AMOUNT = 0 - WS-TXN-AMT
                    WHEN 'F'
                         MOVE 'RECOVERED FROM FINAL PAY'
                                                    TO WS-TX-DESC
                         SUBTRACT WS-TXN-AMT FROM WS-RUNNING
                         ADD WS-TXN-AMT TO WS-TOT-RECOVERED
                         COMPUTE WS-TX-AMOUNT = 0 - WS-TXN-AMT
                    WHEN 'U'
                         MOVE 'UNRECOVERED AT EXIT'  TO WS-TX-DESC
                    WHEN OTHER
                         MOVE WS-TXN-TYPE           TO WS-TX-DESC
                END-EVALUATE.

                MOVE WS-PYEARMONTH TO WS-TX-PERIOD.
                MOVE WS-TXN-DATE   TO WS-TX-DATE.
                MOVE WS-BAL-AFTER  TO WS-TX-BALANCE.
                PRINT WS-RPT-TXN.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-LOAN
                   PRINT WS-RPT-COLUMNS
                   ADD 2 TO WS-LINE-CTR
                END-IF.

       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - EVERY STATEMENT PAGE CARRIES THE STAMP    *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.

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
      * 2170-PRINT-SUMMARY                                             *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-STMT-COUNT     TO WS-SUM-COUNT.
                MOVE WS-DISAGREE-COUNT TO WS-SUM-DISAGREE.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
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
