      *-----------------------------------------------------------------
      *     COBBNKST - BANK SETTLEMENT CONFIRMATION RECONCILIATION.
      *                READS THE DAILY SETTLED-ITEMS FILE THE BANK
      *                SENDS (BNKSTL) AND SETTLES EACH ITEM AGAINST
      *                THE BNKSENT REGISTER OF WHAT COBBNKEX
      *                TRANSMITTED, BY EMPNO, PERIOD AND AMOUNT. AN
      *                ITEM SETTLED AT ANOTHER AMOUNT, OR ONE THAT WAS
      *                NEVER TRANSMITTED, IS AN EXCEPTION. THEN EVERY
      *                DETAIL OF THE PERIOD ON THE CARD THAT THE BANK
      *                HAS STILL NOT SETTLED IS AGED: ONE COBBNKRT
      *                QUEUED ON PAYREISS IS RETURNED, AND ONE STILL
      *                UNANSWERED MORE THAN 'BNKSTLDY' BUSINESS DAYS
      *                (HR_CONTROL, COUNTED BY THE CPBDAYS ENGINE ON
      *                THE PAYING CURRENCY'S CALENDAR) AFTER IT WAS
      *                DUE IS UNACCOUNTED FOR AND GOES ON EXCPFILE
      *                EVERY RUN UNTIL THE BANK ANSWERS FOR IT - SO A
      *                DETAIL THE BANK SILENTLY DROPPED CANNOT STAY
      *                HIDDEN. THE PERIOD'S SETTLED TOTAL IS
      *                REGISTERED ON FEEDCTL AS COBBNKST.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBBNKST.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT BNKSTLIN
                  ASSIGN TO DA-S-BNKSTLIN.

           SELECT EXCPFILE
                  ASSIGN TO DA-S-EXCPFILE.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 6 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(6).

       FD      BNKSTLIN
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY BNKSTL.

       FD      EXCPFILE
               RECORD CONTAINS 79 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

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
       77  END-OF-STL-SWITCH      PIC X          VALUE  SPACES.
               88  END-OF-STL                    VALUE  'Y'.
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       77  ROW-FOUND-SWITCH       PIC X          VALUE  SPACES.
               88  ROW-FOUND                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).

      *    BUSINESS DAYS THE BANK HAS TO SETTLE A DETAIL BEFORE IT IS
      *    UNACCOUNTED FOR. NO 'BNKSTLDY' ROW MEANS THREE.
       01  WS-STL-DAYS            PIC S9(4)      USAGE COMP  VALUE 3.
       01  WS-CTL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-EMPNO               PIC X(6).
       01  WS-STL-PERIOD          PIC X(6).
       01  WS-STL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-STL-DATE            PIC X(10).
       01  WS-PAYTYPE             PIC X(1).
       01  WS-PAYREF              PIC X(20).
       01  WS-SENT-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-SSTATUS             PIC X(1).
       01  WS-NEW-STATUS          PIC X(1).
       01  WS-CURRCODE            PIC X(3).
       01  WS-SENT-DATE           PIC X(10).
       01  WS-DUE-FROM            PIC X(10).
       01  WS-REISS-COUNT         PIC S9(4)      USAGE COMP.
       01  WS-ELAPSED             PIC S9(4)      USAGE COMP.

       01  WS-TODAY-ISO           PIC X(10).

       01  WS-READ-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-SETTLED-COUNT       PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-LATE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-MISMATCH-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-UNSENT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DUP-COUNT           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-RETURNED-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-UNACCT-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-PENDING-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.

      *    THE PERIOD'S POSITION ON THE REGISTER, AS REGISTERED ON
      *    FEEDCTL: DETAILS TRANSMITTED, THEIR TOTAL, AND THE TOTAL
      *    THE BANK HAS SETTLED SO FAR.
       01  WS-REG-COUNT           PIC S9(9)     USAGE COMP.
       01  WS-REG-SENT            PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-REG-SETTLED         PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-REG-STL-COUNT       PIC S9(9)     USAGE COMP.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RD-YY            PIC 9(2).
           05 WS-RD-MM            PIC 9(2).
           05 WS-RD-DD            PIC 9(2).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'BANK SETTLEMENT RECONCILIATION'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(24)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'PERIOD: '.
           10 WS-STAMP-PERIOD     PIC X(6).
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(26)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL2             PIC X(8)   VALUE 'PERIOD'.
           10 WS-COL3             PIC X(4)   VALUE 'TYPE'.
           10 WS-COL4             PIC X(16)  VALUE '    AMOUNT SENT'.
           10 WS-COL5             PIC X(16)  VALUE ' AMOUNT SETTLED'.
           10 WS-COL6             PIC X(30)  VALUE '  OUTCOME'.
           10 FILLER              PIC X(41).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-PERIOD       PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-DET-TYPE         PIC X(1).
           10 FILLER              PIC X(1).
           10 WS-DET-SENT         PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-SETTLED      PIC $$,$$$,$$9.99-.
           10 FILLER              PIC X(2).
           10 WS-DET-ACTION       PIC X(30).
           10 FILLER              PIC X(42).

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-SECTION-TEXT     PIC X(60).
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-RPT-SUMMARY-1.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'ITEMS SETTLED: '.
           10 WS-SUM-READ         PIC ZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(9)   VALUE 'MATCHED: '.
           10 WS-SUM-SETTLED      PIC ZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'LATE: '.
           10 WS-SUM-LATE         PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'MISMATCH: '.
           10 WS-SUM-MISMATCH     PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'UNSENT: '.
           10 WS-SUM-UNSENT       PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE 'DUPLICATE: '.
           10 WS-SUM-DUP          PIC ZZZZ9.
           10 FILLER              PIC X(22)  VALUE SPACES.

       01  WS-RPT-SUMMARY-2.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'PERIOD TRANSMITTED:'.
           10 WS-SUM-REG-COUNT    PIC ZZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-SUM-REG-SENT     PIC $$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(11)  VALUE '  SETTLED: '.
           10 WS-SUM-REG-STL-CNT  PIC ZZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-SUM-REG-SETTLED  PIC $$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(38)  VALUE SPACES.

       01  WS-RPT-SUMMARY-3.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RETURNED: '.
           10 WS-SUM-RETURNED     PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'UNACCOUNTED: '.
           10 WS-SUM-UNACCT       PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(26)  VALUE
                'STILL WITHIN BUSINESS DAYS'.
           10 FILLER              PIC X(2)   VALUE ': '.
           10 WS-SUM-PENDING      PIC ZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'LIMIT: '.
           10 WS-SUM-DAYS         PIC ZZ9.
           10 FILLER              PIC X(41)  VALUE SPACES.

      ******************************************************************
      * VARIABLES FOR ERROR-HANDLING
      ******************************************************************
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80) OCCURS 12 TIMES
                                    INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

           COPY CPBDAYSW.

      /
      ******************************************************************
      * SQLCA AND DCLGENS FOR TABLES
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

                EXEC SQL INCLUDE BNKSENT
                END-EXEC.

                EXEC SQL INCLUDE PAYREISS
                END-EXEC.

                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

                EXEC SQL INCLUDE HOLCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE PERIOD'S DETAILS THE BANK HAS NOT SETTLED - STILL
      *    AWAITED, OR ALREADY UNACCOUNTED FOR ON AN EARLIER RUN - WITH
      *    THE DAY AFTER THEY FELL DUE, FROM WHICH THE BUSINESS DAYS
      *    COUNT.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 S.EMPNO,
                 S.PAYTYPE,
                 S.PAYREF,
                 S.AMOUNT,
                 S.CURRCODE,
                 S.SSTATUS,
                 CHAR(S.SENT_DATE, ISO),
                 CHAR(S.SENT_DATE + 1 DAY, ISO)
             FROM BNKSENT S
             WHERE S.PYEARMONTH = :WS-PYEARMONTH
               AND S.SSTATUS IN ('T', 'U')
             ORDER BY S.EMPNO, S.PAYTYPE, S.PAYREF
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

             MOVE 'SETTLED ITEMS NOT CLEANLY MATCHED'
                  TO WS-SECTION-TEXT.
             PRINT WS-RPT-SECTION.
             ADD 1 TO WS-LINE-CTR.

             PERFORM 2200-READ-SETTLED
             THRU    2200-EXIT
             UNTIL END-OF-STL.

             MOVE SPACES TO WS-SECTION-TEXT.
             STRING 'PERIOD ' WS-PYEARMONTH
                    ' DETAILS NOT SETTLED' DELIMITED BY SIZE
               INTO WS-SECTION-TEXT.
             PRINT WS-RPT-SECTION.
             ADD 1 TO WS-LINE-CTR.

             PERFORM 2500-AGE-UNSETTLED
             THRU    2500-EXIT.

             PERFORM 3800-PERIOD-POSITION
             THRU    3800-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE BNKSTLIN.
             CLOSE EXCPFILE.

             PERFORM 3900-REGISTER-TOTALS
             THRU    3900-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE PERIOD CARD NAMES THE TRANSMISSION TO    *
      *                   AGE; WITHOUT IT NOTHING CAN BE DECLARED      *
      *                   UNACCOUNTED FOR. THE BUSINESS-DAY LIMIT      *
      *                   COMES OFF HR_CONTROL.                        *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-PYEARMONTH
                   AT END
                        MOVE SPACES TO WS-PYEARMONTH
                END-READ.
                CLOSE CARDIN.

                IF WS-PYEARMONTH NOT NUMERIC
                   DISPLAY '++ COBBNKST - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBBNKST - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO RECONCILE THE TRANSMISSION ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE SPACES TO WS-TODAY-ISO.
                STRING '20' WS-RD-YY '-' WS-RD-MM '-' WS-RD-DD
                       DELIMITED BY SIZE
                  INTO WS-TODAY-ISO.

                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-AMOUNT
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'BNKSTLDY'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-CTL-AMOUNT TO WS-STL-DAYS
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN INPUT  BNKSTLIN.
                OPEN EXTEND EXCPFILE.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-READ-SETTLED - ONE SETTLED ITEM. ANYTHING THAT IS NOT A   *
      *                     WELL-FORMED SETTLEMENT RECORD IS SKIPPED.  *
      ******************************************************************
       2200-READ-SETTLED.
                READ BNKSTLIN
                   AT END
                        MOVE 'Y' TO END-OF-STL-SWITCH
                END-READ.

                IF NOT END-OF-STL
                   IF BS-IS-SETTLED
                      ADD 1 TO WS-READ-COUNT
                      MOVE BS-EMPNO   TO WS-EMPNO
                      MOVE BS-PERIOD  TO WS-STL-PERIOD
                      MOVE BS-AMOUNT  TO WS-STL-AMOUNT
                      MOVE SPACES     TO WS-STL-DATE
                      STRING '20' BS-SETTLE-YY '-' BS-SETTLE-MM
                             '-' BS-SETTLE-DD
                             DELIMITED BY SIZE
                        INTO WS-STL-DATE
                      PERFORM 2300-SETTLE-ITEM
                      THRU    2300-EXIT
                   END-IF
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-SETTLE-ITEM - MATCH THE ITEM TO A DETAIL STILL AWAITING   *
      *                    THE BANK: FIRST ONE FOR THE SAME EMPLOYEE,  *
      *                    PERIOD AND AMOUNT; FAILING THAT, ANY ONE    *
      *                    FOR THE EMPLOYEE AND PERIOD, SETTLED AT THE *
      *                    WRONG AMOUNT. AN ITEM MATCHING NOTHING      *
      *                    AWAITED IS EITHER ONE ALREADY SETTLED (THE  *
      *                    BANK SENT IT AGAIN) OR ONE NEVER SENT.      *
      ******************************************************************
       2300-SETTLE-ITEM.
                MOVE WS-EMPNO      TO WS-DET-EMPNO.
                MOVE WS-STL-PERIOD TO WS-DET-PERIOD.
                MOVE WS-STL-AMOUNT TO WS-DET-SETTLED.
                MOVE SPACES        TO WS-DET-TYPE.
                MOVE ZERO          TO WS-DET-SENT.

                PERFORM 2310-FIND-EXACT
                THRU    2310-EXIT.

                IF ROW-FOUND
                   MOVE 'S' TO WS-NEW-STATUS
                   PERFORM 2350-MARK-SETTLED
                   THRU    2350-EXIT
                   ADD 1 TO WS-SETTLED-COUNT
                   IF WS-SSTATUS = 'U'
                      ADD 1 TO WS-LATE-COUNT
                      MOVE 'SETTLED LATE' TO WS-DET-ACTION
                      GO TO 2300-PRINT
                   END-IF
                   GO TO 2300-EXIT
                END-IF.

                PERFORM 2320-FIND-ANY
                THRU    2320-EXIT.

                IF ROW-FOUND
                   MOVE 'M' TO WS-NEW-STATUS
                   PERFORM 2350-MARK-SETTLED
                   THRU    2350-EXIT
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'SETTLED AMT NOT SENT AMT'
                        TO WS-DET-ACTION
                   MOVE 'SETTLED AMT NOT SENT AMT' TO EXCP-TYPE
                   PERFORM 2600-WRITE-EXCEPTION
                   THRU    2600-EXIT
                   GO TO 2300-PRINT
                END-IF.

                PERFORM 2330-FIND-SETTLED
                THRU    2330-EXIT.

                IF ROW-FOUND
                   ADD 1 TO WS-DUP-COUNT
                   MOVE 'ALREADY SETTLED' TO WS-DET-ACTION
                   GO TO 2300-PRINT
                END-IF.

                ADD 1 TO WS-UNSENT-COUNT.
                MOVE 'SETTLED, NEVER TRANSMITTED' TO WS-DET-ACTION.
                MOVE 'SETTLEMENT NOT SENT'        TO EXCP-TYPE.
                PERFORM 2600-WRITE-EXCEPTION
                THRU    2600-EXIT.

       2300-PRINT.
                PERFORM 2400-PRINT-DETAIL
                THRU    2400-EXIT.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-FIND-EXACT - A DETAIL AWAITING THE BANK FOR THE SAME      *
      *                   EMPLOYEE, PERIOD AND AMOUNT                  *
      ******************************************************************
       2310-FIND-EXACT.
                MOVE SPACES TO ROW-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        PAYTYPE,
                        PAYREF,
                        AMOUNT,
                        SSTATUS
                    INTO
                        :WS-PAYTYPE,
                        :WS-PAYREF,
                        :WS-SENT-AMOUNT,
                        :WS-SSTATUS
                    FROM BNKSENT
                    WHERE EMPNO      = :WS-EMPNO
                      AND PYEARMONTH = :WS-STL-PERIOD
                      AND AMOUNT     = :WS-STL-AMOUNT
                      AND SSTATUS IN ('T', 'U')
                    ORDER BY PAYTYPE, PAYREF
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                PERFORM 2340-CHECK-FOUND
                THRU    2340-EXIT.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2320-FIND-ANY - A DETAIL AWAITING THE BANK FOR THE EMPLOYEE    *
      *                 AND PERIOD, WHATEVER ITS AMOUNT                *
      ******************************************************************
       2320-FIND-ANY.
                MOVE SPACES TO ROW-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        PAYTYPE,
                        PAYREF,
                        AMOUNT,
                        SSTATUS
                    INTO
                        :WS-PAYTYPE,
                        :WS-PAYREF,
                        :WS-SENT-AMOUNT,
                        :WS-SSTATUS
                    FROM BNKSENT
                    WHERE EMPNO      = :WS-EMPNO
                      AND PYEARMONTH = :WS-STL-PERIOD
                      AND SSTATUS IN ('T', 'U')
                    ORDER BY PAYTYPE, PAYREF
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                PERFORM 2340-CHECK-FOUND
                THRU    2340-EXIT.
       2320-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2330-FIND-SETTLED - THE SAME ITEM ALREADY SETTLED ON AN        *
      *                     EARLIER FILE                               *
      ******************************************************************
       2330-FIND-SETTLED.
                MOVE SPACES TO ROW-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        PAYTYPE,
                        PAYREF,
                        AMOUNT,
                        SSTATUS
                    INTO
                        :WS-PAYTYPE,
                        :WS-PAYREF,
                        :WS-SENT-AMOUNT,
                        :WS-SSTATUS
                    FROM BNKSENT
                    WHERE EMPNO      = :WS-EMPNO
                      AND PYEARMONTH = :WS-STL-PERIOD
                      AND STL_AMOUNT = :WS-STL-AMOUNT
                      AND SSTATUS IN ('S', 'M')
                    ORDER BY PAYTYPE, PAYREF
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                PERFORM 2340-CHECK-FOUND
                THRU    2340-EXIT.
       2330-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2340-CHECK-FOUND - A ROW FOUND SHOWS ITS TYPE AND THE AMOUNT   *
      *                    SENT ON THE DETAIL LINE                     *
      ******************************************************************
       2340-CHECK-FOUND.
                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'            TO ROW-FOUND-SWITCH
                         MOVE WS-PAYTYPE     TO WS-DET-TYPE
                         MOVE WS-SENT-AMOUNT TO WS-DET-SENT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2340-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2350-MARK-SETTLED - THE DETAIL FOUND TAKES THE STATUS IN       *
      *                     WS-NEW-STATUS WITH THE BANK'S DATE AND     *
      *                     AMOUNT                                     *
      ******************************************************************
       2350-MARK-SETTLED.

                EXEC SQL
                    UPDATE BNKSENT
                       SET SSTATUS    = :WS-NEW-STATUS
                         , STL_DATE   = :WS-STL-DATE
                         , STL_AMOUNT = :WS-STL-AMOUNT
                     WHERE EMPNO      = :WS-EMPNO
                       AND PYEARMONTH = :WS-STL-PERIOD
                       AND PAYTYPE    = :WS-PAYTYPE
                       AND PAYREF     = :WS-PAYREF
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2350-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-DETAIL                                              *
      ******************************************************************
       2400-PRINT-DETAIL.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-AGE-UNSETTLED - EVERY DETAIL OF THE PERIOD THE BANK HAS   *
      *                      NOT SETTLED                               *
      ******************************************************************
       2500-AGE-UNSETTLED.

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

                PERFORM 2510-FETCH-C1
                THRU    2510-EXIT
                UNTIL END-OF-C1.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-FETCH-C1 - A DETAIL COBBNKRT QUEUED AS RETURNED IS        *
      *                 ACCOUNTED FOR. OTHERWISE THE BUSINESS DAYS     *
      *                 SINCE IT FELL DUE DECIDE: WITHIN THE LIMIT IT  *
      *                 IS STILL AWAITED, BEYOND IT UNACCOUNTED FOR.   *
      ******************************************************************
       2510-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO,
                          :WS-PAYTYPE,
                          :WS-PAYREF,
                          :WS-SENT-AMOUNT,
                          :WS-CURRCODE,
                          :WS-SSTATUS,
                          :WS-SENT-DATE,
                          :WS-DUE-FROM
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2510-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-EMPNO       TO WS-DET-EMPNO.
                MOVE WS-PYEARMONTH  TO WS-DET-PERIOD.
                MOVE WS-PAYTYPE     TO WS-DET-TYPE.
                MOVE WS-SENT-AMOUNT TO WS-DET-SENT.
                MOVE ZERO           TO WS-DET-SETTLED.
                MOVE WS-PYEARMONTH  TO WS-STL-PERIOD.

                IF WS-PAYTYPE NOT = 'E'
                   PERFORM 2520-CHECK-RETURNED
                   THRU    2520-EXIT
                   IF WS-REISS-COUNT > 0
                      MOVE 'R' TO WS-NEW-STATUS
                      PERFORM 2530-SET-STATUS
                      THRU    2530-EXIT
                      ADD 1 TO WS-RETURNED-COUNT
                      MOVE 'RETURNED - ON PAYREISS' TO WS-DET-ACTION
                      PERFORM 2400-PRINT-DETAIL
                      THRU    2400-EXIT
                      GO TO 2510-EXIT
                   END-IF
                END-IF.

                MOVE WS-DUE-FROM  TO W-BDAY-FROM-DATE.
                MOVE WS-TODAY-ISO TO W-BDAY-TO-DATE.
                MOVE WS-CURRCODE  TO W-BDAY-CURR.
                PERFORM 8100-COUNT-BDAYS
                THRU    8100-EXIT.
                IF W-BDAY-SQL-FAILED
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
                MOVE W-BDAY-COUNT TO WS-ELAPSED.

                IF WS-ELAPSED NOT > WS-STL-DAYS
                   ADD 1 TO WS-PENDING-COUNT
                   GO TO 2510-EXIT
                END-IF.

                IF WS-SSTATUS = 'T'
                   MOVE 'U' TO WS-NEW-STATUS
                   PERFORM 2530-SET-STATUS
                   THRU    2530-EXIT
                END-IF.
                ADD 1 TO WS-UNACCT-COUNT.
                MOVE SPACES TO WS-DET-ACTION.
                STRING 'UNACCOUNTED, DUE ' WS-SENT-DATE
                       DELIMITED BY SIZE
                  INTO WS-DET-ACTION.
                MOVE 'PAYMENT NOT SETTLED'    TO EXCP-TYPE.
                MOVE WS-SENT-AMOUNT           TO WS-STL-AMOUNT.
                PERFORM 2600-WRITE-EXCEPTION
                THRU    2600-EXIT.
                PERFORM 2400-PRINT-DETAIL
                THRU    2400-EXIT.

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2520-CHECK-RETURNED - IS THE PAYMENT ON THE PAYREISS QUEUE,    *
      *                       QUEUED OR ALREADY REISSUED               *
      ******************************************************************
       2520-CHECK-RETURNED.
                MOVE 0 TO WS-REISS-COUNT.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-REISS-COUNT
                    FROM PAYREISS
                    WHERE EMPNO      = :WS-EMPNO
                      AND PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2520-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2530-SET-STATUS - RETURNED OR UNACCOUNTED FOR                  *
      ******************************************************************
       2530-SET-STATUS.

                EXEC SQL
                    UPDATE BNKSENT
                       SET SSTATUS    = :WS-NEW-STATUS
                     WHERE EMPNO      = :WS-EMPNO
                       AND PYEARMONTH = :WS-PYEARMONTH
                       AND PAYTYPE    = :WS-PAYTYPE
                       AND PAYREF     = :WS-PAYREF
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2530-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-WRITE-EXCEPTION - APPEND THE EXCEPTION JUST PRINTED TO    *
      *                        THE SHARED EXCPFILE FOR THE COBEXHUB    *
      *                        CONSOLIDATED DAILY REPORT. THE CALLER   *
      *                        HAS ALREADY SET THE TYPE.               *
      ******************************************************************
       2600-WRITE-EXCEPTION.
                MOVE 'COBBNKST'    TO EXCP-PROGRAM-ID.
                MOVE SPACES        TO EXCP-KEY.
                STRING WS-EMPNO ' ' WS-STL-PERIOD
                       DELIMITED BY SIZE
                  INTO EXCP-KEY.
                MOVE WS-STL-AMOUNT TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE   TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME   TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2600-EXIT.
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
      * 2170-PRINT-SUMMARY - COUNTS OF EACH OUTCOME AND THE PERIOD'S   *
      *                      POSITION                                  *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-READ-COUNT     TO WS-SUM-READ.
                MOVE WS-SETTLED-COUNT  TO WS-SUM-SETTLED.
                MOVE WS-LATE-COUNT     TO WS-SUM-LATE.
                MOVE WS-MISMATCH-COUNT TO WS-SUM-MISMATCH.
                MOVE WS-UNSENT-COUNT   TO WS-SUM-UNSENT.
                MOVE WS-DUP-COUNT      TO WS-SUM-DUP.
                PRINT WS-RPT-SUMMARY-1.

                MOVE WS-REG-COUNT      TO WS-SUM-REG-COUNT.
                MOVE WS-REG-SENT       TO WS-SUM-REG-SENT.
                MOVE WS-REG-STL-COUNT  TO WS-SUM-REG-STL-CNT.
                MOVE WS-REG-SETTLED    TO WS-SUM-REG-SETTLED.
                PRINT WS-RPT-SUMMARY-2.

                MOVE WS-RETURNED-COUNT TO WS-SUM-RETURNED.
                MOVE WS-UNACCT-COUNT   TO WS-SUM-UNACCT.
                MOVE WS-PENDING-COUNT  TO WS-SUM-PENDING.
                MOVE WS-STL-DAYS       TO WS-SUM-DAYS.
                PRINT WS-RPT-SUMMARY-3.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3800-PERIOD-POSITION - THE PERIOD'S DETAILS AND TOTAL AS       *
      *                        TRANSMITTED, AND HOW MANY AND HOW MUCH  *
      *                        THE BANK HAS SETTLED SO FAR             *
      ******************************************************************
       3800-PERIOD-POSITION.

                EXEC SQL
                    SELECT
                        COUNT(*),
                        COALESCE(SUM(AMOUNT), 0),
                        COALESCE(SUM(CASE WHEN SSTATUS IN ('S', 'M')
                                          THEN 1 ELSE 0 END), 0),
                        COALESCE(SUM(CASE WHEN SSTATUS IN ('S', 'M')
                                          THEN STL_AMOUNT
                                          ELSE 0 END), 0)
                    INTO
                        :WS-REG-COUNT,
                        :WS-REG-SENT,
                        :WS-REG-STL-COUNT,
                        :WS-REG-SETTLED
                    FROM BNKSENT
                    WHERE PYEARMONTH = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       3800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3900-REGISTER-TOTALS - RE-REGISTER THE PERIOD'S SETTLEMENT     *
      *                        POSITION ON FEEDCTL: ITEMS SETTLED, THE *
      *                        TOTAL TRANSMITTED AND, IN NET_AMT, THE  *
      *                        TOTAL SETTLED. THE OLD ROW IS REPLACED  *
      *                        IN FULL, SO EACH DAY'S RUN REGISTERS    *
      *                        THE POSITION AS IT NOW STANDS.          *
      ******************************************************************
       3900-REGISTER-TOTALS.

                EXEC SQL
                    DELETE FROM FEEDCTL
                     WHERE FEED_PROGRAM = 'COBBNKST'
                       AND PERIOD_NO    = :WS-PYEARMONTH
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    INSERT INTO FEEDCTL
                        (
                            FEED_PROGRAM
                          , PERIOD_NO
                          , REC_COUNT
                          , GROSS_AMT
                          , NET_AMT
                          , REG_DATE
                          , REG_TIME
                        )
                    VALUES
                        (
                            'COBBNKST'
                          , :WS-PYEARMONTH
                          , :WS-REG-STL-COUNT
                          , :WS-REG-SENT
                          , :WS-REG-SETTLED
                          , :WS-RUN-DATE
                          , :WS-RUN-TIME
                        )
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       3900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) FOR THE COBRUNRP           *
      *                      OPERATIONS REPORT.                        *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBBNKST'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-READ-COUNT TO RUNH-READ-COUNT.
                MOVE WS-SETTLED-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE WS-PYEARMONTH TO RUNH-PERIOD.

                OPEN EXTEND RUNHFILE.
                WRITE RUNH-RECORD.
                CLOSE RUNHFILE.
       3999-EXIT.
                EXIT.

      /
           COPY CPBDAYS.

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
