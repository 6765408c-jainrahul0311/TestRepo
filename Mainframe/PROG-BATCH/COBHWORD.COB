      *-----------------------------------------------------------------
      *     COBHWORD - OUTSTANDING HARDWARE ORDERS. LISTS EVERY
      *                HW_REQUEST THE DEPARTMENT MANAGER HAS APPROVED
      *                THAT IS NOT YET FULLY RECEIVED - APPROVED AND
      *                WAITING FOR PROCUREMENT TO ORDER IT ('A'), OR
      *                ON ORDER WITH ITEMS STILL TO ARRIVE ('O') -
      *                OLDEST FIRST, WITH THE NEW HIRE IT IS FOR, THE
      *                SUPPLIER AND PO NUMBER, HOW MANY DAYS IT HAS
      *                WAITED SINCE ORDER (OR SINCE APPROVAL WHEN NOT
      *                YET ORDERED) AND THE VALUE STILL TO BE
      *                DELIVERED AT THE ORDER'S UNIT COST, SO
      *                PROCUREMENT CAN CHASE SUPPLIERS BEFORE A NEW
      *                STARTER ARRIVES TO AN EMPTY DESK.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBHWORD.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
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
       01  WS-SQLCODE             PIC 9(9).

      *    ONE OUTSTANDING REQUEST FROM C1
       01  WS-REQ-NO              PIC X(20).
       01  WS-DEPTNO              PIC X(3).
       01  WS-HIRE-EMPNO          PIC X(6).
       01  WS-HW-TYPE             PIC X(8).
       01  WS-QTY                 PIC S9(4)      USAGE COMP.
       01  WS-QTY-RECEIVED        PIC S9(4)      USAGE COMP.
       01  WS-HRSTATUS            PIC X(1).
       01  WS-SUPPLIER            PIC X(30).
       01  WS-PO-NO               PIC X(12).
       01  WS-UNIT-COST           PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-ORDER-DATE          PIC X(10).
       01  WS-DAYS-WAITING        PIC S9(9)      USAGE COMP.
       01  WS-QTY-OUTST           PIC S9(4)      USAGE COMP.
       01  WS-VALUE-OUTST         PIC S9(9)V9(2) USAGE COMP-3.

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-AWAIT-ORDER-COUNT   PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ON-ORDER-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ITEMS-OUTST         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-TOTAL-VALUE-OUTST   PIC S9(11)V9(2) USAGE COMP-3
                                                VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(41).
           10 WS-TEXT             PIC X(40)
                VALUE 'OUTSTANDING HARDWARE ORDERS'.
           10 FILLER              PIC X(41).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(42)  VALUE SPACES.
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
           10 FILLER              PIC X(3).
           10 WS-COL1             PIC X(22)  VALUE 'REQUEST NO'.
           10 WS-COL2             PIC X(5)   VALUE 'DPT'.
           10 WS-COL3             PIC X(8)   VALUE 'HIRE'.
           10 WS-COL4             PIC X(10)  VALUE 'TYPE'.
           10 WS-COL5             PIC X(4)   VALUE 'ST'.
           10 WS-COL6             PIC X(6)   VALUE ' QTY'.
           10 WS-COL7             PIC X(6)   VALUE 'RECD'.
           10 WS-COL8             PIC X(6)   VALUE 'OUTST'.
           10 WS-COL9             PIC X(17)  VALUE 'SUPPLIER'.
           10 WS-COL10            PIC X(14)  VALUE 'PO NUMBER'.
           10 WS-COL11            PIC X(12)  VALUE 'ORDERED'.
           10 WS-COL12            PIC X(6)   VALUE 'DAYS'.
           10 WS-COL13            PIC X(13)  VALUE '  VALUE OUTST'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-REQ-NO       PIC X(20).
           10 FILLER              PIC X(2).
           10 WS-DET-DEPT         PIC X(3).
           10 FILLER              PIC X(2).
           10 WS-DET-HIRE         PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-TYPE         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-STATUS       PIC X(1).
           10 FILLER              PIC X(3).
           10 WS-DET-QTY          PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-RECD         PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-OUTST        PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-SUPPLIER     PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-PO-NO        PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-DET-ORDERED      PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-DAYS         PIC ZZZ9.
           10 FILLER              PIC X(2).
           10 WS-DET-VALUE        PIC ZZ,ZZZ,ZZ9.99.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(22)  VALUE
                'REQUESTS OUTSTANDING: '.
           10 WS-SUM-REQUESTS     PIC ZZZZ9.
           10 FILLER              PIC X(18)  VALUE
                '  AWAITING ORDER: '.
           10 WS-SUM-AWAIT        PIC ZZZZ9.
           10 FILLER              PIC X(12)  VALUE
                '  ON ORDER: '.
           10 WS-SUM-ON-ORDER     PIC ZZZZ9.
           10 FILLER              PIC X(20)  VALUE
                '  ITEMS TO ARRIVE: '.
           10 WS-SUM-ITEMS        PIC ZZZZZZ9.
           10 FILLER              PIC X(35)  VALUE SPACES.

       01  WS-RPT-VALUE-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(30)  VALUE
                'VALUE ON ORDER NOT DELIVERED: '.
           10 WS-SUM-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(83)  VALUE SPACES.

       01  WS-RPT-KEY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(60)  VALUE
                'ST: A = APPROVED, NOT YET ORDERED   O = ON ORDER'.
           10 FILLER              PIC X(69)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'NO APPROVED HARDWARE REQUEST IS OUTSTANDING'.
           10 FILLER              PIC X(79)  VALUE SPACES.

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

                EXEC SQL INCLUDE HWREQ
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY APPROVED REQUEST NOT YET FULLY RECEIVED. THE WAIT RUNS
      *    FROM THE ORDER DATE, OR FROM THE MANAGER'S APPROVAL WHILE
      *    THE REQUEST IS STILL TO BE ORDERED.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 R.REQ_NO,
                 R.DEPTNO,
                 R.HIRE_EMPNO,
                 R.HW_TYPE,
                 R.QTY,
                 R.QTY_RECEIVED,
                 R.HRSTATUS,
                 R.SUPPLIER,
                 R.PO_NO,
                 R.UNIT_COST,
                 COALESCE(CHAR(R.ORDER_DATE, ISO), ' '),
                 DAYS(CURRENT DATE)
                   - DAYS(COALESCE(R.ORDER_DATE, R.MGR_DATE,
                                   R.REQ_DATE))
             FROM HW_REQUEST R
             WHERE R.HRSTATUS IN ('A', 'O')
             ORDER BY COALESCE(R.ORDER_DATE, R.MGR_DATE, R.REQ_DATE),
                      R.REQ_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             ACCEPT WS-RUN-DATE FROM DATE.
             ACCEPT WS-RUN-TIME FROM TIME.

             PERFORM 2150-PRINT-HEADERS
             THRU    2150-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
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

                IF WS-READ-COUNT = 0
                   PRINT WS-RPT-NOTHING
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE OUTSTANDING REQUEST                        *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-REQ-NO,
                          :WS-DEPTNO,
                          :WS-HIRE-EMPNO,
                          :WS-HW-TYPE,
                          :WS-QTY,
                          :WS-QTY-RECEIVED,
                          :WS-HRSTATUS,
                          :WS-SUPPLIER,
                          :WS-PO-NO,
                          :WS-UNIT-COST,
                          :WS-ORDER-DATE,
                          :WS-DAYS-WAITING
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                COMPUTE WS-QTY-OUTST = WS-QTY - WS-QTY-RECEIVED.
                COMPUTE WS-VALUE-OUTST = WS-QTY-OUTST * WS-UNIT-COST.

                IF WS-HRSTATUS = 'A'
                   ADD 1 TO WS-AWAIT-ORDER-COUNT
                ELSE
                   ADD 1 TO WS-ON-ORDER-COUNT
                END-IF.
                ADD WS-QTY-OUTST   TO WS-ITEMS-OUTST.
                ADD WS-VALUE-OUTST TO WS-TOTAL-VALUE-OUTST.

                MOVE WS-REQ-NO       TO WS-DET-REQ-NO.
                MOVE WS-DEPTNO       TO WS-DET-DEPT.
                MOVE WS-HIRE-EMPNO   TO WS-DET-HIRE.
                MOVE WS-HW-TYPE      TO WS-DET-TYPE.
                MOVE WS-HRSTATUS     TO WS-DET-STATUS.
                MOVE WS-QTY          TO WS-DET-QTY.
                MOVE WS-QTY-RECEIVED TO WS-DET-RECD.
                MOVE WS-QTY-OUTST    TO WS-DET-OUTST.
                MOVE WS-SUPPLIER     TO WS-DET-SUPPLIER.
                MOVE WS-PO-NO        TO WS-DET-PO-NO.
                MOVE WS-ORDER-DATE   TO WS-DET-ORDERED.
                MOVE WS-DAYS-WAITING TO WS-DET-DAYS.
                MOVE WS-VALUE-OUTST  TO WS-DET-VALUE.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE RUN                        *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-READ-COUNT        TO WS-SUM-REQUESTS.
                MOVE WS-AWAIT-ORDER-COUNT TO WS-SUM-AWAIT.
                MOVE WS-ON-ORDER-COUNT    TO WS-SUM-ON-ORDER.
                MOVE WS-ITEMS-OUTST       TO WS-SUM-ITEMS.
                PRINT WS-RPT-SUMMARY.

                MOVE WS-TOTAL-VALUE-OUTST TO WS-SUM-VALUE.
                PRINT WS-RPT-VALUE-SUMMARY.
                PRINT WS-RPT-KEY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) SO COBRUNRP CAN TREND IT.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBHWORD'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-READ-COUNT TO RUNH-READ-COUNT.
                MOVE 0             TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE SPACES        TO RUNH-PERIOD.

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
