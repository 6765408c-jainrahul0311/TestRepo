      *-----------------------------------------------------------------
      *     COBGRNEX - GARNISHMENT REMITTANCE EXTRACT. READS THE PAY
      *                PERIOD'S GARNHIST ROWS - EVERY AMOUNT COBGARN
      *                WITHHELD UNDER A COURT ORDER - AND WRITES THE
      *                FIXED-FORMAT REMITTANCE FILE (GRNREM COPYBOOK)
      *                THAT PAYS EACH PAYEE AUTHORITY, ALONGSIDE THE
      *                COBBNKEX BANK FILES. THE DETAILS ARE GROUPED BY
      *                AUTHORITY, EACH GROUP CLOSED BY ITS REMITTANCE
      *                SUBTOTAL, AND THE FILE IS RE-READ AND PROVED
      *                AGAINST ITS SUBTOTALS AND TRAILER BEFORE
      *                RELEASE. LIKE COBBNKEX IT REFUSES TO RUN WHILE
      *                THE COBPYREG VARIANCE GATE HOLDS THE PERIOD.
      *                PRINTS A COVER LINE PER AUTHORITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBGRNEX.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT GRNREM
                  ASSIGN TO DA-S-GRNREM.

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

       FD      GRNREM
               RECORD CONTAINS 80 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GRNREM-REC                 PIC X(80).

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
       77  END-OF-GRN-SWITCH      PIC X          VALUE  SPACES.
               88  END-OF-GRN                    VALUE  'Y'.
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       77  PROOF-FAIL-SWITCH      PIC X          VALUE  SPACES.
               88  PROOF-FAILED                  VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).
       01  WS-PYEARMONTH          PIC X(6).
       01  WS-PHOLD               PIC X(1).
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.

      *    THE REMITTANCE RECORDS ARE BUILT HERE AND WRITTEN FROM
      *    WORKING STORAGE, AS COBBNKEX DOES WITH BNKPAY.
           COPY GRNREM.

       01  WS-AUTHORITY           PIC X(8).
       01  WS-ORDER-NO            PIC X(10).
       01  WS-EMPNO               PIC X(6).
       01  WS-CURRCODE            PIC X(3).
       01  WS-GARN-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-PREV-AUTHORITY      PIC X(8)      VALUE SPACES.
       01  WS-AUTH-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-AUTH-AMOUNT         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-AUTHORITIES         PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-WRITE-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-WRITE-HASH          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-READ-HASH           PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-TRAILER-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-TRAILER-HASH        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
      *    THE RE-READ RUNNING TOTAL SINCE THE LAST 'S' SUBTOTAL.
       01  WS-GROUP-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-GROUP-HASH          PIC S9(13)V9(2) USAGE COMP-3
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
                VALUE 'GARNISHMENT REMITTANCE - COVER AND PROOF'.
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
           10 WS-COL1             PIC X(12)  VALUE 'AUTHORITY'.
           10 WS-COL2             PIC X(10)  VALUE 'ORDERS'.
           10 WS-COL3             PIC X(24)  VALUE 'REMITTANCE'.
           10 FILLER              PIC X(77).

       01  WS-RPT-AUTH-LINE.
           10 FILLER              PIC X(9).
           10 WS-AL-AUTHORITY     PIC X(8).
           10 FILLER              PIC X(4).
           10 WS-AL-COUNT         PIC ZZZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-AL-AMOUNT        PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(69).

       01  WS-RPT-PROOF-LINE.
           10 FILLER              PIC X(9).
           10 WS-PRF-LABEL        PIC X(28).
           10 WS-PRF-COUNT        PIC ZZZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(52).

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

                EXEC SQL INCLUDE GARNHIST
                END-EXEC.

                EXEC SQL INCLUDE PAYPCAL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY AMOUNT WITHHELD UNDER AN ORDER IN THE PERIOD, GROUPED
      *    BY THE PAYEE AUTHORITY IT IS REMITTED TO.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 H.AUTHORITY,
                 H.ORDER_NO,
                 H.EMPNO,
                 H.CURRCODE,
                 H.GARN_AMOUNT
             FROM GARNHIST H
             WHERE H.PYEARMONTH = :WS-PYEARMONTH
             ORDER BY H.AUTHORITY, H.ORDER_NO
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

             PERFORM 1300-WRITE-TRAILER
             THRU    1300-EXIT.

             CLOSE GRNREM.

             PERFORM 3000-PROVE-FILE
             THRU    3000-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - GET THE PAY PERIOD CARD. A MISSING PERIOD    *
      *                   IS FATAL, AND SO IS A PERIOD THE COBPYREG    *
      *                   VARIANCE GATE HAS NOT RELEASED - THE         *
      *                   REMITTANCE MOVES REAL MONEY JUST AS THE      *
      *                   BANK FILES DO.                               *
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
                   DISPLAY '++ COBGRNEX - MISSING OR BAD PERIOD CARD ++'
                   DISPLAY '++ COBGRNEX - ABORTING, PERIOD YYYYMM IS '
                           'REQUIRED TO BUILD THE REMITTANCE ++'
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(PHOLD, ' '),
                        COALESCE(RUNTYPE, 'R')
                    INTO
                        :WS-PHOLD,
                        :WS-RUNTYPE
                    FROM PAYPCAL
                    WHERE PERIOD_NO = :WS-PYEARMONTH
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE SPACES TO WS-PHOLD
                         MOVE 'R'    TO WS-RUNTYPE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-PHOLD NOT = 'R'
                   DISPLAY '++ COBGRNEX - PERIOD ' WS-PYEARMONTH
                           ' IS NOT RELEASED BY THE COBPYREG '
                           'VARIANCE GATE ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                OPEN OUTPUT GRNREM.

                MOVE SPACES        TO GRN-HEADER-REC.
                MOVE 'H'           TO GH-RECORD-TYPE.
                MOVE WS-RUN-DATE   TO GH-FILE-DATE.
                MOVE WS-RUN-TIME   TO GH-FILE-TIME.
                MOVE WS-PYEARMONTH TO GH-PERIOD.
                MOVE WS-RUNTYPE    TO GH-RUNTYPE.
                WRITE GRNREM-REC FROM GRN-HEADER-REC.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1300-WRITE-TRAILER - THE TRAILER COVERS EVERY DETAIL ON THE    *
      *                      FILE                                      *
      ******************************************************************
       1300-WRITE-TRAILER.
                MOVE SPACES         TO GRN-TRAILER-REC.
                MOVE 'T'            TO GT-RECORD-TYPE.
                MOVE WS-WRITE-COUNT TO GT-REC-COUNT.
                MOVE WS-WRITE-HASH  TO GT-HASH-AMOUNT.
                WRITE GRNREM-REC FROM GRN-TRAILER-REC.
       1300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.
                PRINT WS-RPT-COLUMNS.

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

                IF NOT FIRST-ROW
                   PERFORM 2400-CLOSE-AUTHORITY
                   THRU    2400-EXIT
                END-IF.

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
       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE DETAIL PER ORDER WITHHELD. THE AUTHORITY'S *
      *                 SUBTOTAL GOES OUT ON THE AUTHORITY BREAK.      *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-AUTHORITY,
                          :WS-ORDER-NO,
                          :WS-EMPNO,
                          :WS-CURRCODE,
                          :WS-GARN-AMOUNT
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
                   IF WS-AUTHORITY NOT = WS-PREV-AUTHORITY
                      IF NOT FIRST-ROW
                         PERFORM 2400-CLOSE-AUTHORITY
                         THRU    2400-EXIT
                      END-IF
                      MOVE 'N'          TO FIRST-ROW-SWITCH
                      MOVE 0            TO WS-AUTH-COUNT
                      MOVE ZERO         TO WS-AUTH-AMOUNT
                      MOVE WS-AUTHORITY TO WS-PREV-AUTHORITY
                      ADD 1             TO WS-AUTHORITIES
                   END-IF
                   MOVE SPACES         TO GRN-DETAIL-REC
                   MOVE 'D'            TO GD-RECORD-TYPE
                   MOVE WS-AUTHORITY   TO GD-AUTHORITY
                   MOVE WS-ORDER-NO    TO GD-ORDER-NO
                   MOVE WS-EMPNO       TO GD-EMPNO
                   MOVE WS-GARN-AMOUNT TO GD-AMOUNT
                   MOVE WS-CURRCODE    TO GD-CURRCODE
                   WRITE GRNREM-REC FROM GRN-DETAIL-REC
                   ADD 1              TO WS-AUTH-COUNT
                   ADD WS-GARN-AMOUNT TO WS-AUTH-AMOUNT
                   ADD 1              TO WS-WRITE-COUNT
                   ADD WS-GARN-AMOUNT TO WS-WRITE-HASH
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-CLOSE-AUTHORITY - WRITE THE AUTHORITY'S REMITTANCE        *
      *                        SUBTOTAL AND ITS COVER LINE             *
      ******************************************************************
       2400-CLOSE-AUTHORITY.
                MOVE SPACES            TO GRN-SUBTOTAL-REC.
                MOVE 'S'               TO GS-RECORD-TYPE.
                MOVE WS-PREV-AUTHORITY TO GS-AUTHORITY.
                MOVE WS-AUTH-COUNT     TO GS-REC-COUNT.
                MOVE WS-AUTH-AMOUNT    TO GS-AMOUNT.
                WRITE GRNREM-REC FROM GRN-SUBTOTAL-REC.

                MOVE WS-PREV-AUTHORITY TO WS-AL-AUTHORITY.
                MOVE WS-AUTH-COUNT     TO WS-AL-COUNT.
                MOVE WS-AUTH-AMOUNT    TO WS-AL-AMOUNT.
                PRINT WS-RPT-AUTH-LINE.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-COLUMNS
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3000-PROVE-FILE - THE FILE JUST WRITTEN IS RE-READ, EVERY      *
      *                   AUTHORITY GROUP PROVED AGAINST ITS SUBTOTAL  *
      *                   AND THE WHOLE FILE AGAINST ITS TRAILER. AN   *
      *                   UNEQUAL PROOF HOLDS THE REMITTANCE WITH      *
      *                   RETURN CODE 8.                               *
      ******************************************************************
       3000-PROVE-FILE.
                OPEN INPUT GRNREM.

                PERFORM 3300-READ-GRN
                THRU    3300-EXIT
                UNTIL END-OF-GRN.

                CLOSE GRNREM.

                IF WS-READ-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-READ-HASH NOT = WS-TRAILER-HASH
                   MOVE 'Y' TO PROOF-FAIL-SWITCH
                END-IF.

                MOVE 'AUTHORITIES REMITTED:       ' TO WS-PRF-LABEL.
                MOVE WS-AUTHORITIES    TO WS-PRF-COUNT.
                MOVE WS-READ-HASH      TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.
                MOVE 'TRAILER DETAILS AND HASH:   ' TO WS-PRF-LABEL.
                MOVE WS-TRAILER-COUNT  TO WS-PRF-COUNT.
                MOVE WS-TRAILER-HASH   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF-LINE.

                IF PROOF-FAILED
                   MOVE 'THE FILE IS OUT OF BALANCE - RELEASE NOTHING'
                        TO WS-VERDICT
                   MOVE 8 TO RETURN-CODE
                ELSE
                   MOVE 'THE FILE EQUALS ITS TRAILER - RELEASE'
                        TO WS-VERDICT
                END-IF.
                PRINT WS-RPT-VERDICT.
       3000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3300-READ-GRN - ONE RECORD OF THE RE-READ PASS                 *
      ******************************************************************
       3300-READ-GRN.
                READ GRNREM INTO GRN-DETAIL-REC
                   AT END
                        MOVE 'Y' TO END-OF-GRN-SWITCH
                END-READ.

                IF NOT END-OF-GRN
                   EVALUATE GD-RECORD-TYPE
                       WHEN 'D'
                            ADD 1         TO WS-READ-COUNT
                            ADD GD-AMOUNT TO WS-READ-HASH
                            ADD 1         TO WS-GROUP-COUNT
                            ADD GD-AMOUNT TO WS-GROUP-HASH
                       WHEN 'S'
                            MOVE GRN-DETAIL-REC TO GRN-SUBTOTAL-REC
                            IF GS-REC-COUNT NOT = WS-GROUP-COUNT
                               OR GS-AMOUNT NOT = WS-GROUP-HASH
                               MOVE 'Y' TO PROOF-FAIL-SWITCH
                            END-IF
                            MOVE 0    TO WS-GROUP-COUNT
                            MOVE ZERO TO WS-GROUP-HASH
                       WHEN 'T'
                            MOVE GRN-DETAIL-REC TO GRN-TRAILER-REC
                            MOVE GT-REC-COUNT   TO WS-TRAILER-COUNT
                            MOVE GT-HASH-AMOUNT TO WS-TRAILER-HASH
                       WHEN OTHER
                            CONTINUE
                   END-EVALUATE
                END-IF.
       3300-EXIT.
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

                MOVE 'COBGRNEX'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-WRITE-COUNT TO RUNH-READ-COUNT.
                MOVE WS-READ-COUNT  TO RUNH-WRITE-COUNT.
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
