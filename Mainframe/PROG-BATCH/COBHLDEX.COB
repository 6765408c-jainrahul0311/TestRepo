      *-----------------------------------------------------------------
      *     COBHLDEX - ACCOUNT HOLD EXPIRY. EVERY ACTIVE ACC_HOLD
      *                WHOSE EXPIRY DATE IS BEFORE THE RUN DATE (THE
      *                CARD, OR TODAY WHEN THE CARD IS BLANK) IS
      *                MARKED EXPIRED, RELEASE DATE THE RUN DATE, SO
      *                ITS FUNDS COME BACK INTO THE AVAILABLE BALANCE.
      *                APIACC AND COBFEEAS ALREADY IGNORE A HOLD PAST
      *                ITS EXPIRY DATE - THIS RUN KEEPS THE TABLE
      *                TRUE FOR THE CMD-16 LIST, THE ACCOUNT-CLOSE
      *                CHECK AND THE STATEMENT. HOLDS PLACED UNTIL
      *                RELEASED (EXPIRY 9999-12-31) NEVER EXPIRE.
      *                PRINTS THE EXPIRED HOLDS.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBHLDEX.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 10 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(10).

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

       01  WS-RUN-ISO             PIC X(10).
       01  WS-RUN-ISO-R REDEFINES WS-RUN-ISO.
           05 WS-RI-YYYY          PIC 9(4).
           05 WS-RI-DASH1         PIC X(1).
           05 WS-RI-MM            PIC 9(2).
           05 WS-RI-DASH2         PIC X(1).
           05 WS-RI-DD            PIC 9(2).
       01  WS-RUN-PERIOD          PIC X(6).

       01  WS-HOLD-NO             PIC X(20).
       01  WS-CUST-NO             PIC X(10).
       01  WS-ACC-NO              PIC X(10).
       01  WS-HOLD-AMOUNT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-REASON-CODE         PIC X(4).
       01  WS-PLACED-BY           PIC X(8).
       01  WS-PLACED-DATE         PIC X(10).
       01  WS-EXPIRY-DATE         PIC X(10).

       01  WS-READ-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-EXPIRED-COUNT       PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-EXPIRED-AMOUNT      PIC S9(11)V9(2) USAGE COMP-3
                                                VALUE 0.

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
                VALUE 'ACCOUNT HOLD EXPIRY REPORT'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(17)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'FOR:    '.
           10 WS-STAMP-PERIOD     PIC X(10).
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
           10 FILLER              PIC X(1).
           10 WS-COL1             PIC X(21)  VALUE 'HOLD NO'.
           10 WS-COL2             PIC X(11)  VALUE 'CUST NO'.
           10 WS-COL3             PIC X(11)  VALUE 'ACC NO'.
           10 WS-COL4             PIC X(14)  VALUE '       AMOUNT'.
           10 WS-COL5             PIC X(7)   VALUE 'REASON'.
           10 WS-COL6             PIC X(9)   VALUE 'PLACED BY'.
           10 WS-COL7             PIC X(11)  VALUE 'PLACED'.
           10 WS-COL8             PIC X(37)  VALUE 'EXPIRED'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(1).
           10 WS-DET-HOLD-NO      PIC X(20).
           10 FILLER              PIC X(1).
           10 WS-DET-CUST         PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-DET-ACC          PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-DET-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(1).
           10 WS-DET-REASON       PIC X(4).
           10 FILLER              PIC X(3).
           10 WS-DET-PLACED-BY    PIC X(8).
           10 FILLER              PIC X(1).
           10 WS-DET-PLACED       PIC X(10).
           10 FILLER              PIC X(1).
           10 WS-DET-EXPIRY       PIC X(10).
           10 FILLER              PIC X(27).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'HOLDS EXPIRED: '.
           10 WS-SUM-EXPIRED      PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(17)  VALUE
                'AMOUNT RELEASED: '.
           10 WS-SUM-AMOUNT       PIC $$$,$$$,$$$,$$9.99.
           10 FILLER              PIC X(54)  VALUE SPACES.

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

                EXEC SQL INCLUDE ACCHOLD
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 H.HOLD_NO,
                 H.CUST_NO,
                 H.ACC_NO,
                 H.HOLD_AMOUNT,
                 H.REASON_CODE,
                 H.PLACED_BY,
                 CHAR(H.PLACED_DATE, ISO),
                 CHAR(H.EXPIRY_DATE, ISO)
             FROM ACC_HOLD H
             WHERE H.HSTATUS = 'A'
               AND H.EXPIRY_DATE < DATE(:WS-RUN-ISO)
             ORDER BY H.CUST_NO, H.ACC_NO, H.HOLD_NO
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

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE RUN DATE (CARD YYYY-MM-DD, OR TODAY WHEN *
      *                   THE CARD IS BLANK OR MISSING).               *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-RUN-ISO
                   AT END
                        MOVE SPACES TO WS-RUN-ISO
                END-READ.
                CLOSE CARDIN.

                IF WS-RUN-ISO = SPACES
                   STRING '20' WS-RD-YY '-' WS-RD-MM '-' WS-RD-DD
                          DELIMITED BY SIZE
                     INTO WS-RUN-ISO
                END-IF.

                IF WS-RI-YYYY NOT NUMERIC
                   OR WS-RI-MM NOT NUMERIC
                   OR WS-RI-DD NOT NUMERIC
                   OR WS-RI-DASH1 NOT = '-'
                   OR WS-RI-DASH2 NOT = '-'
                   DISPLAY '++ COBHLDEX - BAD RUN DATE CARD ++'
                   DISPLAY '++ COBHLDEX - ABORTING, RUN DATE MUST BE '
                           'YYYY-MM-DD OR BLANK FOR TODAY ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                MOVE SPACES TO WS-RUN-PERIOD.
                STRING WS-RI-YYYY WS-RI-MM
                       DELIMITED BY SIZE
                  INTO WS-RUN-PERIOD.

                DISPLAY 'WS-RUN-ISO = ' WS-RUN-ISO.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                PRINT WS-RPT-COLUMNS.
                ADD 1 TO WS-LINE-CTR.

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
      * 2200-FETCH-C1 - ONE HOLD PAST ITS EXPIRY DATE                  *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-HOLD-NO,
                          :WS-CUST-NO,
                          :WS-ACC-NO,
                          :WS-HOLD-AMOUNT,
                          :WS-REASON-CODE,
                          :WS-PLACED-BY,
                          :WS-PLACED-DATE,
                          :WS-EXPIRY-DATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C1
                   PERFORM 2300-EXPIRE-HOLD
                   THRU    2300-EXIT
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-EXPIRE-HOLD - MARK THE HOLD EXPIRED. A HOLD RELEASED      *
      *                    THROUGH APIACC SINCE THE FETCH IS LEFT      *
      *                    ALONE (+100) AND NOT REPORTED.              *
      ******************************************************************
       2300-EXPIRE-HOLD.

                EXEC SQL
                    UPDATE ACC_HOLD
                       SET HSTATUS      = 'X'
                         , RELEASED_BY  = 'COBHLDEX'
                         , RELEASE_DATE = DATE(:WS-RUN-ISO)
                     WHERE HOLD_NO = :WS-HOLD-NO
                       AND HSTATUS = 'A'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         GO TO 2300-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1              TO WS-EXPIRED-COUNT.
                ADD WS-HOLD-AMOUNT TO WS-EXPIRED-AMOUNT.

                PERFORM 2400-PRINT-DETAIL
                THRU    2400-EXIT.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-DETAIL - ONE EXPIRED HOLD                           *
      ******************************************************************
       2400-PRINT-DETAIL.
                MOVE WS-HOLD-NO       TO WS-DET-HOLD-NO.
                MOVE WS-CUST-NO       TO WS-DET-CUST.
                MOVE WS-ACC-NO        TO WS-DET-ACC.
                MOVE WS-HOLD-AMOUNT   TO WS-DET-AMOUNT.
                MOVE WS-REASON-CODE   TO WS-DET-REASON.
                MOVE WS-PLACED-BY     TO WS-DET-PLACED-BY.
                MOVE WS-PLACED-DATE   TO WS-DET-PLACED.
                MOVE WS-EXPIRY-DATE   TO WS-DET-EXPIRY.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.

                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                   PRINT WS-RPT-COLUMNS
                   ADD 1 TO WS-LINE-CTR
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-RUN-ISO       TO WS-STAMP-PERIOD.

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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE RUN                        *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-EXPIRED-COUNT  TO WS-SUM-EXPIRED.
                MOVE WS-EXPIRED-AMOUNT TO WS-SUM-AMOUNT.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
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

                MOVE 'COBHLDEX'        TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE       TO RUNH-START-DATE.
                MOVE WS-RUN-TIME       TO RUNH-START-TIME.
                MOVE WS-END-DATE       TO RUNH-END-DATE.
                MOVE WS-END-TIME       TO RUNH-END-TIME.
                MOVE WS-READ-COUNT     TO RUNH-READ-COUNT.
                MOVE WS-EXPIRED-COUNT  TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE       TO RUNH-RETURN-CODE.
                MOVE 'C'               TO RUNH-STATUS.
                MOVE WS-RUN-PERIOD     TO RUNH-PERIOD.

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
