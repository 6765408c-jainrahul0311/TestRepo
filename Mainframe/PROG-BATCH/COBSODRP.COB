      *-----------------------------------------------------------------
      *     COBSODRP - QUARTERLY SEGREGATION-OF-DUTIES REPORT. IN TWO
      *                SECTIONS:
      *                  1 EVERY CONFLICT HELD NOW - EACH OPERATOR
      *                    WHOSE ROLES (OPERATOR_ROLE / AUTH_ROLE_CMD)
      *                    REACH BOTH SIDES OF AN AUTH_SOD_RULE, WITH
      *                    WHETHER A LIVE EXCEPTION COVERS IT. THIS
      *                    CATCHES CONFLICTS APITPO36 NEVER SAW: HELD
      *                    BEFORE THE RULE WAS ADDED, OR LEFT BEHIND
      *                    WHEN AN EXCEPTION EXPIRED.
      *                  2 EVERY EXCEPTION ON AUTH_SOD_EXCP - LIVE,
      *                    EXPIRED, PENDING OR REJECTED - WITH ITS
      *                    REASON, MAKER AND CHECKER.
      *                ENDS RC 4 WHEN ANY CONFLICT IS NOT COVERED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBSODRP.
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
       77  END-OF-C2-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C2                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    WHICH SECTION IS PRINTING, FOR THE COLUMN HEADINGS
       01  WS-IN-SECTION          PIC X(1)       VALUE SPACES.

      *    ONE CONFLICT FROM C1
       01  WS-OPID                PIC X(8).
       01  WS-RULE-ID             PIC X(6).
       01  WS-RULE-DESC           PIC X(40).
       01  WS-PROGRAM-A           PIC X(9).
       01  WS-CMD-A               PIC S9(2)      USAGE COMP-3.
       01  WS-PROGRAM-B           PIC X(9).
       01  WS-CMD-B               PIC S9(2)      USAGE COMP-3.
       01  WS-XSTATUS             PIC X(1).
       01  WS-EXPIRY-DATE         PIC X(10).
       01  WS-XLIVE               PIC X(1).

      *    ONE EXCEPTION FROM C2 (ALSO WS-OPID, WS-RULE-ID,
      *    WS-XSTATUS, WS-EXPIRY-DATE, WS-XLIVE)
       01  WS-MAKER               PIC X(8).
       01  WS-CHECKER             PIC X(8).
       01  WS-REASON              PIC X(60).

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-CONFLICT-COUNT      PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-UNCOVERED-COUNT     PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-EXCP-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LIVE-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'SEGREGATION OF DUTIES CONFLICTS'.
           10 FILLER              PIC X(44).

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

       01  WS-RPT-SECTION.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-SECT-TITLE       PIC X(60).
           10 FILLER              PIC X(69)  VALUE SPACES.

       01  WS-RPT-COLUMNS-1.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(10)  VALUE 'OPERATOR'.
           10 FILLER              PIC X(8)   VALUE 'RULE'.
           10 FILLER              PIC X(42)  VALUE 'DESCRIPTION'.
           10 FILLER              PIC X(14)  VALUE 'SIDE A'.
           10 FILLER              PIC X(14)  VALUE 'SIDE B'.
           10 FILLER              PIC X(30)  VALUE 'EXCEPTION'.
           10 FILLER              PIC X(8).

       01  WS-RPT-CONFLICT.
           10 FILLER              PIC X(6).
           10 WS-CON-OPID         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-CON-RULE-ID      PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-CON-DESC         PIC X(40).
           10 FILLER              PIC X(2).
           10 WS-CON-PROGRAM-A    PIC X(9).
           10 FILLER              PIC X(1).
           10 WS-CON-CMD-A        PIC Z9.
           10 FILLER              PIC X(2).
           10 WS-CON-PROGRAM-B    PIC X(9).
           10 FILLER              PIC X(1).
           10 WS-CON-CMD-B        PIC Z9.
           10 FILLER              PIC X(2).
           10 WS-CON-STATE        PIC X(30).
           10 FILLER              PIC X(8).

       01  WS-RPT-COLUMNS-2.
           10 FILLER              PIC X(6).
           10 FILLER              PIC X(10)  VALUE 'OPERATOR'.
           10 FILLER              PIC X(8)   VALUE 'RULE'.
           10 FILLER              PIC X(11)  VALUE 'STATUS'.
           10 FILLER              PIC X(12)  VALUE 'EXPIRES'.
           10 FILLER              PIC X(10)  VALUE 'MAKER'.
           10 FILLER              PIC X(10)  VALUE 'CHECKER'.
           10 FILLER              PIC X(60)  VALUE 'REASON'.
           10 FILLER              PIC X(5).

       01  WS-RPT-EXCEPTION.
           10 FILLER              PIC X(6).
           10 WS-EXC-OPID         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-EXC-RULE-ID      PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-EXC-STATE        PIC X(9).
           10 FILLER              PIC X(2).
           10 WS-EXC-EXPIRY       PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-EXC-MAKER        PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-EXC-CHECKER      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-EXC-REASON       PIC X(60).
           10 FILLER              PIC X(5).

       01  WS-RPT-NONE.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 WS-NONE-TEXT        PIC X(50).
           10 FILLER              PIC X(76)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(11)  VALUE 'CONFLICTS: '.
           10 WS-SUM-CONFLICTS    PIC ZZZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  NOT COVERED: '.
           10 WS-SUM-UNCOVERED    PIC ZZZZZZ9.
           10 FILLER              PIC X(14)  VALUE '  EXCEPTIONS: '.
           10 WS-SUM-EXCEPTIONS   PIC ZZZZZZ9.
           10 FILLER              PIC X(8)   VALUE '  LIVE: '.
           10 WS-SUM-LIVE         PIC ZZZZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

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

                EXEC SQL INCLUDE OPROLE
                END-EXEC.

                EXEC SQL INCLUDE AUTHCMD
                END-EXEC.

                EXEC SQL INCLUDE AUTHSOD
                END-EXEC.

                EXEC SQL INCLUDE AUTHSODX
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY OPERATOR AND RULE WHERE ONE ROLE REACHES SIDE A AND
      *    THE SAME OR ANOTHER OF THE OPERATOR'S ROLES REACHES SIDE B,
      *    WITH THE OPERATOR'S EXCEPTION TO THE RULE IF THERE IS ONE
      *    (ONE ROW PER OPID AND RULE ON AUTH_SOD_EXCP). XLIVE 'Y' =
      *    APPROVED AND NOT YET EXPIRED.
           EXEC SQL DECLARE C1 CURSOR
             SELECT DISTINCT
                 RA.OPID,
                 S.RULE_ID,
                 S.RULE_DESC,
                 S.PROGRAM_A,
                 S.CMD_A,
                 S.PROGRAM_B,
                 S.CMD_B,
                 COALESCE(X.XSTATUS, ' '),
                 COALESCE(CHAR(X.EXPIRY_DATE, ISO), ' '),
                 CASE WHEN X.XSTATUS = 'A'
                       AND X.EXPIRY_DATE >= CURRENT DATE
                      THEN 'Y' ELSE 'N' END
             FROM AUTH_SOD_RULE S
                  INNER JOIN AUTH_ROLE_CMD CA
                     ON CA.AUTH_PROGRAM = S.PROGRAM_A
                    AND CA.AUTH_CMD     = S.CMD_A
                  INNER JOIN OPERATOR_ROLE RA
                     ON RA.ROLE         = CA.ROLE
                  INNER JOIN OPERATOR_ROLE RB
                     ON RB.OPID         = RA.OPID
                  INNER JOIN AUTH_ROLE_CMD CB
                     ON CB.ROLE         = RB.ROLE
                    AND CB.AUTH_PROGRAM = S.PROGRAM_B
                    AND CB.AUTH_CMD     = S.CMD_B
                  LEFT OUTER JOIN AUTH_SOD_EXCP X
                     ON X.OPID          = RA.OPID
                    AND X.RULE_ID       = S.RULE_ID
             ORDER BY 1, 2
           END-EXEC.

      *    EVERY EXCEPTION, WHATEVER ITS STATUS.
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 X.OPID,
                 X.RULE_ID,
                 X.XSTATUS,
                 CHAR(X.EXPIRY_DATE, ISO),
                 CASE WHEN X.EXPIRY_DATE >= CURRENT DATE
                      THEN 'Y' ELSE 'N' END,
                 X.MAKER,
                 X.CHECKER,
                 X.REASON
             FROM AUTH_SOD_EXCP X
             ORDER BY X.OPID, X.RULE_ID
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

             PERFORM 2000-LIST-CONFLICTS
             THRU    2000-EXIT.

             PERFORM 2500-LIST-EXCEPTIONS
             THRU    2500-EXIT.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             IF WS-UNCOVERED-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 2000-LIST-CONFLICTS - SECTION 1                                *
      ******************************************************************
       2000-LIST-CONFLICTS.
                MOVE 'CONFLICTS HELD NOW' TO WS-SECT-TITLE.
                MOVE '1'                  TO WS-IN-SECTION.
                PERFORM 2180-PRINT-SECTION
                THRU    2180-EXIT.

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

                IF WS-CONFLICT-COUNT = 0
                   MOVE 'NO OPERATOR HOLDS A CONFLICT' TO WS-NONE-TEXT
                   PRINT WS-RPT-NONE
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
      * 2200-FETCH-C1 - ONE CONFLICT AND WHETHER IT IS COVERED         *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-OPID,
                          :WS-RULE-ID,
                          :WS-RULE-DESC,
                          :WS-PROGRAM-A,
                          :WS-CMD-A,
                          :WS-PROGRAM-B,
                          :WS-CMD-B,
                          :WS-XSTATUS,
                          :WS-EXPIRY-DATE,
                          :WS-XLIVE
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

                ADD 1 TO WS-CONFLICT-COUNT.

                MOVE SPACES TO WS-CON-STATE.
                EVALUATE TRUE
                    WHEN WS-XLIVE = 'Y'
                         STRING 'COVERED TO ' WS-EXPIRY-DATE
                                DELIMITED BY SIZE
                           INTO WS-CON-STATE
                    WHEN WS-XSTATUS = 'A'
                         STRING 'EXPIRED ' WS-EXPIRY-DATE
                                DELIMITED BY SIZE
                           INTO WS-CON-STATE
                    WHEN WS-XSTATUS = 'P'
                         MOVE 'PENDING APPROVAL'  TO WS-CON-STATE
                    WHEN WS-XSTATUS = 'R'
                         MOVE 'REJECTED'          TO WS-CON-STATE
                    WHEN OTHER
                         MOVE 'NONE'              TO WS-CON-STATE
                END-EVALUATE.

                IF WS-XLIVE NOT = 'Y'
                   ADD 1 TO WS-UNCOVERED-COUNT
                END-IF.

                MOVE WS-OPID        TO WS-CON-OPID.
                MOVE WS-RULE-ID     TO WS-CON-RULE-ID.
                MOVE WS-RULE-DESC   TO WS-CON-DESC.
                MOVE WS-PROGRAM-A   TO WS-CON-PROGRAM-A.
                MOVE WS-CMD-A       TO WS-CON-CMD-A.
                MOVE WS-PROGRAM-B   TO WS-CON-PROGRAM-B.
                MOVE WS-CMD-B       TO WS-CON-CMD-B.
                PRINT WS-RPT-CONFLICT.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-LIST-EXCEPTIONS - SECTION 2                               *
      ******************************************************************
       2500-LIST-EXCEPTIONS.
                MOVE 'EXCEPTIONS ON FILE'  TO WS-SECT-TITLE.
                MOVE '2'                   TO WS-IN-SECTION.
                PERFORM 2180-PRINT-SECTION
                THRU    2180-EXIT.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2510-FETCH-C2
                THRU    2510-EXIT
                UNTIL END-OF-C2.

                IF WS-EXCP-COUNT = 0
                   MOVE 'NO EXCEPTIONS ON FILE' TO WS-NONE-TEXT
                   PRINT WS-RPT-NONE
                   ADD 1 TO WS-LINE-CTR
                END-IF.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-FETCH-C2 - ONE EXCEPTION                                  *
      ******************************************************************
       2510-FETCH-C2.

                EXEC SQL
                    FETCH C2
                    INTO  :WS-OPID,
                          :WS-RULE-ID,
                          :WS-XSTATUS,
                          :WS-EXPIRY-DATE,
                          :WS-XLIVE,
                          :WS-MAKER,
                          :WS-CHECKER,
                          :WS-REASON
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 2510-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-EXCP-COUNT.

                EVALUATE TRUE
                    WHEN WS-XSTATUS = 'P'
                         MOVE 'PENDING'  TO WS-EXC-STATE
                    WHEN WS-XSTATUS = 'R'
                         MOVE 'REJECTED' TO WS-EXC-STATE
                    WHEN WS-XLIVE = 'Y'
                         MOVE 'LIVE'     TO WS-EXC-STATE
                         ADD 1 TO WS-LIVE-COUNT
                    WHEN OTHER
                         MOVE 'EXPIRED'  TO WS-EXC-STATE
                END-EVALUATE.

                MOVE WS-OPID        TO WS-EXC-OPID.
                MOVE WS-RULE-ID     TO WS-EXC-RULE-ID.
                MOVE WS-EXPIRY-DATE TO WS-EXC-EXPIRY.
                MOVE WS-MAKER       TO WS-EXC-MAKER.
                MOVE WS-CHECKER     TO WS-EXC-CHECKER.
                MOVE WS-REASON      TO WS-EXC-REASON.
                PRINT WS-RPT-EXCEPTION.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE,     *
      *                      WITH THE COLUMNS OF THE SECTION PRINTING  *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                EVALUATE WS-IN-SECTION
                    WHEN '1'
                         PRINT WS-RPT-COLUMNS-1
                    WHEN '2'
                         PRINT WS-RPT-COLUMNS-2
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.

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
                MOVE WS-CONFLICT-COUNT  TO WS-SUM-CONFLICTS.
                MOVE WS-UNCOVERED-COUNT TO WS-SUM-UNCOVERED.
                MOVE WS-EXCP-COUNT      TO WS-SUM-EXCEPTIONS.
                MOVE WS-LIVE-COUNT      TO WS-SUM-LIVE.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2180-PRINT-SECTION - SECTION HEADING AND ITS COLUMNS           *
      ******************************************************************
       2180-PRINT-SECTION.
                PRINT WS-RPT-SECTION.
                IF WS-IN-SECTION = '1'
                   PRINT WS-RPT-COLUMNS-1
                ELSE
                   PRINT WS-RPT-COLUMNS-2
                END-IF.
                ADD 2 TO WS-LINE-CTR.
       2180-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2190-COUNT-LINE - COUNT A DETAIL LINE, NEW PAGE WHEN FULL      *
      ******************************************************************
       2190-COUNT-LINE.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2190-EXIT.
                EXIT.

      /
      ******************************************************************
      * 3999-WRITE-RUNHIST - APPEND THIS RUN TO THE SHARED RUN-HISTORY *
      *                      FILE (RUNHREC) SO COBRUNRP CAN TREND IT.  *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBSODRP'    TO RUNH-PROGRAM-ID.
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
