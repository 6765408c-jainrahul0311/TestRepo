      *-----------------------------------------------------------------
      *     COBACCGL - ACCOUNT-SIDE GENERAL-LEDGER FEED. FOR THE RUN
      *                DATE (THE CARD, OR YESTERDAY WHEN THE CARD IS
      *                BLANK SO THE DAY IS COMPLETE), SUMMARIZES THE
      *                ACCOUNT_HISTORY MOVEMENTS POSTED SINCE THE LAST
      *                DAY FED BY MOVEMENT TYPE - INTEREST (ACCINT), TAX
      *                WITHHELD FROM INTEREST, SERVICE FEES BY FEE TYPE
      *                (ACCFEE), NET SALARY CREDITED BY COBBNKEX,
      *                TRANSFER LEGS AND OTHER ADJUSTMENTS - MAPS EACH
      *                TYPE TO ITS CONTRA GL ACCOUNT THROUGH ACC_GLMAP,
      *                AND WRITES A BALANCED DEBIT/CREDIT PAIR AGAINST
      *                THE CUSTOMER-BALANCE CONTROL ACCOUNT IN THE
      *                COBGLPST FEED LAYOUT, SO FINANCE STOPS RE-KEYING
      *                THE COBINTAC AND COBFEEAS PRINTOUTS. UNMAPPED
      *                TYPES GO TO THE EXCEPTION LINE AND ARE HELD OUT
      *                OF THE FEED. THE PROOF SHOWS THE FEED NETS TO
      *                ZERO AND CARRIES THE CONTROL ACCOUNT FORWARD ON
      *                ACC_CONTROL ('GLCUSTBL'); ON THE LAST DAY OF A
      *                MONTH IT ALSO PROVES THE SUM OF ACC_TOTAL AS AT
      *                THE CLOSE OF THAT DAY AGREES WITH THE CONTROL
      *                ACCOUNT. THE LAST DAY FED ('GLFEEDDT') IS THE
      *                RERUN GUARD: A MISSED DAY IS PICKED UP BY THE
      *                NEXT RUN, A DAY ALREADY FED IS REFUSED. THE
      *                MONTH-TO-DATE FEED TOTALS ARE REGISTERED ON
      *                FEEDCTL FOR THE COBFDPRF CROSS-FEED PROOF.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBACCGL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT GLOUT
                  ASSIGN TO DA-S-GLOUT.

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

       FD      GLOUT
               RECORD CONTAINS 40 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  GLOUT-REC.
           10 GL-FEED-ACCOUNT         PIC X(8).
           10 GL-FEED-DC              PIC X(1).
           10 GL-FEED-AMOUNT          PIC S9(11)V9(2) SIGN LEADING
                                                      SEPARATE.
           10 GL-FEED-PERIOD          PIC X(6).
      *        ** ALWAYS 'R' - THE ACCOUNT FEED HAS NO SUPPLEMENTAL
      *        ** CYCLE.
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
       77  FED-BEFORE-SWITCH      PIC X          VALUE  SPACES.
               88  FED-BEFORE                    VALUE  'Y'.
       77  CTL-BAL-SWITCH         PIC X          VALUE  SPACES.
               88  CTL-BAL-FOUND                 VALUE  'Y'.
       77  MONTH-END-SWITCH       PIC X          VALUE  SPACES.
               88  MONTH-END                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-RUN-ISO             PIC X(10).
       01  WS-RUN-ISO-R REDEFINES WS-RUN-ISO.
           05 WS-RI-YYYY          PIC 9(4).
           05 WS-RI-DASH1         PIC X(1).
           05 WS-RI-MM            PIC 9(2).
           05 WS-RI-DASH2         PIC X(1).
           05 WS-RI-DD            PIC 9(2).
       01  WS-RUN-PERIOD          PIC X(6).
       01  WS-BACK-DAYS           PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-FROM-ISO            PIC X(10).
       01  WS-LAST-ISO            PIC X(10).
       01  WS-MONTH-END-ISO       PIC X(10).
       01  WS-FROM-MONTH-END      PIC X(10).
       01  WS-FROM-YMD            PIC 9(6).
       01  WS-RUN-YMD             PIC 9(6).
       01  WS-CONV-ISO            PIC X(10).
       01  WS-CONV-YMD            PIC X(6).
       01  WS-CONV-YMD-N REDEFINES WS-CONV-YMD
                                  PIC 9(6).

      *    THE LAST DAY FED IS KEPT ON ACC_CONTROL AS A YYYYMMDD
      *    NUMBER.
       01  WS-FED-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-FED-DATE            PIC 9(8).
       01  WS-FED-DATE-R REDEFINES WS-FED-DATE.
           05 WS-FD-YYYY          PIC 9(4).
           05 WS-FD-MM            PIC 9(2).
           05 WS-FD-DD            PIC 9(2).

       01  WS-CTRL-ACCOUNT        PIC X(8).
       01  WS-RUNTYPE             PIC X(1)      VALUE 'R'.

       01  WS-MOVE-TYPE           PIC X(4).
       01  WS-MOVE-CODE           PIC X(8).
       01  WS-MOVE-SIDE           PIC X(1).
       01  WS-GRP-COUNT           PIC S9(9)     USAGE COMP.
       01  WS-GRP-AMOUNT          PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-GRP-ABS             PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-GL-ACCOUNT          PIC X(8).

       01  WS-ENT-ACCOUNT         PIC X(8).
       01  WS-ENT-DC              PIC X(1).

       01  WS-MOVE-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-WRITE-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-DEBIT-TOTAL         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CREDIT-TOTAL        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-UNMAPPED-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-UNMAPPED-TOTAL      PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-FEED-NET            PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

      *    CUSTOMER-BALANCE CONTROL ACCOUNT, CREDIT BALANCE POSITIVE
       01  WS-CTL-OPENING         PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CTL-MOVEMENT        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CTL-CLOSING         PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ACC-TOTALS          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-LATER-MOVES         PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-ACC-AT-CLOSE        PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-PROOF-DIFF          PIC S9(13)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-REG-COUNT           PIC S9(9)     USAGE COMP.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RD-YY            PIC 9(2).
           05 WS-RD-MM            PIC 9(2).
           05 WS-RD-DD            PIC 9(2).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(36).
           10 WS-TEXT             PIC X(42)
                VALUE 'ACCOUNT GL FEED PROOF REPORT'.
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

       01  WS-RPT-WINDOW.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(17)  VALUE
                'MOVEMENTS POSTED '.
           10 WS-WIN-FROM         PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-WIN-TO           PIC X(10).
           10 FILLER              PIC X(72)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(6)   VALUE 'TYPE'.
           10 WS-COL2             PIC X(10)  VALUE 'CODE'.
           10 WS-COL3             PIC X(9)   VALUE 'ITEMS'.
           10 WS-COL4             PIC X(10)  VALUE 'ACCOUNT'.
           10 WS-COL5             PIC X(4)   VALUE 'D/C'.
           10 WS-COL6             PIC X(20)  VALUE 'AMOUNT'.
           10 FILLER              PIC X(54).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-TYPE         PIC X(4).
           10 FILLER              PIC X(2).
           10 WS-DET-CODE         PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-COUNT        PIC ZZZZZ9.
           10 FILLER              PIC X(3).
           10 WS-DET-ACCOUNT      PIC X(8).
           10 FILLER              PIC X(2).
           10 WS-DET-DC           PIC X(1).
           10 FILLER              PIC X(3).
           10 WS-DET-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(56).

       01  WS-RPT-EXCEPTION.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'UNMAPPED MOVEMENT: '.
           10 WS-EXC-TYPE         PIC X(4).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-EXC-CODE         PIC X(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EXC-AMOUNT       PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(24)  VALUE
                '  - NOT IN POSTING FEED'.
           10 FILLER              PIC X(37)  VALUE SPACES.

       01  WS-RPT-PROOF.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-PRF-LABEL        PIC X(22).
           10 WS-PRF-AMOUNT       PIC $$,$$$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(69)  VALUE SPACES.

       01  WS-RPT-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'PROOF: '.
           10 WS-VERDICT          PIC X(44).
           10 FILLER              PIC X(62)  VALUE SPACES.

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

                EXEC SQL INCLUDE ACCOUNT
                END-EXEC.

                EXEC SQL INCLUDE ACCCTL
                END-EXEC.

                EXEC SQL INCLUDE ACCINT
                END-EXEC.

                EXEC SQL INCLUDE ACCFEE
                END-EXEC.

                EXEC SQL INCLUDE ACCGLMAP
                END-EXEC.

                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE WINDOW'S MOVEMENTS BY TYPE, CODE AND DIRECTION. A
      *    HISTORY ROW IS INTEREST, INTEREST WITHHOLDING OR A FEE ONLY
      *    WHEN ITS REFERENCE FINDS THE ACCINT OR ACCFEE REGISTER ROW
      *    IT POSTED; A 'SALARY' REFERENCE IS COBBNKEX'S NET-PAY
      *    CREDIT; A ROW WITH A COUNTER-ACCOUNT IS A TRANSFER LEG;
      *    ANYTHING ELSE IS AN ADJUSTMENT. COBDORMT'S ZERO-AMOUNT
      *    MARKER ROWS MOVE NO MONEY AND ARE LEFT OUT. SIDE 'C' = THE
      *    CUSTOMER WAS CREDITED, 'D' = DEBITED.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 T.MOVE_TYPE,
                 T.MOVE_CODE,
                 T.MOVE_SIDE,
                 COUNT(*),
                 SUM(T.TXN_AMOUNT)
             FROM
                 (SELECT
                      CASE
                          WHEN I.CUST_NO IS NOT NULL THEN 'INT '
                          WHEN W.CUST_NO IS NOT NULL THEN 'WHT '
                          WHEN F.CUST_NO IS NOT NULL THEN 'FEE '
                          WHEN SUBSTR(H.TXN_REF, 1, 6) = 'SALARY'
                                                     THEN 'SAL '
                          WHEN H.CTR_ACC_NO <> ' '   THEN 'XFER'
                          ELSE 'ADJ '
                      END                        AS MOVE_TYPE,
                      COALESCE(F.FEE_TYPE, ' ')  AS MOVE_CODE,
                      CASE
                          WHEN H.TXN_AMOUNT > 0 THEN 'C'
                          ELSE 'D'
                      END                        AS MOVE_SIDE,
                      H.TXN_AMOUNT
                  FROM ACCOUNT_HISTORY H
                  LEFT OUTER JOIN ACCINT I
                          ON I.CUST_NO  = H.CUST_NO
                         AND I.ACC_NO   = H.ACC_NO
                         AND SUBSTR(H.TXN_REF, 1, 6) = 'ACCINT'
                         AND I.INTMONTH = SUBSTR(H.TXN_REF, 7, 6)
                  LEFT OUTER JOIN ACCINT W
                          ON W.CUST_NO  = H.CUST_NO
                         AND W.ACC_NO   = H.ACC_NO
                         AND SUBSTR(H.TXN_REF, 1, 6) = 'ACCWHT'
                         AND W.INTMONTH = SUBSTR(H.TXN_REF, 7, 6)
                  LEFT OUTER JOIN ACCFEE F
                          ON F.CUST_NO  = H.CUST_NO
                         AND F.ACC_NO   = H.ACC_NO
                         AND SUBSTR(H.TXN_REF, 1, 6) = 'ACCFEE'
                         AND F.FEEMONTH = SUBSTR(H.TXN_REF, 7, 6)
                         AND F.FEE_TYPE = SUBSTR(H.TXN_REF, 13, 8)
                  WHERE H.TXN_DATE BETWEEN :WS-FROM-YMD
                                       AND :WS-RUN-YMD
                    AND H.TXN_AMOUNT <> 0) AS T
             GROUP BY T.MOVE_TYPE, T.MOVE_CODE, T.MOVE_SIDE
             ORDER BY T.MOVE_TYPE, T.MOVE_CODE, T.MOVE_SIDE
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

             CLOSE GLOUT.

             PERFORM 2450-PROVE-FEED
             THRU    2450-EXIT.

             PERFORM 2170-PRINT-PROOF
             THRU    2170-EXIT.

      *      AN OUT-OF-BALANCE FEED IS NOT RELEASED, SO THE DAYS ARE
      *      NOT MARKED FED AND THE NEXT RUN FEEDS THEM AGAIN.
             IF RETURN-CODE < 8
                PERFORM 2500-CARRY-CONTROL
                THRU    2500-EXIT
                IF MONTH-END
                   PERFORM 2600-MONTH-END-PROOF
                   THRU    2600-EXIT
                END-IF
                MOVE WS-DEBIT-COUNT TO WS-REG-COUNT
                PERFORM 3900-REGISTER-TOTALS
                THRU    3900-EXIT
             END-IF.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE RUN DATE (CARD YYYY-MM-DD, OR YESTERDAY  *
      *                   WHEN THE CARD IS BLANK OR MISSING), THE      *
      *                   CONTROL ACCOUNT AND THE WINDOW OF DAYS TO    *
      *                   FEED.                                        *
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
                   MOVE 1 TO WS-BACK-DAYS
                END-IF.

                IF WS-RI-YYYY NOT NUMERIC
                   OR WS-RI-MM NOT NUMERIC
                   OR WS-RI-DD NOT NUMERIC
                   OR WS-RI-DASH1 NOT = '-'
                   OR WS-RI-DASH2 NOT = '-'
                   DISPLAY '++ COBACCGL - BAD RUN DATE CARD ++'
                   DISPLAY '++ COBACCGL - ABORTING, RUN DATE MUST BE '
                           'YYYY-MM-DD OR BLANK FOR YESTERDAY ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-RUN-ISO) - :WS-BACK-DAYS DAYS,
                             ISO)
                    INTO
                        :WS-RUN-ISO
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBACCGL - ' WS-RUN-ISO
                                 ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-RUN-PERIOD.
                STRING WS-RI-YYYY WS-RI-MM
                       DELIMITED BY SIZE
                  INTO WS-RUN-PERIOD.

                PERFORM 1100-GET-CONTROLS
                THRU    1100-EXIT.

                PERFORM 1150-SET-WINDOW
                THRU    1150-EXIT.

                MOVE WS-RUN-ISO    TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-RUN-YMD.

                MOVE WS-FROM-ISO   TO WS-CONV-ISO.
                PERFORM 1200-ISO-TO-YMD
                THRU    1200-EXIT.
                MOVE WS-CONV-YMD-N TO WS-FROM-YMD.

                OPEN OUTPUT GLOUT.

                DISPLAY 'WS-RUN-ISO      = ' WS-RUN-ISO.
                DISPLAY 'WS-FROM-ISO     = ' WS-FROM-ISO.
                DISPLAY 'WS-CTRL-ACCOUNT = ' WS-CTRL-ACCOUNT.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-GET-CONTROLS - THE CUSTOMER-BALANCE CONTROL ACCOUNT (THE  *
      *                     'CTRL' MAPPING, REQUIRED), THE LAST DAY    *
      *                     FED AND THE CONTROL BALANCE CARRIED.       *
      ******************************************************************
       1100-GET-CONTROLS.

                EXEC SQL
                    SELECT
                        GL_ACCOUNT
                    INTO
                        :WS-CTRL-ACCOUNT
                    FROM ACC_GLMAP
                    WHERE MOVE_TYPE = 'CTRL'
                      AND MOVE_CODE = ' '
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         DISPLAY '++ COBACCGL - NO CTRL ROW ON '
                                 'ACC_GLMAP ++'
                         DISPLAY '++ COBACCGL - ABORTING, THE '
                                 'CUSTOMER-BALANCE CONTROL ACCOUNT '
                                 'IS REQUIRED ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-FED-AMOUNT
                    FROM ACC_CONTROL
                    WHERE CTL_KEY = 'GLFEEDDT'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y'           TO FED-BEFORE-SWITCH
                         MOVE WS-FED-AMOUNT TO WS-FED-DATE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-OPENING
                    FROM ACC_CONTROL
                    WHERE CTL_KEY = 'GLCUSTBL'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO CTL-BAL-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1150-SET-WINDOW - FEED FROM THE DAY AFTER THE LAST DAY FED (OR *
      *                   THE RUN DATE ON THE FIRST RUN) THROUGH THE   *
      *                   RUN DATE. A DAY ALREADY FED IS REFUSED, AND  *
      *                   A WINDOW REACHING BACK INTO AN EARLIER MONTH *
      *                   IS REFUSED SO EACH MONTH'S FEED AND FEEDCTL  *
      *                   ROW HOLD ONLY THAT MONTH'S MOVEMENTS.        *
      ******************************************************************
       1150-SET-WINDOW.
                IF FED-BEFORE
                   MOVE SPACES TO WS-LAST-ISO
                   STRING WS-FD-YYYY '-' WS-FD-MM '-' WS-FD-DD
                          DELIMITED BY SIZE
                     INTO WS-LAST-ISO
                ELSE
                   MOVE WS-RUN-ISO TO WS-LAST-ISO
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-LAST-ISO) + 1 DAY, ISO),
                        CHAR(DATE(SUBSTR(:WS-RUN-ISO, 1, 8) CONCAT '01')
                             + 1 MONTH - 1 DAY, ISO)
                    INTO
                        :WS-FROM-ISO,
                        :WS-MONTH-END-ISO
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF NOT FED-BEFORE
                   MOVE WS-RUN-ISO TO WS-FROM-ISO
                END-IF.

                IF WS-RUN-ISO = WS-MONTH-END-ISO
                   MOVE 'Y' TO MONTH-END-SWITCH
                END-IF.

                IF WS-FROM-ISO > WS-RUN-ISO
                   DISPLAY '++ COBACCGL - ' WS-RUN-ISO
                           ' IS ALREADY FED (LAST DAY FED '
                           WS-LAST-ISO ') ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                IF WS-FROM-ISO(1:7) NOT = WS-RUN-ISO(1:7)
                   EXEC SQL
                       SELECT
                           CHAR(DATE(SUBSTR(:WS-FROM-ISO, 1, 8)
                                     CONCAT '01')
                                + 1 MONTH - 1 DAY, ISO)
                       INTO
                           :WS-FROM-MONTH-END
                       FROM SYSIBM.SYSDUMMY1
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                   DISPLAY '++ COBACCGL - DAYS FROM ' WS-FROM-ISO
                           ' ARE NOT YET FED ++'
                   DISPLAY '++ COBACCGL - ABORTING, RUN FOR '
                           WS-FROM-MONTH-END ' FIRST TO CLOSE '
                           'THAT MONTH ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.
       1150-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-ISO-TO-YMD - YYYY-MM-DD TO THE YYMMDD FORM ACCOUNT_HISTORY*
      *                   HOLDS ITS TRANSACTION DATES IN.              *
      ******************************************************************
       1200-ISO-TO-YMD.
                MOVE SPACES TO WS-CONV-YMD.
                STRING WS-CONV-ISO(3:2) WS-CONV-ISO(6:2)
                       WS-CONV-ISO(9:2)
                       DELIMITED BY SIZE
                  INTO WS-CONV-YMD.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.

                MOVE WS-FROM-ISO TO WS-WIN-FROM.
                MOVE WS-RUN-ISO  TO WS-WIN-TO.
                PRINT WS-RPT-WINDOW.
                PRINT WS-RPT-COLUMNS.
                ADD 2 TO WS-LINE-CTR.

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
      * 2200-FETCH-C1 - ONE MOVEMENT TYPE, CODE AND DIRECTION. MAPPED  *
      *                 TYPES BECOME A DEBIT/CREDIT PAIR; UNMAPPED     *
      *                 ONES GO TO THE EXCEPTION LINE.                 *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-MOVE-TYPE,
                          :WS-MOVE-CODE,
                          :WS-MOVE-SIDE,
                          :WS-GRP-COUNT,
                          :WS-GRP-AMOUNT
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
                   ADD WS-GRP-COUNT TO WS-MOVE-COUNT
                   IF WS-GRP-AMOUNT < 0
                      COMPUTE WS-GRP-ABS = 0 - WS-GRP-AMOUNT
                   ELSE
                      MOVE WS-GRP-AMOUNT TO WS-GRP-ABS
                   END-IF
                   PERFORM 2210-GET-GL-ACCOUNT
                   THRU    2210-EXIT
                   IF ACCT-FOUND
                      PERFORM 2220-WRITE-PAIR
                      THRU    2220-EXIT
                   ELSE
                      ADD 1             TO WS-UNMAPPED-COUNT
                      ADD WS-GRP-ABS    TO WS-UNMAPPED-TOTAL
                      MOVE WS-MOVE-TYPE TO WS-EXC-TYPE
                      MOVE WS-MOVE-CODE TO WS-EXC-CODE
                      MOVE WS-GRP-AMOUNT TO WS-EXC-AMOUNT
                      PRINT WS-RPT-EXCEPTION
                      ADD 1 TO WS-LINE-CTR
                   END-IF
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                      PRINT WS-RPT-COLUMNS
                      ADD 1 TO WS-LINE-CTR
                   END-IF
                END-IF.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2210-GET-GL-ACCOUNT - THE CONTRA ACCOUNT FOR THE TYPE. A FEE   *
      *                       TYPE WITH NO ROW OF ITS OWN TAKES THE    *
      *                       SPACES-CODE 'FEE ' ROW.                  *
      ******************************************************************
       2210-GET-GL-ACCOUNT.
                MOVE SPACES TO ACCT-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        G.GL_ACCOUNT
                    INTO
                        :WS-GL-ACCOUNT
                    FROM ACC_GLMAP G
                    WHERE G.MOVE_TYPE = :WS-MOVE-TYPE
                      AND G.MOVE_CODE IN (:WS-MOVE-CODE, ' ')
                    ORDER BY G.MOVE_CODE DESC
                    FETCH FIRST ROW ONLY
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
      * 2220-WRITE-PAIR - MONEY PAID TO CUSTOMERS DEBITS THE CONTRA    *
      *                   ACCOUNT AND CREDITS THE CONTROL ACCOUNT;     *
      *                   MONEY TAKEN FROM CUSTOMERS THE REVERSE.      *
      ******************************************************************
       2220-WRITE-PAIR.
                IF WS-MOVE-SIDE = 'C'
                   MOVE WS-GL-ACCOUNT   TO WS-ENT-ACCOUNT
                   MOVE 'D'             TO WS-ENT-DC
                   PERFORM 2230-WRITE-ENTRY
                   THRU    2230-EXIT
                   MOVE WS-CTRL-ACCOUNT TO WS-ENT-ACCOUNT
                   MOVE 'C'             TO WS-ENT-DC
                   PERFORM 2230-WRITE-ENTRY
                   THRU    2230-EXIT
                ELSE
                   MOVE WS-CTRL-ACCOUNT TO WS-ENT-ACCOUNT
                   MOVE 'D'             TO WS-ENT-DC
                   PERFORM 2230-WRITE-ENTRY
                   THRU    2230-EXIT
                   MOVE WS-GL-ACCOUNT   TO WS-ENT-ACCOUNT
                   MOVE 'C'             TO WS-ENT-DC
                   PERFORM 2230-WRITE-ENTRY
                   THRU    2230-EXIT
                END-IF.

                ADD WS-GRP-AMOUNT TO WS-CTL-MOVEMENT.
       2220-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2230-WRITE-ENTRY - ONE FEED RECORD AND ITS PROOF LINE          *
      ******************************************************************
       2230-WRITE-ENTRY.
                MOVE SPACES          TO GLOUT-REC.
                MOVE WS-ENT-ACCOUNT  TO GL-FEED-ACCOUNT.
                MOVE WS-ENT-DC       TO GL-FEED-DC.
                MOVE WS-GRP-ABS      TO GL-FEED-AMOUNT.
                MOVE WS-RUN-PERIOD   TO GL-FEED-PERIOD.
                MOVE WS-RUNTYPE      TO GL-FEED-RUNTYPE.
                WRITE GLOUT-REC.

                ADD 1 TO WS-WRITE-COUNT.
                IF WS-ENT-DC = 'D'
                   ADD 1          TO WS-DEBIT-COUNT
                   ADD WS-GRP-ABS TO WS-DEBIT-TOTAL
                ELSE
                   ADD WS-GRP-ABS TO WS-CREDIT-TOTAL
                END-IF.

                MOVE WS-MOVE-TYPE   TO WS-DET-TYPE.
                MOVE WS-MOVE-CODE   TO WS-DET-CODE.
                MOVE WS-GRP-COUNT   TO WS-DET-COUNT.
                MOVE WS-ENT-ACCOUNT TO WS-DET-ACCOUNT.
                MOVE WS-ENT-DC      TO WS-DET-DC.
                MOVE WS-GRP-ABS     TO WS-DET-AMOUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
       2230-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PROVE-FEED - RE-READ THE FEED JUST WRITTEN AND NET THE    *
      *                   DEBITS AGAINST THE CREDITS, THE WAY THE GL   *
      *                   LOAD WILL, SO THE PROOF IS OF THE FILE ON    *
      *                   DISK AND NOT OF THIS PROGRAM'S ARITHMETIC.   *
      ******************************************************************
       2450-PROVE-FEED.
                OPEN INPUT GLOUT.

                PERFORM 2460-READ-FEED
                THRU    2460-EXIT
                UNTIL END-OF-GL.

                CLOSE GLOUT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-READ-FEED - ONE FEED RECORD OF THE PROOF PASS             *
      ******************************************************************
       2460-READ-FEED.
                READ GLOUT
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

                MOVE 'FEED CREDITS TOTAL:   ' TO WS-PRF-LABEL.
                MOVE WS-CREDIT-TOTAL   TO WS-PRF-AMOUNT.
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
                ADD 4 TO WS-LINE-CTR.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-CARRY-CONTROL - CARRY THE CUSTOMER-BALANCE CONTROL        *
      *                      ACCOUNT FORWARD BY THE MOVEMENTS FED AND  *
      *                      MARK THE RUN DATE FED. ON THE FIRST RUN   *
      *                      THE CONTROL IS TAKEN ON AT THE ACCOUNT    *
      *                      BALANCES AS THEY STOOD BEFORE THE WINDOW. *
      ******************************************************************
       2500-CARRY-CONTROL.
                IF NOT CTL-BAL-FOUND
                   PERFORM 2510-TAKE-ON-CONTROL
                   THRU    2510-EXIT
                   MOVE 'CONTROL TAKE-ON:      ' TO WS-PRF-LABEL
                ELSE
                   MOVE 'CONTROL BROUGHT FWD:  ' TO WS-PRF-LABEL
                END-IF.
                MOVE WS-CTL-OPENING    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'CONTROL MOVEMENT:     ' TO WS-PRF-LABEL.
                MOVE WS-CTL-MOVEMENT   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                COMPUTE WS-CTL-CLOSING = WS-CTL-OPENING
                                       + WS-CTL-MOVEMENT.
                MOVE 'CONTROL CARRIED FWD:  ' TO WS-PRF-LABEL.
                MOVE WS-CTL-CLOSING    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.
                ADD 3 TO WS-LINE-CTR.

                MOVE 'GLCUSTBL'        TO CTL-KEY.
                MOVE WS-CTL-CLOSING    TO CTL-AMOUNT.
                PERFORM 2550-SET-CONTROL
                THRU    2550-EXIT.

                MOVE WS-RI-YYYY        TO WS-FD-YYYY.
                MOVE WS-RI-MM          TO WS-FD-MM.
                MOVE WS-RI-DD          TO WS-FD-DD.
                MOVE 'GLFEEDDT'        TO CTL-KEY.
                MOVE WS-FED-DATE       TO CTL-AMOUNT.
                PERFORM 2550-SET-CONTROL
                THRU    2550-EXIT.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-TAKE-ON-CONTROL - TODAY'S ACCOUNT BALANCES LESS EVERY     *
      *                        MOVEMENT POSTED FROM THE WINDOW START   *
      *                        ON, I.E. THE BALANCES THE GL ALREADY    *
      *                        HOLDS WHEN THE FEED STARTS.             *
      ******************************************************************
       2510-TAKE-ON-CONTROL.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(ACC_TOTAL), 0)
                    INTO
                        :WS-ACC-TOTALS
                    FROM ACCOUNT
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(TXN_AMOUNT), 0)
                    INTO
                        :WS-LATER-MOVES
                    FROM ACCOUNT_HISTORY
                    WHERE TXN_DATE >= :WS-FROM-YMD
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                COMPUTE WS-CTL-OPENING = WS-ACC-TOTALS
                                       - WS-LATER-MOVES.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2550-SET-CONTROL - STORE ONE ACC_CONTROL VALUE, ADDING THE ROW *
      *                    THE FIRST TIME.                             *
      ******************************************************************
       2550-SET-CONTROL.

                EXEC SQL
                    UPDATE ACC_CONTROL
                       SET CTL_AMOUNT = :CTL-AMOUNT
                     WHERE CTL_KEY    = :CTL-KEY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         EXEC SQL
                             INSERT INTO ACC_CONTROL
                                 (
                                     CTL_KEY
                                   , CTL_AMOUNT
                                 )
                             VALUES
                                 (
                                     :CTL-KEY
                                   , :CTL-AMOUNT
                                 )
                         END-EXEC
                         IF SQLCODE NOT = 0
                            PERFORM 9000-DBERROR
                            THRU    9000-EXIT
                         END-IF
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2550-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-MONTH-END-PROOF - ON THE LAST DAY OF THE MONTH, THE SUM   *
      *                        OF ACC_TOTAL AS AT THE CLOSE OF THE     *
      *                        RUN DATE (TODAY'S BALANCES LESS ANY     *
      *                        MOVEMENT POSTED SINCE) MUST EQUAL THE   *
      *                        CONTROL ACCOUNT. A DIFFERENCE IS MONEY  *
      *                        THAT MOVED WITHOUT REACHING THE LEDGER  *
      *                        (HELD OUT AS UNMAPPED, OR A BALANCE     *
      *                        CHANGED OUTSIDE THE POSTING PATH).      *
      ******************************************************************
       2600-MONTH-END-PROOF.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(ACC_TOTAL), 0)
                    INTO
                        :WS-ACC-TOTALS
                    FROM ACCOUNT
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COALESCE(SUM(TXN_AMOUNT), 0)
                    INTO
                        :WS-LATER-MOVES
                    FROM ACCOUNT_HISTORY
                    WHERE TXN_DATE > :WS-RUN-YMD
                END-EXEC.

                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                COMPUTE WS-ACC-AT-CLOSE = WS-ACC-TOTALS
                                        - WS-LATER-MOVES.
                COMPUTE WS-PROOF-DIFF   = WS-ACC-AT-CLOSE
                                        - WS-CTL-CLOSING.

                MOVE 'ACCOUNT BALANCES:     ' TO WS-PRF-LABEL.
                MOVE WS-ACC-AT-CLOSE   TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'CONTROL ACCOUNT:      ' TO WS-PRF-LABEL.
                MOVE WS-CTL-CLOSING    TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                MOVE 'DIFFERENCE:           ' TO WS-PRF-LABEL.
                MOVE WS-PROOF-DIFF     TO WS-PRF-AMOUNT.
                PRINT WS-RPT-PROOF.

                IF WS-PROOF-DIFF = ZERO
                   MOVE 'MONTH END - ACCOUNTS AGREE WITH CONTROL'
                        TO WS-VERDICT
                ELSE
                   MOVE 'MONTH END - ACCOUNTS DISAGREE WITH CONTROL'
                        TO WS-VERDICT
                   MOVE 4 TO RETURN-CODE
                END-IF.
                PRINT WS-RPT-VERDICT.
                ADD 4 TO WS-LINE-CTR.
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
      * 3900-REGISTER-TOTALS - ADD THIS RUN'S FEED TOTALS TO THE       *
      *                        MONTH'S FEEDCTL ROW FOR THE COBFDPRF    *
      *                        CROSS-FEED PROOF: DEBITS WRITTEN, DEBIT *
      *                        TOTAL, AND IN NET_AMT THE MOVEMENTS     *
      *                        HELD OUT AS UNMAPPED. THE FEED IS DAILY *
      *                        SO THE ROW IS MONTH-TO-DATE; THE        *
      *                        GLFEEDDT GUARD KEEPS A DAY FROM BEING   *
      *                        ADDED TWICE.                            *
      ******************************************************************
       3900-REGISTER-TOTALS.

                EXEC SQL
                    UPDATE FEEDCTL
                       SET REC_COUNT = REC_COUNT + :WS-REG-COUNT
                         , GROSS_AMT = GROSS_AMT + :WS-DEBIT-TOTAL
                         , NET_AMT   = NET_AMT   + :WS-UNMAPPED-TOTAL
                         , REG_DATE  = :WS-RUN-DATE
                         , REG_TIME  = :WS-RUN-TIME
                     WHERE FEED_PROGRAM = 'COBACCGL'
                       AND PERIOD_NO    = :WS-RUN-PERIOD
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         GO TO 3900-EXIT
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

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
                            'COBACCGL'
                          , :WS-RUN-PERIOD
                          , :WS-REG-COUNT
                          , :WS-DEBIT-TOTAL
                          , :WS-UNMAPPED-TOTAL
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
      *                      FILE (RUNHREC), STAMPED WITH THE RUN      *
      *                      DATE'S MONTH, SO COBRUNRP CAN TREND THE   *
      *                      RUN.                                      *
      ******************************************************************
       3999-WRITE-RUNHIST.
                ACCEPT WS-END-DATE FROM DATE.
                ACCEPT WS-END-TIME FROM TIME.

                MOVE 'COBACCGL'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-MOVE-COUNT  TO RUNH-READ-COUNT.
                MOVE WS-WRITE-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE   TO RUNH-RETURN-CODE.
                MOVE 'C'           TO RUNH-STATUS.
                MOVE WS-RUN-PERIOD TO RUNH-PERIOD.

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
