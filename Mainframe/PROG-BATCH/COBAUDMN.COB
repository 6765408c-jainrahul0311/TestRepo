      *-----------------------------------------------------------------
      *     COBAUDMN - DAILY AUDIT-TRAIL CONTENT MONITOR. COBAUDVF
      *                PROVES THE TRAIL IS INTACT; THIS LOOKS AT WHAT
      *                IS IN IT. FOR THE DAY ON THE CONTROL CARD
      *                (YYMMDD, BLANK = TODAY) IT RAISES AN ALERT FOR:
      *                  1 SELF-RECORD - AN OPERATOR LINKED TO AN
      *                    EMPLOYEE (OPERATOR_EMP) CHANGING THEIR OWN
      *                    EMP, EMPADDR, BANKDET OR SALHIST ROW
      *                  2 AFTER-HOURS UPDATE - AN ONLINE UPDATE
      *                    OUTSIDE THE BUSINESS DAY, AT A WEEKEND OR
      *                    ON A HOLIDAY OF THE OPERATOR'S SUBSIDIARY
      *                    (HOLCAL, SUBSIDIARY-WIDE CALENDAR; AN
      *                    UNLINKED OPERATOR AGAINST EVERY SUBSIDIARY)
      *                  3 BULK UPDATE - ONE OPERATOR'S ONLINE UPDATES
      *                    FOR THE DAY AT OR ABOVE A FLOOR AND ABOVE A
      *                    MULTIPLE OF THEIR USUAL DAILY COUNT
      *                  4 AFTER-HOURS PAY INQUIRY (INQLOG), AS 2
      *                  5 BULK PAY INQUIRY (INQLOG), AS 3
      *                THE HOURS, FLOORS, MULTIPLE AND HISTORY ARE
      *                HR_CONTROL SETTINGS (SEE HRCTL). ONLINE MEANS
      *                WRITTEN BY AN API OR COBCIO PROGRAM - BATCH
      *                JOBS RUN OVERNIGHT BY DESIGN. EACH ALERT PRINTS
      *                EVERY OFFENDING ROW - AUD_SEQ FOR AN AUDITLOG
      *                ROW, SO SECURITY CAN PULL THE EXACT BEFORE/AFTER
      *                IMAGES THROUGH COBAUDRP; INQLOG HAS NO SEQUENCE,
      *                SO AN INQUIRY IS SHOWN BY ITS TIME - AND GOES
      *                TO EXCPFILE FOR COBEXHUB KEYED BY OPID AND THE
      *                FIRST OFFENDING ROW. ENDS RC 4 WHEN ANY ALERT IS
      *                RAISED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBAUDMN.
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

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 6 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
      *        ** THE DAY TO MONITOR, YYMMDD (BLANK = TODAY).
           05  CARDREC-DAY            PIC X(6).

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
       77  END-OF-C1-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C1                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    THE DAY BEING MONITORED, AS AUDITLOG/INQLOG CARRY IT AND
      *    AS A DB2 DATE, AND THE FIRST DAY OF THE 'USUAL' HISTORY
       01  WS-DAY                 PIC 9(6).
       01  WS-DAY-X REDEFINES WS-DAY.
           05 WS-DAY-YY           PIC X(2).
           05 WS-DAY-MM           PIC X(2).
           05 WS-DAY-DD           PIC X(2).
       01  WS-DAY-ISO             PIC X(10).
       01  WS-HIST-FROM           PIC S9(6)      USAGE COMP-3.
       01  WS-WEEKEND             PIC X(1).

      *    THRESHOLDS - HR_CONTROL, WITH THE DEFAULT FOR NO ROW
       01  WS-CTL-KEY             PIC X(8).
       01  WS-CTL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CTL-DEFAULT         PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-HRS-START           PIC 9(4).
       01  WS-HRS-END             PIC 9(4).
       01  WS-HRS-START-T         PIC S9(8)      USAGE COMP-3.
       01  WS-HRS-END-T           PIC S9(8)      USAGE COMP-3.
       01  WS-BLK-MIN             PIC S9(7)      USAGE COMP-3.
       01  WS-INQ-MIN             PIC S9(7)      USAGE COMP-3.
       01  WS-BLK-X               PIC S9(3)V9(2) USAGE COMP-3.
       01  WS-HIST-DAYS           PIC S9(3)      USAGE COMP-3.

      *    ONE OFFENDING ROW FROM C1
       01  WS-ALERT               PIC X(1).
       01  WS-OPID                PIC X(8).
       01  WS-REF                 PIC S9(10)     USAGE COMP-3.
       01  WS-TIME                PIC S9(8)      USAGE COMP-3.
       01  WS-TABLE               PIC X(18).
       01  WS-KEY                 PIC X(20).

      *    THE ALERT BEING BUILT (ONE PER TYPE AND OPERATOR)
       01  WS-PREV-ALERT          PIC X(1)       VALUE LOW-VALUES.
       01  WS-PREV-OPID           PIC X(8)       VALUE LOW-VALUES.
       01  WS-ALERT-EMPNO         PIC X(6).
       01  WS-ALERT-ROWS          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-FIRST-REF           PIC S9(10)     USAGE COMP-3.
       01  WS-FIRST-REF-N         PIC 9(9).
       01  WS-USUAL               PIC S9(7)V9(2) USAGE COMP-3.

      *    RUN TOTALS, ONE PER ALERT TYPE
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-ALERT-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-SELF-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-HOURS-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-BULK-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-INQH-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-INQB-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'AUDIT TRAIL SECURITY ALERTS'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(26)  VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'DAY: '.
           10 WS-STAMP-DAY        PIC X(10).
           10 FILLER              PIC X(4)   VALUE SPACES.
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

       01  WS-RPT-LIMITS.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE 'BUSINESS HOURS: '.
           10 WS-LIM-START        PIC 9(4).
           10 FILLER              PIC X(1)   VALUE '-'.
           10 WS-LIM-END          PIC 9(4).
           10 FILLER              PIC X(17)  VALUE '  UPDATE FLOOR: '.
           10 WS-LIM-BLK-MIN      PIC ZZZZZZ9.
           10 FILLER              PIC X(18)  VALUE '  INQUIRY FLOOR: '.
           10 WS-LIM-INQ-MIN      PIC ZZZZZZ9.
           10 FILLER              PIC X(13)  VALUE '  AND ABOVE '.
           10 WS-LIM-BLK-X        PIC ZZ9.99.
           10 FILLER              PIC X(16)  VALUE ' X USUAL OVER '.
           10 WS-LIM-DAYS         PIC ZZ9.
           10 FILLER              PIC X(5)   VALUE ' DAYS'.
           10 FILLER              PIC X(12)  VALUE SPACES.

       01  WS-RPT-ALERT.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'ALERT: '.
           10 WS-ALR-TYPE         PIC X(24).
           10 FILLER              PIC X(11)  VALUE '  OPERATOR '.
           10 WS-ALR-OPID         PIC X(8).
           10 FILLER              PIC X(11)  VALUE '  EMPLOYEE '.
           10 WS-ALR-EMPNO        PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ALR-USUAL        PIC X(30).
           10 FILLER              PIC X(30)  VALUE SPACES.

       01  WS-RPT-ROW.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-ROW-REF-LABEL    PIC X(6).
           10 WS-ROW-REF          PIC Z(9)9.
           10 FILLER              PIC X(8)   VALUE '  TIME: '.
           10 WS-ROW-TIME         PIC 9(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ROW-TABLE        PIC X(18).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-ROW-KEY          PIC X(20).
           10 FILLER              PIC X(49)  VALUE SPACES.

       01  WS-RPT-ALERT-TOTAL.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE 'ROWS IN ALERT '.
           10 WS-TOT-ROWS         PIC ZZZZZZ9.
           10 FILLER              PIC X(102) VALUE SPACES.

       01  WS-RPT-NONE.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'NO ALERTS FOR THE DAY'.
           10 FILLER              PIC X(76)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE 'SELF-RECORD: '.
           10 WS-SUM-SELF         PIC ZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  AFTER-HOURS: '.
           10 WS-SUM-HOURS        PIC ZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  BULK UPDATE: '.
           10 WS-SUM-BULK         PIC ZZZZ9.
           10 FILLER              PIC X(25)  VALUE
                '  AFTER-HOURS INQUIRY: '.
           10 WS-SUM-INQH         PIC ZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  BULK INQUIRY: '.
           10 WS-SUM-INQB         PIC ZZZZ9.
           10 FILLER              PIC X(19)  VALUE SPACES.

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

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                EXEC SQL INCLUDE INQLOG
                END-EXEC.

                EXEC SQL INCLUDE OPEREMP
                END-EXEC.

                EXEC SQL INCLUDE HOLCAL
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY OFFENDING ROW OF THE DAY, ALERT TYPE BY TYPE AND
      *    OPERATOR BY OPERATOR. REF IS AUD_SEQ FOR AN AUDITLOG ROW
      *    AND INQ_TIME FOR AN INQLOG ROW. A DAY IS OFF FOR AN
      *    OPERATOR AT A WEEKEND, OR WHEN HOLCAL HAS IT AS A HOLIDAY
      *    FOR THEIR EMPLOYEE'S SUBSIDIARY (EMP.CURRCODE) - FOR ANY
      *    SUBSIDIARY WHEN THE OPERATOR IS NOT LINKED. USUAL IS THE
      *    OPERATOR'S AVERAGE PER ACTIVE DAY OVER THE HISTORY WINDOW.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 '1',
                 A.AUD_OPID,
                 DECIMAL(COALESCE(A.AUD_SEQ, 0), 10, 0),
                 A.AUD_TIME,
                 A.AUD_TABLE,
                 A.AUD_KEY
             FROM AUDITLOG A, OPERATOR_EMP O
             WHERE A.AUD_DATE = :WS-DAY
               AND O.OPID     = A.AUD_OPID
               AND A.AUD_TABLE IN ('EMP', 'EMPADDR', 'BANKDET',
                                   'SALHIST')
               AND SUBSTR(A.AUD_KEY, 1, 6) = O.EMPNO
             UNION ALL
             SELECT
                 '2',
                 A.AUD_OPID,
                 DECIMAL(COALESCE(A.AUD_SEQ, 0), 10, 0),
                 A.AUD_TIME,
                 A.AUD_TABLE,
                 A.AUD_KEY
             FROM AUDITLOG A
             WHERE A.AUD_DATE = :WS-DAY
               AND (A.AUD_PROGRAM LIKE 'API%'
                    OR A.AUD_PROGRAM LIKE 'COBCIO%')
               AND (A.AUD_TIME <  :WS-HRS-START-T
                    OR A.AUD_TIME >= :WS-HRS-END-T
                    OR :WS-WEEKEND = 'Y'
                    OR EXISTS
                       (SELECT 1 FROM HOLCAL H
                         WHERE H.HOLDATE   = DATE(:WS-DAY-ISO)
                           AND H.HOLCAL_ID = ' '
                           AND (H.HOLCURR IN
                                (SELECT E.CURRCODE
                                   FROM OPERATOR_EMP O, EMP E
                                  WHERE O.OPID  = A.AUD_OPID
                                    AND E.EMPNO = O.EMPNO)
                                OR NOT EXISTS
                                (SELECT 1 FROM OPERATOR_EMP O2
                                  WHERE O2.OPID = A.AUD_OPID))))
             UNION ALL
             SELECT
                 '3',
                 A.AUD_OPID,
                 DECIMAL(COALESCE(A.AUD_SEQ, 0), 10, 0),
                 A.AUD_TIME,
                 A.AUD_TABLE,
                 A.AUD_KEY
             FROM AUDITLOG A
             WHERE A.AUD_DATE = :WS-DAY
               AND (A.AUD_PROGRAM LIKE 'API%'
                    OR A.AUD_PROGRAM LIKE 'COBCIO%')
               AND A.AUD_OPID IN
                   (SELECT B.AUD_OPID FROM AUDITLOG B
                     WHERE B.AUD_DATE = :WS-DAY
                       AND (B.AUD_PROGRAM LIKE 'API%'
                            OR B.AUD_PROGRAM LIKE 'COBCIO%')
                     GROUP BY B.AUD_OPID
                     HAVING COUNT(*) >= :WS-BLK-MIN
                        AND COUNT(*) > :WS-BLK-X *
                            (SELECT COALESCE(COUNT(*) * 1.00 /
                                    NULLIF(COUNT(DISTINCT U.AUD_DATE),
                                           0), 0)
                               FROM AUDITLOG U
                              WHERE U.AUD_OPID  = B.AUD_OPID
                                AND U.AUD_DATE >= :WS-HIST-FROM
                                AND U.AUD_DATE <  :WS-DAY
                                AND (U.AUD_PROGRAM LIKE 'API%'
                                     OR U.AUD_PROGRAM LIKE 'COBCIO%')))
             UNION ALL
             SELECT
                 '4',
                 I.INQ_OPID,
                 DECIMAL(I.INQ_TIME, 10, 0),
                 I.INQ_TIME,
                 I.INQ_PROGRAM,
                 I.INQ_EMPNO
             FROM INQLOG I
             WHERE I.INQ_DATE = :WS-DAY
               AND (I.INQ_TIME <  :WS-HRS-START-T
                    OR I.INQ_TIME >= :WS-HRS-END-T
                    OR :WS-WEEKEND = 'Y'
                    OR EXISTS
                       (SELECT 1 FROM HOLCAL H
                         WHERE H.HOLDATE   = DATE(:WS-DAY-ISO)
                           AND H.HOLCAL_ID = ' '
                           AND (H.HOLCURR IN
                                (SELECT E.CURRCODE
                                   FROM OPERATOR_EMP O, EMP E
                                  WHERE O.OPID  = I.INQ_OPID
                                    AND E.EMPNO = O.EMPNO)
                                OR NOT EXISTS
                                (SELECT 1 FROM OPERATOR_EMP O2
                                  WHERE O2.OPID = I.INQ_OPID))))
             UNION ALL
             SELECT
                 '5',
                 I.INQ_OPID,
                 DECIMAL(I.INQ_TIME, 10, 0),
                 I.INQ_TIME,
                 I.INQ_PROGRAM,
                 I.INQ_EMPNO
             FROM INQLOG I
             WHERE I.INQ_DATE = :WS-DAY
               AND I.INQ_OPID IN
                   (SELECT B.INQ_OPID FROM INQLOG B
                     WHERE B.INQ_DATE = :WS-DAY
                     GROUP BY B.INQ_OPID
                     HAVING COUNT(*) >= :WS-INQ-MIN
                        AND COUNT(*) > :WS-BLK-X *
                            (SELECT COALESCE(COUNT(*) * 1.00 /
                                    NULLIF(COUNT(DISTINCT U.INQ_DATE),
                                           0), 0)
                               FROM INQLOG U
                              WHERE U.INQ_OPID  = B.INQ_OPID
                                AND U.INQ_DATE >= :WS-HIST-FROM
                                AND U.INQ_DATE <  :WS-DAY))
             ORDER BY 1, 2, 3
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

             CLOSE EXCPFILE.

             IF WS-ALERT-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE DAY, ITS CALENDAR FACTS AND THE          *
      *                   THRESHOLDS                                   *
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

                IF CARDREC-DAY NUMERIC
                   MOVE CARDREC-DAY TO WS-DAY
                ELSE
                   IF CARDREC-DAY = SPACES
                      MOVE WS-RUN-DATE TO WS-DAY
                   ELSE
                      DISPLAY '++ COBAUDMN - BAD DAY CARD ' CARDREC-DAY
                              ' - YYMMDD OR BLANK FOR TODAY ++'
                      MOVE 8 TO RETURN-CODE
                      GOBACK
                   END-IF
                END-IF.

                MOVE SPACES TO WS-DAY-ISO.
                STRING '20' WS-DAY-YY '-' WS-DAY-MM '-' WS-DAY-DD
                       DELIMITED BY SIZE
                  INTO WS-DAY-ISO.

                PERFORM 1300-GET-THRESHOLDS
                THRU    1300-EXIT.

                EXEC SQL
                    SELECT
                        CASE WHEN DAYOFWEEK(DATE(:WS-DAY-ISO))
                                  IN (1, 7)
                             THEN 'Y' ELSE 'N' END,
                        DECIMAL(REPLACE(SUBSTR(CHAR(
                                DATE(:WS-DAY-ISO) - :WS-HIST-DAYS DAYS,
                                ISO), 3, 8), '-', ''), 6, 0)
                    INTO
                        :WS-WEEKEND,
                        :WS-HIST-FROM
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBAUDMN - ' WS-DAY-ISO
                                 ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                OPEN EXTEND EXCPFILE.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1300-GET-THRESHOLDS - THE HR_CONTROL SETTINGS, EACH WITH ITS   *
      *                       DEFAULT WHEN THERE IS NO ROW             *
      ******************************************************************
       1300-GET-THRESHOLDS.
                MOVE 'AUDHRSTA' TO WS-CTL-KEY.
                MOVE 700        TO WS-CTL-DEFAULT.
                PERFORM 1310-GET-CONTROL
                THRU    1310-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-HRS-START.

                MOVE 'AUDHREND' TO WS-CTL-KEY.
                MOVE 1900       TO WS-CTL-DEFAULT.
                PERFORM 1310-GET-CONTROL
                THRU    1310-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-HRS-END.

                MOVE 'AUDBLKMN' TO WS-CTL-KEY.
                MOVE 50         TO WS-CTL-DEFAULT.
                PERFORM 1310-GET-CONTROL
                THRU    1310-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-BLK-MIN.

                MOVE 'AUDINQMN' TO WS-CTL-KEY.
                MOVE 100        TO WS-CTL-DEFAULT.
                PERFORM 1310-GET-CONTROL
                THRU    1310-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-INQ-MIN.

                MOVE 'AUDBLKX'  TO WS-CTL-KEY.
                MOVE 3          TO WS-CTL-DEFAULT.
                PERFORM 1310-GET-CONTROL
                THRU    1310-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-BLK-X.

                MOVE 'AUDBLKDY' TO WS-CTL-KEY.
                MOVE 28         TO WS-CTL-DEFAULT.
                PERFORM 1310-GET-CONTROL
                THRU    1310-EXIT.
                MOVE WS-CTL-AMOUNT TO WS-HIST-DAYS.

      *         HHMM TO THE HHMMSSCC THE LOGS CARRY
                COMPUTE WS-HRS-START-T = WS-HRS-START * 10000.
                COMPUTE WS-HRS-END-T   = WS-HRS-END   * 10000.
       1300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1310-GET-CONTROL - ONE HR_CONTROL SETTING                      *
      ******************************************************************
       1310-GET-CONTROL.
                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-AMOUNT
                    FROM HR_CONTROL
                    WHERE CTL_KEY = :WS-CTL-KEY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE WS-CTL-DEFAULT TO WS-CTL-AMOUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       1310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS                                                   *
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

                IF WS-ALERT-COUNT = 0
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
      * 2200-FETCH-C1 - ONE OFFENDING ROW; A NEW TYPE OR OPERATOR      *
      *                 CLOSES THE ALERT BEFORE AND OPENS THE NEXT     *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-ALERT,
                          :WS-OPID,
                          :WS-REF,
                          :WS-TIME,
                          :WS-TABLE,
                          :WS-KEY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         IF WS-PREV-ALERT NOT = LOW-VALUES
                            PERFORM 2400-END-ALERT
                            THRU    2400-EXIT
                         END-IF
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-ALERT NOT = WS-PREV-ALERT
                   OR WS-OPID NOT = WS-PREV-OPID
                   IF WS-PREV-ALERT NOT = LOW-VALUES
                      PERFORM 2400-END-ALERT
                      THRU    2400-EXIT
                   END-IF
                   PERFORM 2300-START-ALERT
                   THRU    2300-EXIT
                END-IF.

                ADD 1 TO WS-ALERT-ROWS.

                IF WS-ALERT = '4' OR WS-ALERT = '5'
                   MOVE 'TIME: ' TO WS-ROW-REF-LABEL
                ELSE
                   MOVE 'SEQ:  ' TO WS-ROW-REF-LABEL
                END-IF.
                MOVE WS-REF      TO WS-ROW-REF.
                MOVE WS-TIME     TO WS-ROW-TIME.
                MOVE WS-TABLE    TO WS-ROW-TABLE.
                MOVE WS-KEY      TO WS-ROW-KEY.
                PRINT WS-RPT-ROW.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-START-ALERT - HEADING FOR A NEW ALERT: TYPE, OPERATOR,    *
      *                    THEIR EMPLOYEE AND, FOR BULK, THEIR USUAL   *
      ******************************************************************
       2300-START-ALERT.
                MOVE WS-ALERT   TO WS-PREV-ALERT.
                MOVE WS-OPID    TO WS-PREV-OPID.
                MOVE 0          TO WS-ALERT-ROWS.
                MOVE WS-REF     TO WS-FIRST-REF.
                ADD 1 TO WS-ALERT-COUNT.

                EVALUATE WS-ALERT
                    WHEN '1'
                         MOVE 'SELF-RECORD CHANGE'  TO WS-ALR-TYPE
                         ADD 1 TO WS-SELF-COUNT
                    WHEN '2'
                         MOVE 'AFTER-HOURS UPDATE'  TO WS-ALR-TYPE
                         ADD 1 TO WS-HOURS-COUNT
                    WHEN '3'
                         MOVE 'BULK UPDATE'         TO WS-ALR-TYPE
                         ADD 1 TO WS-BULK-COUNT
                    WHEN '4'
                         MOVE 'AFTER-HOURS INQUIRY' TO WS-ALR-TYPE
                         ADD 1 TO WS-INQH-COUNT
                    WHEN OTHER
                         MOVE 'BULK INQUIRY'        TO WS-ALR-TYPE
                         ADD 1 TO WS-INQB-COUNT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        EMPNO
                    INTO
                        :WS-ALERT-EMPNO
                    FROM OPERATOR_EMP
                    WHERE OPID = :WS-OPID
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'NONE' TO WS-ALERT-EMPNO
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE SPACES TO WS-ALR-USUAL.
                IF WS-ALERT = '3' OR WS-ALERT = '5'
                   PERFORM 2310-GET-USUAL
                   THRU    2310-EXIT
                END-IF.

                MOVE WS-OPID        TO WS-ALR-OPID.
                MOVE WS-ALERT-EMPNO TO WS-ALR-EMPNO.
                PRINT WS-RPT-ALERT.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-GET-USUAL - THE OPERATOR'S AVERAGE PER ACTIVE DAY OVER    *
      *                  THE HISTORY WINDOW, AS THE CURSOR JUDGED IT   *
      ******************************************************************
       2310-GET-USUAL.
                IF WS-ALERT = '3'
                   EXEC SQL
                       SELECT
                           COALESCE(COUNT(*) * 1.00 /
                                    NULLIF(COUNT(DISTINCT AUD_DATE),
                                           0), 0)
                       INTO
                           :WS-USUAL
                       FROM AUDITLOG
                       WHERE AUD_OPID  = :WS-OPID
                         AND AUD_DATE >= :WS-HIST-FROM
                         AND AUD_DATE <  :WS-DAY
                         AND (AUD_PROGRAM LIKE 'API%'
                              OR AUD_PROGRAM LIKE 'COBCIO%')
                   END-EXEC
                ELSE
                   EXEC SQL
                       SELECT
                           COALESCE(COUNT(*) * 1.00 /
                                    NULLIF(COUNT(DISTINCT INQ_DATE),
                                           0), 0)
                       INTO
                           :WS-USUAL
                       FROM INQLOG
                       WHERE INQ_OPID  = :WS-OPID
                         AND INQ_DATE >= :WS-HIST-FROM
                         AND INQ_DATE <  :WS-DAY
                   END-EXEC
                END-IF.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE WS-USUAL TO WS-LIM-BLK-X.
                STRING 'USUAL PER DAY ' WS-LIM-BLK-X
                       DELIMITED BY SIZE
                  INTO WS-ALR-USUAL.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-END-ALERT - ROW COUNT FOR THE ALERT JUST PRINTED AND ITS  *
      *                  EXCPFILE RECORD                               *
      ******************************************************************
       2400-END-ALERT.
                MOVE WS-ALERT-ROWS TO WS-TOT-ROWS.
                PRINT WS-RPT-ALERT-TOTAL.
                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.

                PERFORM 2900-WRITE-EXCEPTION
                THRU    2900-EXIT.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2900-WRITE-EXCEPTION - APPEND THE ALERT JUST PRINTED TO THE    *
      *                        SHARED EXCPFILE FOR THE COBEXHUB        *
      *                        CONSOLIDATED DAILY REPORT. THE KEY IS   *
      *                        THE OPID AND THE FIRST OFFENDING ROW,   *
      *                        THE AMOUNT THE NUMBER OF ROWS.          *
      ******************************************************************
       2900-WRITE-EXCEPTION.
                MOVE 'COBAUDMN'           TO EXCP-PROGRAM-ID.
                EVALUATE WS-PREV-ALERT
                    WHEN '1'
                         MOVE 'AUDIT SELF-RECORD'   TO EXCP-TYPE
                    WHEN '2'
                         MOVE 'AUDIT AFTER-HOURS'   TO EXCP-TYPE
                    WHEN '3'
                         MOVE 'AUDIT BULK UPDATE'   TO EXCP-TYPE
                    WHEN '4'
                         MOVE 'INQUIRY AFTER-HOURS' TO EXCP-TYPE
                    WHEN OTHER
                         MOVE 'INQUIRY BULK'        TO EXCP-TYPE
                END-EVALUATE.
                MOVE WS-FIRST-REF         TO WS-FIRST-REF-N.
                MOVE SPACES               TO EXCP-KEY.
                STRING WS-PREV-OPID ' ' WS-FIRST-REF-N
                       DELIMITED BY SIZE
                  INTO EXCP-KEY.
                MOVE WS-ALERT-ROWS        TO EXCP-AMOUNT.
                MOVE WS-RUN-DATE          TO EXCP-RUN-DATE.
                MOVE WS-RUN-TIME          TO EXCP-RUN-TIME.
                WRITE EXCP-RECORD.
       2900-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-DAY-ISO       TO WS-STAMP-DAY.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-HRS-START     TO WS-LIM-START.
                MOVE WS-HRS-END       TO WS-LIM-END.
                MOVE WS-BLK-MIN       TO WS-LIM-BLK-MIN.
                MOVE WS-INQ-MIN       TO WS-LIM-INQ-MIN.
                MOVE WS-BLK-X         TO WS-LIM-BLK-X.
                MOVE WS-HIST-DAYS     TO WS-LIM-DAYS.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.
                PRINT WS-RPT-LIMITS.

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
      * 2170-PRINT-SUMMARY - ALERTS BY TYPE                            *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-SELF-COUNT   TO WS-SUM-SELF.
                MOVE WS-HOURS-COUNT  TO WS-SUM-HOURS.
                MOVE WS-BULK-COUNT   TO WS-SUM-BULK.
                MOVE WS-INQH-COUNT   TO WS-SUM-INQH.
                MOVE WS-INQB-COUNT   TO WS-SUM-INQB.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2190-COUNT-LINE - COUNT A PRINTED LINE, NEW PAGE WHEN FULL     *
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

                MOVE 'COBAUDMN'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-READ-COUNT  TO RUNH-READ-COUNT.
                MOVE WS-ALERT-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE    TO RUNH-RETURN-CODE.
                MOVE 'C'            TO RUNH-STATUS.
                MOVE SPACES         TO RUNH-PERIOD.

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
