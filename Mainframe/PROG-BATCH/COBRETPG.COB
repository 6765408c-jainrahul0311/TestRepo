      *-----------------------------------------------------------------
      *     COBRETPG - RETENTION SCHEDULE PURGE FOR THE LOG AND
      *                WORKFLOW TABLES. COBLOBPRG, COBANON, COBPYARC
      *                AND COBACARC LOOK AFTER THEIR OWN DATA; INQLOG,
      *                AUTH_DENIAL, TIMESHEET, LEAVE_REQUEST,
      *                EMP_PENDCHG, PAYREISS AND FEEDCTL HAD NO RULE
      *                AND GREW FOREVER. THEIR RULES NOW LIVE ON
      *                RETAIN_SCHEDULE - THE DATE COLUMN, THE MONTHS
      *                KEPT AND WHETHER A PURGED ROW IS ARCHIVED TO
      *                THE RETAREC FILE FIRST OR JUST DELETED - AND
      *                THIS BATCH APPLIES THEM, PRINTING THE SCHEDULE
      *                IN FORCE WITH EACH TABLE'S ROWS KEPT, EXEMPT,
      *                ARCHIVED AND DELETED, SO THE AUDITORS CAN BE
      *                SHOWN THE RULE AND ITS EFFECT TOGETHER.
      *
      *                A ROW IS NEVER PURGED WHILE ITS EMPLOYEE IS ON
      *                LEGAL_HOLD (AUTH_DENIAL THROUGH OPERATOR_EMP;
      *                FEEDCTL BELONGS TO NO EMPLOYEE), NOR WHILE IT IS
      *                STILL OPEN WORK - A TIMESHEET NOT YET POSTED, A
      *                PENDING LEAVE REQUEST OR MASTER CHANGE, OR A
      *                REISSUE STILL QUEUED - HOWEVER OLD IT IS. THE
      *                SCHEDULE'S DATE COLUMN MUST BE THE ONE THIS
      *                PROGRAM PURGES THE TABLE BY; A ROW NAMING ANY
      *                OTHER, OR A TABLE THIS PROGRAM DOES NOT PURGE,
      *                IS PRINTED AS REFUSED AND ENDS THE RUN RC 4.
      *
      *                CONTROL CARD: MODE(3) CHUNK(5)
      *                  MODE  - 'UPD' PURGES; ANYTHING ELSE RUNS AS A
      *                          SIMULATION - THE SAME REGISTER, WITH
      *                          NOTHING DELETED AND NO ARCHIVE WRITTEN
      *                  CHUNK - ROWS DELETED BETWEEN COMMITS, DEFAULT
      *                          500. A FAILED LIVE RUN KEEPS WHAT IT
      *                          COMMITTED AND ITS RERUN PURGES THE
      *                          REST; KEEP THE FAILED RUN'S ARCHIVE
      *                          FILE - ROWS OF ITS LAST, BACKED-OUT
      *                          CHUNK ARCHIVE AGAIN ON THE RERUN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBRETPG.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT RETARCH
                  ASSIGN TO DA-S-RETARCH.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 8 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-MODE           PIC X(3).
           05  CARDREC-CHUNK          PIC X(5).

       FD      RETARCH
               RECORD CONTAINS 144 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY RETAREC.

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
       77  END-OF-CS-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-CS                     VALUE  'Y'.
       77  END-OF-ROWS-SWITCH     PIC X          VALUE  SPACES.
               88  END-OF-ROWS                   VALUE  'Y'.
       77  LIVE-RUN-SWITCH        PIC X          VALUE  'N'.
               88  LIVE-RUN                      VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    THE TABLES THIS PROGRAM PURGES AND THE DATE COLUMN IT
      *    PURGES EACH BY. THE SCHEDULE MUST AGREE WITH IT.
       01  WS-TAB-VALUES.
           05 FILLER              PIC X(18)     VALUE 'INQLOG'.
           05 FILLER              PIC X(18)     VALUE 'INQ_DATE'.
           05 FILLER              PIC X(18)     VALUE 'AUTH_DENIAL'.
           05 FILLER              PIC X(18)     VALUE 'DENY_DATE'.
           05 FILLER              PIC X(18)     VALUE 'TIMESHEET'.
           05 FILLER              PIC X(18)     VALUE 'WEEKEND'.
           05 FILLER              PIC X(18)     VALUE 'LEAVE_REQUEST'.
           05 FILLER              PIC X(18)     VALUE 'TODATE'.
           05 FILLER              PIC X(18)     VALUE 'EMP_PENDCHG'.
           05 FILLER              PIC X(18)     VALUE 'EFF_DATE'.
           05 FILLER              PIC X(18)     VALUE 'PAYREISS'.
           05 FILLER              PIC X(18)     VALUE 'RETDATE'.
           05 FILLER              PIC X(18)     VALUE 'FEEDCTL'.
           05 FILLER              PIC X(18)     VALUE 'REG_DATE'.
       01  WS-TAB-TABLE REDEFINES WS-TAB-VALUES.
           05 WS-TAB-ENTRY                      OCCURS 7 TIMES.
              10 WS-TAB-NAME      PIC X(18).
              10 WS-TAB-DATE-COL  PIC X(18).
      *    'Y' ONCE THE TABLE'S SCHEDULE ROW HAS BEEN SEEN
       01  WS-TAB-SEEN-FLAGS.
           05 WS-TAB-SEEN         PIC X(1)      OCCURS 7 TIMES.
       01  WS-TAB-SUB             PIC S9(4)     USAGE COMP.

      *    THE RULE BEING APPLIED AND ITS CUTOFF, AS A DATE FOR THE
      *    DATE COLUMNS AND AS YYMMDD FOR THE DECIMAL ONES
       01  WS-CUTOFF-ISO          PIC X(10).
       01  WS-CUTOFF-YMD          PIC S9(6)      USAGE COMP-3.
       01  WS-RULE-NOTE           PIC X(20).

      *    COUNTS FOR THE TABLE BEING PURGED
       01  WS-TAB-TOTAL           PIC S9(9)     USAGE COMP.
       01  WS-TAB-EXEMPT          PIC S9(9)     USAGE COMP.
       01  WS-TAB-ARCHIVED        PIC S9(9)     USAGE COMP.
       01  WS-TAB-DELETED         PIC S9(9)     USAGE COMP.
       01  WS-TAB-KEPT            PIC S9(9)     USAGE COMP.

      *    COMMIT INTERVAL
       01  WS-CHUNK-SIZE          PIC 9(5)      VALUE 500.
       01  WS-CHUNK-CTR           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-COMMIT-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-ARCH-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-DEL-COUNT           PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-RULE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REFUSED-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.
           10 WS-LINE-CTR         PIC 9(3)      VALUE 0.
           10 WS-MAX-LINES        PIC 9(3)      VALUE 40.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(40).
           10 WS-TEXT             PIC X(40)
                VALUE 'RETENTION SCHEDULE PURGE REGISTER'.
           10 FILLER              PIC X(52).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(15)  VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'MODE: '.
           10 WS-STAMP-MODE       PIC X(18).
           10 FILLER              PIC X(9)   VALUE '  CHUNK: '.
           10 WS-STAMP-CHUNK      PIC ZZZZ9.
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(20)  VALUE 'TABLE'.
           10 FILLER              PIC X(20)  VALUE 'DATE COLUMN'.
           10 FILLER              PIC X(9)   VALUE 'MONTHS A'.
           10 FILLER              PIC X(12)  VALUE 'CUTOFF'.
           10 FILLER              PIC X(10)  VALUE '    TOTAL'.
           10 FILLER              PIC X(10)  VALUE '   EXEMPT'.
           10 FILLER              PIC X(10)  VALUE ' ARCHIVED'.
           10 FILLER              PIC X(10)  VALUE '  DELETED'.
           10 FILLER              PIC X(11)  VALUE '     KEPT'.
           10 FILLER              PIC X(20)  VALUE 'NOTE'.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-RPT-RULE.
           10 WS-RUL-TABLE        PIC X(18).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-RUL-DATE-COL     PIC X(18).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-RUL-MONTHS       PIC ZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-RUL-ACTION       PIC X(1).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-RUL-CUTOFF       PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-RUL-COUNTS.
              15 WS-RUL-TOTAL     PIC Z(8)9.
              15 FILLER           PIC X(1)   VALUE SPACES.
              15 WS-RUL-EXEMPT    PIC Z(8)9.
              15 FILLER           PIC X(1)   VALUE SPACES.
              15 WS-RUL-ARCHIVED  PIC Z(8)9.
              15 FILLER           PIC X(1)   VALUE SPACES.
              15 WS-RUL-DELETED   PIC Z(8)9.
              15 FILLER           PIC X(1)   VALUE SPACES.
              15 WS-RUL-KEPT      PIC Z(8)9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-RUL-NOTE         PIC X(20).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(16)  VALUE 'RULES APPLIED: '.
           10 WS-SUM-RULES        PIC ZZZZ9.
           10 FILLER              PIC X(12)  VALUE '  REFUSED: '.
           10 WS-SUM-REFUSED      PIC ZZZZ9.
           10 FILLER              PIC X(17)  VALUE '  ROWS ARCHIVED: '.
           10 WS-SUM-ARCHIVED     PIC ZZZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  ROWS DELETED: '.
           10 WS-SUM-DELETED      PIC ZZZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  COMMITS: '.
           10 WS-SUM-COMMITS      PIC ZZZZZZ9.
           10 FILLER              PIC X(26)  VALUE SPACES.

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

                EXEC SQL INCLUDE RETSCHED
                END-EXEC.

                EXEC SQL INCLUDE LEGHOLD
                END-EXEC.

                EXEC SQL INCLUDE OPEREMP
                END-EXEC.

                EXEC SQL INCLUDE INQLOG
                END-EXEC.

                EXEC SQL INCLUDE AUTHDENY
                END-EXEC.

                EXEC SQL INCLUDE TIMESHT
                END-EXEC.

                EXEC SQL INCLUDE LEAVEREQ
                END-EXEC.

                EXEC SQL INCLUDE EMPPCHG
                END-EXEC.

                EXEC SQL INCLUDE PAYREISS
                END-EXEC.

                EXEC SQL INCLUDE FEEDCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE SCHEDULE. EVERY CURSOR IS HELD ACROSS THE CHUNK COMMITS.
           EXEC SQL DECLARE CS CURSOR WITH HOLD FOR
             SELECT
                 RET_TABLE,
                 RET_DATE_COL,
                 RET_MONTHS,
                 RET_ACTION
             FROM RETAIN_SCHEDULE
             ORDER BY RET_TABLE
           END-EXEC.

      *    ONE CURSOR PER TABLE: THE ROWS PAST THE CUTOFF THAT ARE
      *    NEITHER HELD NOR OPEN, DELETED WHERE CURRENT OF
           EXEC SQL DECLARE C1 CURSOR WITH HOLD FOR
             SELECT
                 I.INQ_PROGRAM,
                 I.INQ_CMD,
                 I.INQ_OPID,
                 I.INQ_EMPNO,
                 I.INQ_DATE,
                 I.INQ_TIME
             FROM INQLOG I
             WHERE I.INQ_DATE < :WS-CUTOFF-YMD
               AND NOT EXISTS
                   (SELECT 1 FROM LEGAL_HOLD L
                     WHERE L.EMPNO = I.INQ_EMPNO)
             FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE C2 CURSOR WITH HOLD FOR
             SELECT
                 D.DENY_OPID,
                 D.DENY_PROGRAM,
                 D.DENY_CMD,
                 D.DENY_DATE,
                 D.DENY_TIME
             FROM AUTH_DENIAL D
             WHERE D.DENY_DATE < :WS-CUTOFF-YMD
               AND NOT EXISTS
                   (SELECT 1 FROM OPERATOR_EMP O, LEGAL_HOLD L
                     WHERE O.OPID  = D.DENY_OPID
                       AND L.EMPNO = O.EMPNO)
             FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE C3 CURSOR WITH HOLD FOR
             SELECT
                 T.EMPNO,
                 T.PROJ_NO,
                 T.ACT_NO,
                 T.WEEKEND,
                 T.TSHOURS,
                 T.TSTATUS
             FROM TIMESHEET T
             WHERE T.WEEKEND < :WS-CUTOFF-ISO
               AND T.TSTATUS = 'P'
               AND NOT EXISTS
                   (SELECT 1 FROM LEGAL_HOLD L
                     WHERE L.EMPNO = T.EMPNO)
             FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE C4 CURSOR WITH HOLD FOR
             SELECT
                 R.REQ_NO,
                 R.EMPNO,
                 R.LTYPE,
                 R.FROMDATE,
                 R.TODATE,
                 R.REQ_DAYS,
                 R.RSTATUS,
                 R.REQ_DATE,
                 COALESCE(R.APPROVER, ' '),
                 COALESCE(CHAR(R.DECIDED_DATE, ISO), ' '),
                 R.EVIDENCE_REF
             FROM LEAVE_REQUEST R
             WHERE R.TODATE < :WS-CUTOFF-ISO
               AND R.RSTATUS <> 'P'
               AND NOT EXISTS
                   (SELECT 1 FROM LEGAL_HOLD L
                     WHERE L.EMPNO = R.EMPNO)
             FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE C5 CURSOR WITH HOLD FOR
             SELECT
                 P.CHG_NO,
                 P.EMPNO,
                 P.EFF_DATE,
                 P.NEW_WORKDEPT,
                 P.NEW_JOB,
                 P.NEW_PHONENO,
                 P.NEW_SALARY,
                 P.NEW_BONUS,
                 P.NEW_COMM,
                 P.NEW_FTEPCT,
                 P.CSTATUS,
                 P.CAPT_OPID,
                 P.CAPT_DATE
             FROM EMP_PENDCHG P
             WHERE P.EFF_DATE < :WS-CUTOFF-ISO
               AND P.CSTATUS <> 'P'
               AND NOT EXISTS
                   (SELECT 1 FROM LEGAL_HOLD L
                     WHERE L.EMPNO = P.EMPNO)
             FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE C6 CURSOR WITH HOLD FOR
             SELECT
                 Q.EMPNO,
                 Q.PYEARMONTH,
                 Q.RETDATE,
                 Q.RETREASON,
                 Q.RETAMOUNT,
                 Q.RSTATUS
             FROM PAYREISS Q
             WHERE Q.RETDATE < :WS-CUTOFF-YMD
               AND Q.RSTATUS <> 'Q'
               AND NOT EXISTS
                   (SELECT 1 FROM LEGAL_HOLD L
                     WHERE L.EMPNO = Q.EMPNO)
             FOR UPDATE
           END-EXEC.

           EXEC SQL DECLARE C7 CURSOR WITH HOLD FOR
             SELECT
                 F.FEED_PROGRAM,
                 F.PERIOD_NO,
                 F.REC_COUNT,
                 F.GROSS_AMT,
                 F.NET_AMT,
                 F.REG_DATE,
                 F.REG_TIME
             FROM FEEDCTL F
             WHERE F.REG_DATE < :WS-CUTOFF-YMD
             FOR UPDATE
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

             CLOSE RETARCH.

             IF WS-REFUSED-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE CARD SETS THE MODE AND THE COMMIT        *
      *                   INTERVAL. ANYTHING BUT AN EXPLICIT 'UPD'     *
      *                   RUNS AS A SIMULATION, AS ON COBMERIT.        *
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

                IF CARDREC-MODE = 'UPD'
                   MOVE 'Y' TO LIVE-RUN-SWITCH
                   MOVE 'UPD (LIVE RUN)'   TO WS-STAMP-MODE
                ELSE
                   MOVE 'SIM (NO UPDATES)' TO WS-STAMP-MODE
                END-IF.

                IF CARDREC-CHUNK NUMERIC
                   AND CARDREC-CHUNK > '00000'
                   MOVE CARDREC-CHUNK TO WS-CHUNK-SIZE
                END-IF.

                MOVE SPACES TO WS-TAB-SEEN-FLAGS.

                DISPLAY 'COBRETPG MODE CARD = ' CARDREC-MODE
                        ' CHUNK = ' WS-CHUNK-SIZE.

                OPEN OUTPUT RETARCH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - EVERY SCHEDULE ROW, THEN THE TABLES WITH NONE   *
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                  OPEN  CS
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2200-FETCH-CS
                THRU    2200-EXIT
                UNTIL END-OF-CS.

                EXEC SQL
                  CLOSE  CS
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2700-LIST-UNSCHEDULED
                THRU    2700-EXIT
                VARYING WS-TAB-SUB FROM 1 BY 1
                UNTIL   WS-TAB-SUB > 7.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-CS - ONE SCHEDULE ROW                               *
      ******************************************************************
       2200-FETCH-CS.

                EXEC SQL
                    FETCH CS
                    INTO  :RET-TABLE,
                          :RET-DATE-COL,
                          :RET-MONTHS,
                          :RET-ACTION
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-CS-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2300-APPLY-RULE
                THRU    2300-EXIT.

                PERFORM 2180-PRINT-RULE
                THRU    2180-EXIT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-APPLY-RULE - CHECK THE RULE AGAINST WHAT THIS PROGRAM     *
      *                   PURGES, WORK OUT THE CUTOFF AND PURGE THE    *
      *                   TABLE                                        *
      ******************************************************************
       2300-APPLY-RULE.
                MOVE SPACES TO WS-RULE-NOTE.
                MOVE SPACES TO WS-CUTOFF-ISO.
                MOVE 0      TO WS-TAB-TOTAL
                               WS-TAB-EXEMPT
                               WS-TAB-ARCHIVED
                               WS-TAB-DELETED
                               WS-TAB-KEPT.

                EVALUATE RET-TABLE
                    WHEN 'INQLOG'
                         MOVE 1 TO WS-TAB-SUB
                    WHEN 'AUTH_DENIAL'
                         MOVE 2 TO WS-TAB-SUB
                    WHEN 'TIMESHEET'
                         MOVE 3 TO WS-TAB-SUB
                    WHEN 'LEAVE_REQUEST'
                         MOVE 4 TO WS-TAB-SUB
                    WHEN 'EMP_PENDCHG'
                         MOVE 5 TO WS-TAB-SUB
                    WHEN 'PAYREISS'
                         MOVE 6 TO WS-TAB-SUB
                    WHEN 'FEEDCTL'
                         MOVE 7 TO WS-TAB-SUB
                    WHEN OTHER
                         MOVE 'TABLE NOT PURGEABLE' TO WS-RULE-NOTE
                         ADD 1 TO WS-REFUSED-COUNT
                         GO TO 2300-EXIT
                END-EVALUATE.

                MOVE 'Y' TO WS-TAB-SEEN (WS-TAB-SUB).

                IF RET-DATE-COL NOT = WS-TAB-DATE-COL (WS-TAB-SUB)
                   MOVE 'WRONG DATE COLUMN'   TO WS-RULE-NOTE
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2300-EXIT
                END-IF.

                IF RET-MONTHS < 1
                   OR (RET-ACTION NOT = 'A' AND RET-ACTION NOT = 'D')
                   MOVE 'BAD MONTHS OR ACTION' TO WS-RULE-NOTE
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 2300-EXIT
                END-IF.

                PERFORM 2310-GET-CUTOFF
                THRU    2310-EXIT.

                ADD 1 TO WS-RULE-COUNT.
                MOVE 0 TO WS-CHUNK-CTR.

                EVALUATE WS-TAB-SUB
                    WHEN 1
                         PERFORM 2410-PURGE-INQLOG
                         THRU    2410-EXIT
                    WHEN 2
                         PERFORM 2420-PURGE-DENIAL
                         THRU    2420-EXIT
                    WHEN 3
                         PERFORM 2430-PURGE-TIMESHEET
                         THRU    2430-EXIT
                    WHEN 4
                         PERFORM 2440-PURGE-LEAVE
                         THRU    2440-EXIT
                    WHEN 5
                         PERFORM 2450-PURGE-PENDCHG
                         THRU    2450-EXIT
                    WHEN 6
                         PERFORM 2460-PURGE-PAYREISS
                         THRU    2460-EXIT
                    WHEN OTHER
                         PERFORM 2470-PURGE-FEEDCTL
                         THRU    2470-EXIT
                END-EVALUATE.

      *         THE TABLE'S LAST PART-CHUNK
                IF LIVE-RUN
                   PERFORM 2860-COMMIT
                   THRU    2860-EXIT
                END-IF.

                COMPUTE WS-TAB-KEPT = WS-TAB-TOTAL - WS-TAB-DELETED.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-GET-CUTOFF - RUN DATE LESS THE MONTHS KEPT, BOTH WAYS     *
      ******************************************************************
       2310-GET-CUTOFF.
                EXEC SQL
                    SELECT
                        CHAR(CURRENT DATE - :RET-MONTHS MONTHS, ISO),
                        DECIMAL(REPLACE(SUBSTR(CHAR(
                                CURRENT DATE - :RET-MONTHS MONTHS,
                                ISO), 3, 8), '-', ''), 6, 0)
                    INTO
                        :WS-CUTOFF-ISO,
                        :WS-CUTOFF-YMD
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-PURGE-INQLOG - PAY INQUIRY LOG                            *
      ******************************************************************
       2410-PURGE-INQLOG.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM INQLOG
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-EXEMPT
                    FROM INQLOG I
                    WHERE I.INQ_DATE < :WS-CUTOFF-YMD
                      AND EXISTS
                          (SELECT 1 FROM LEGAL_HOLD L
                            WHERE L.EMPNO = I.INQ_EMPNO)
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2411-FETCH-INQLOG
                THRU    2411-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2411-FETCH-INQLOG                                              *
      ******************************************************************
       2411-FETCH-INQLOG.
                EXEC SQL
                    FETCH C1
                    INTO  :INQ-PROGRAM,
                          :INQ-CMD,
                          :INQ-OPID,
                          :INQ-EMPNO,
                          :INQ-DATE,
                          :INQ-TIME
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2411-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES         TO RETA-IMAGE
                   MOVE INQ-PROGRAM    TO RETA-INQ-PROGRAM
                   MOVE INQ-CMD        TO RETA-INQ-CMD
                   MOVE INQ-OPID       TO RETA-INQ-OPID
                   MOVE INQ-EMPNO      TO RETA-INQ-EMPNO
                   MOVE INQ-DATE       TO RETA-INQ-DATE
                   MOVE INQ-TIME       TO RETA-INQ-TIME
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM INQLOG
                       WHERE CURRENT OF C1
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2411-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-PURGE-DENIAL - AUTHORIZATION DENIALS. THE HOLD FOLLOWS    *
      *                     THE OPERATOR'S LINKED EMPLOYEE.            *
      ******************************************************************
       2420-PURGE-DENIAL.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM AUTH_DENIAL
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-EXEMPT
                    FROM AUTH_DENIAL D
                    WHERE D.DENY_DATE < :WS-CUTOFF-YMD
                      AND EXISTS
                          (SELECT 1 FROM OPERATOR_EMP O, LEGAL_HOLD L
                            WHERE O.OPID  = D.DENY_OPID
                              AND L.EMPNO = O.EMPNO)
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2421-FETCH-DENIAL
                THRU    2421-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2421-FETCH-DENIAL                                              *
      ******************************************************************
       2421-FETCH-DENIAL.
                EXEC SQL
                    FETCH C2
                    INTO  :DENY-OPID,
                          :DENY-PROGRAM,
                          :DENY-CMD,
                          :DENY-DATE,
                          :DENY-TIME
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2421-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES         TO RETA-IMAGE
                   MOVE DENY-OPID      TO RETA-DENY-OPID
                   MOVE DENY-PROGRAM   TO RETA-DENY-PROGRAM
                   MOVE DENY-CMD       TO RETA-DENY-CMD
                   MOVE DENY-DATE      TO RETA-DENY-DATE
                   MOVE DENY-TIME      TO RETA-DENY-TIME
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM AUTH_DENIAL
                       WHERE CURRENT OF C2
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2421-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2430-PURGE-TIMESHEET - POSTED WEEKS ONLY                       *
      ******************************************************************
       2430-PURGE-TIMESHEET.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM TIMESHEET
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-EXEMPT
                    FROM TIMESHEET T
                    WHERE T.WEEKEND < :WS-CUTOFF-ISO
                      AND (T.TSTATUS <> 'P'
                           OR EXISTS
                              (SELECT 1 FROM LEGAL_HOLD L
                                WHERE L.EMPNO = T.EMPNO))
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2431-FETCH-TIMESHEET
                THRU    2431-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C3
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2431-FETCH-TIMESHEET                                           *
      ******************************************************************
       2431-FETCH-TIMESHEET.
                EXEC SQL
                    FETCH C3
                    INTO  :DCLTIMESHEET.EMPNO,
                          :DCLTIMESHEET.PROJ-NO,
                          :DCLTIMESHEET.ACT-NO,
                          :DCLTIMESHEET.WEEKEND,
                          :DCLTIMESHEET.TSHOURS,
                          :DCLTIMESHEET.TSTATUS
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2431-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES                  TO RETA-IMAGE
                   MOVE EMPNO   OF DCLTIMESHEET TO RETA-TS-EMPNO
                   MOVE PROJ-NO OF DCLTIMESHEET TO RETA-TS-PROJ-NO
                   MOVE ACT-NO  OF DCLTIMESHEET TO RETA-TS-ACT-NO
                   MOVE WEEKEND OF DCLTIMESHEET TO RETA-TS-WEEKEND
                   MOVE TSHOURS OF DCLTIMESHEET TO RETA-TS-HOURS
                   MOVE TSTATUS OF DCLTIMESHEET TO RETA-TS-STATUS
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM TIMESHEET
                       WHERE CURRENT OF C3
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2431-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2440-PURGE-LEAVE - DECIDED LEAVE REQUESTS, BY THE LAST DAY OF  *
      *                    THE LEAVE                                   *
      ******************************************************************
       2440-PURGE-LEAVE.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM LEAVE_REQUEST
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-EXEMPT
                    FROM LEAVE_REQUEST R
                    WHERE R.TODATE < :WS-CUTOFF-ISO
                      AND (R.RSTATUS = 'P'
                           OR EXISTS
                              (SELECT 1 FROM LEGAL_HOLD L
                                WHERE L.EMPNO = R.EMPNO))
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2441-FETCH-LEAVE
                THRU    2441-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C4
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2440-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2441-FETCH-LEAVE                                               *
      ******************************************************************
       2441-FETCH-LEAVE.
                EXEC SQL
                    FETCH C4
                    INTO  :REQ-NO,
                          :DCLLEAVE-REQUEST.EMPNO,
                          :LTYPE,
                          :FROMDATE,
                          :TODATE,
                          :REQ-DAYS,
                          :DCLLEAVE-REQUEST.RSTATUS,
                          :REQ-DATE,
                          :APPROVER,
                          :DECIDED-DATE,
                          :EVIDENCE-REF
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2441-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES         TO RETA-IMAGE
                   MOVE REQ-NO         TO RETA-LV-REQ-NO
                   MOVE EMPNO OF DCLLEAVE-REQUEST
                                       TO RETA-LV-EMPNO
                   MOVE LTYPE          TO RETA-LV-LTYPE
                   MOVE FROMDATE       TO RETA-LV-FROMDATE
                   MOVE TODATE         TO RETA-LV-TODATE
                   MOVE REQ-DAYS       TO RETA-LV-DAYS
                   MOVE RSTATUS OF DCLLEAVE-REQUEST
                                       TO RETA-LV-STATUS
                   MOVE REQ-DATE       TO RETA-LV-REQ-DATE
                   MOVE APPROVER       TO RETA-LV-APPROVER
                   MOVE DECIDED-DATE   TO RETA-LV-DECIDED
                   MOVE EVIDENCE-REF   TO RETA-LV-EVIDENCE
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM LEAVE_REQUEST
                       WHERE CURRENT OF C4
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2441-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-PURGE-PENDCHG - APPLIED OR CANCELLED MASTER CHANGES, BY   *
      *                      EFFECTIVE DATE                            *
      ******************************************************************
       2450-PURGE-PENDCHG.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM EMP_PENDCHG
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-EXEMPT
                    FROM EMP_PENDCHG P
                    WHERE P.EFF_DATE < :WS-CUTOFF-ISO
                      AND (P.CSTATUS = 'P'
                           OR EXISTS
                              (SELECT 1 FROM LEGAL_HOLD L
                                WHERE L.EMPNO = P.EMPNO))
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C5
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2451-FETCH-PENDCHG
                THRU    2451-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C5
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2451-FETCH-PENDCHG                                             *
      ******************************************************************
       2451-FETCH-PENDCHG.
                EXEC SQL
                    FETCH C5
                    INTO  :CHG-NO,
                          :DCLEMP-PENDCHG.EMPNO,
                          :EFF-DATE,
                          :NEW-WORKDEPT,
                          :NEW-JOB,
                          :NEW-PHONENO,
                          :NEW-SALARY,
                          :NEW-BONUS,
                          :NEW-COMM,
                          :NEW-FTEPCT,
                          :CSTATUS,
                          :CAPT-OPID,
                          :CAPT-DATE
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2451-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES         TO RETA-IMAGE
                   MOVE CHG-NO         TO RETA-PC-CHG-NO
                   MOVE EMPNO OF DCLEMP-PENDCHG
                                       TO RETA-PC-EMPNO
                   MOVE EFF-DATE       TO RETA-PC-EFF-DATE
                   MOVE NEW-WORKDEPT   TO RETA-PC-WORKDEPT
                   MOVE NEW-JOB        TO RETA-PC-JOB
                   MOVE NEW-PHONENO    TO RETA-PC-PHONENO
                   MOVE NEW-SALARY     TO RETA-PC-SALARY
                   MOVE NEW-BONUS      TO RETA-PC-BONUS
                   MOVE NEW-COMM       TO RETA-PC-COMM
                   MOVE NEW-FTEPCT     TO RETA-PC-FTEPCT
                   MOVE CSTATUS        TO RETA-PC-STATUS
                   MOVE CAPT-OPID      TO RETA-PC-CAPT-OPID
                   MOVE CAPT-DATE      TO RETA-PC-CAPT-DATE
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM EMP_PENDCHG
                       WHERE CURRENT OF C5
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2451-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2460-PURGE-PAYREISS - REISSUED RETURNS ONLY; A QUEUED RETURN   *
      *                       IS STILL OWED AND STAYS                  *
      ******************************************************************
       2460-PURGE-PAYREISS.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM PAYREISS
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-EXEMPT
                    FROM PAYREISS Q
                    WHERE Q.RETDATE < :WS-CUTOFF-YMD
                      AND (Q.RSTATUS = 'Q'
                           OR EXISTS
                              (SELECT 1 FROM LEGAL_HOLD L
                                WHERE L.EMPNO = Q.EMPNO))
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C6
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2461-FETCH-PAYREISS
                THRU    2461-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C6
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2460-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2461-FETCH-PAYREISS                                            *
      ******************************************************************
       2461-FETCH-PAYREISS.
                EXEC SQL
                    FETCH C6
                    INTO  :DCLPAYREISS.EMPNO,
                          :PYEARMONTH,
                          :RETDATE,
                          :RETREASON,
                          :RETAMOUNT,
                          :DCLPAYREISS.RSTATUS
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2461-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES         TO RETA-IMAGE
                   MOVE EMPNO OF DCLPAYREISS
                                       TO RETA-RI-EMPNO
                   MOVE PYEARMONTH     TO RETA-RI-PYEARMONTH
                   MOVE RETDATE        TO RETA-RI-RETDATE
                   MOVE RETREASON      TO RETA-RI-REASON
                   MOVE RETAMOUNT      TO RETA-RI-AMOUNT
                   MOVE RSTATUS OF DCLPAYREISS
                                       TO RETA-RI-STATUS
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM PAYREISS
                       WHERE CURRENT OF C6
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2461-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2470-PURGE-FEEDCTL - FEED CONTROL TOTALS, BY REGISTRATION DATE *
      ******************************************************************
       2470-PURGE-FEEDCTL.
                EXEC SQL
                    SELECT
                        COUNT(*)
                    INTO
                        :WS-TAB-TOTAL
                    FROM FEEDCTL
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                EXEC SQL
                  OPEN  C7
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE SPACES TO END-OF-ROWS-SWITCH.
                PERFORM 2471-FETCH-FEEDCTL
                THRU    2471-EXIT
                UNTIL END-OF-ROWS.

                EXEC SQL
                  CLOSE  C7
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2470-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2471-FETCH-FEEDCTL                                             *
      ******************************************************************
       2471-FETCH-FEEDCTL.
                EXEC SQL
                    FETCH C7
                    INTO  :FEED-PROGRAM,
                          :PERIOD-NO,
                          :REC-COUNT,
                          :GROSS-AMT,
                          :NET-AMT,
                          :REG-DATE,
                          :REG-TIME
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         ADD 1 TO WS-READ-COUNT
                    WHEN +100
                         MOVE 'Y' TO END-OF-ROWS-SWITCH
                         GO TO 2471-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF RET-ACTION = 'A'
                   MOVE SPACES         TO RETA-IMAGE
                   MOVE FEED-PROGRAM   TO RETA-FC-PROGRAM
                   MOVE PERIOD-NO      TO RETA-FC-PERIOD-NO
                   MOVE REC-COUNT      TO RETA-FC-REC-COUNT
                   MOVE GROSS-AMT      TO RETA-FC-GROSS-AMT
                   MOVE NET-AMT        TO RETA-FC-NET-AMT
                   MOVE REG-DATE       TO RETA-FC-REG-DATE
                   MOVE REG-TIME       TO RETA-FC-REG-TIME
                   PERFORM 2800-WRITE-ARCHIVE
                   THRU    2800-EXIT
                END-IF.

                IF LIVE-RUN
                   EXEC SQL
                       DELETE FROM FEEDCTL
                       WHERE CURRENT OF C7
                   END-EXEC
                   IF SQLCODE NOT = 0
                      PERFORM 9000-DBERROR
                      THRU    9000-EXIT
                   END-IF
                END-IF.

                PERFORM 2850-COUNT-DELETE
                THRU    2850-EXIT.
       2471-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-LIST-UNSCHEDULED - A PURGEABLE TABLE WITH NO SCHEDULE ROW *
      *                         IS KEPT IN FULL; SAY SO ON THE         *
      *                         REGISTER SO THE GAP IS VISIBLE         *
      ******************************************************************
       2700-LIST-UNSCHEDULED.
                IF WS-TAB-SEEN (WS-TAB-SUB) = 'Y'
                   GO TO 2700-EXIT
                END-IF.

                MOVE SPACES                      TO WS-RPT-RULE.
                MOVE WS-TAB-NAME (WS-TAB-SUB)     TO WS-RUL-TABLE.
                MOVE WS-TAB-DATE-COL (WS-TAB-SUB) TO WS-RUL-DATE-COL.
                MOVE 'NO SCHEDULE - KEPT'         TO WS-RUL-NOTE.
                PRINT WS-RPT-RULE.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-WRITE-ARCHIVE - THE ROW'S IMAGE IS BUILT; WRITE IT. A     *
      *                      SIMULATION COUNTS IT BUT WRITES NOTHING.  *
      ******************************************************************
       2800-WRITE-ARCHIVE.
                ADD 1 TO WS-TAB-ARCHIVED.
                ADD 1 TO WS-ARCH-COUNT.

                IF LIVE-RUN
                   MOVE RET-TABLE   TO RETA-TABLE
                   MOVE WS-RUN-DATE TO RETA-RUN-DATE
                   WRITE RETA-RECORD
                END-IF.
       2800-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2850-COUNT-DELETE - COUNT THE ROW AND COMMIT AT THE INTERVAL   *
      ******************************************************************
       2850-COUNT-DELETE.
                ADD 1 TO WS-TAB-DELETED.
                ADD 1 TO WS-DEL-COUNT.

                IF LIVE-RUN
                   ADD 1 TO WS-CHUNK-CTR
                   IF WS-CHUNK-CTR >= WS-CHUNK-SIZE
                      PERFORM 2860-COMMIT
                      THRU    2860-EXIT
                   END-IF
                END-IF.
       2850-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2860-COMMIT - COMMIT THE CHUNK; THE HELD CURSORS STAY OPEN     *
      ******************************************************************
       2860-COMMIT.
                IF WS-CHUNK-CTR = 0
                   GO TO 2860-EXIT
                END-IF.

                EXEC SQL
                    COMMIT
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                ADD 1 TO WS-COMMIT-COUNT.
                MOVE 0 TO WS-CHUNK-CTR.
       2860-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-CHUNK-SIZE    TO WS-STAMP-CHUNK.
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
      * 2170-PRINT-SUMMARY - RUN TOTALS                                *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-RULE-COUNT    TO WS-SUM-RULES.
                MOVE WS-REFUSED-COUNT TO WS-SUM-REFUSED.
                MOVE WS-ARCH-COUNT    TO WS-SUM-ARCHIVED.
                MOVE WS-DEL-COUNT     TO WS-SUM-DELETED.
                MOVE WS-COMMIT-COUNT  TO WS-SUM-COMMITS.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2180-PRINT-RULE - ONE SCHEDULE ROW AND WHAT IT DID. A REFUSED  *
      *                   ROW PRINTS ITS NOTE AND NO COUNTS.           *
      ******************************************************************
       2180-PRINT-RULE.
                MOVE SPACES          TO WS-RPT-RULE.
                MOVE RET-TABLE       TO WS-RUL-TABLE.
                MOVE RET-DATE-COL    TO WS-RUL-DATE-COL.
                MOVE RET-MONTHS      TO WS-RUL-MONTHS.
                MOVE RET-ACTION      TO WS-RUL-ACTION.
                MOVE WS-RULE-NOTE    TO WS-RUL-NOTE.

                IF WS-RULE-NOTE = SPACES
                   MOVE WS-CUTOFF-ISO   TO WS-RUL-CUTOFF
                   MOVE WS-TAB-TOTAL    TO WS-RUL-TOTAL
                   MOVE WS-TAB-EXEMPT   TO WS-RUL-EXEMPT
                   MOVE WS-TAB-ARCHIVED TO WS-RUL-ARCHIVED
                   MOVE WS-TAB-DELETED  TO WS-RUL-DELETED
                   MOVE WS-TAB-KEPT     TO WS-RUL-KEPT
                END-IF.

                PRINT WS-RPT-RULE.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2180-EXIT.
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

                MOVE 'COBRETPG'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-READ-COUNT  TO RUNH-READ-COUNT.
                IF LIVE-RUN
                   MOVE WS-DEL-COUNT TO RUNH-WRITE-COUNT
                ELSE
                   MOVE 0            TO RUNH-WRITE-COUNT
                END-IF.
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
      * 9000-DBERROR - GET ERROR MESSAGE, BACK OUT THE CHUNK IN        *
      *                FLIGHT AND END THE RUN. CHUNKS ALREADY          *
      *                COMMITTED STAY PURGED.                          *
      ******************************************************************
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.

                EXEC SQL
                    ROLLBACK
                END-EXEC.

                MOVE 8 TO RETURN-CODE.
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
