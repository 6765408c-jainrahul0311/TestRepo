      *-----------------------------------------------------------------
      *     COBLTRGN - NIGHTLY EMPLOYEE CORRESPONDENCE RUN. EVERY PAY
      *                CHANGE ON SALHIST, EVERY SEPARATION POSTED
      *                THROUGH APITPO38, EVERY PROBATION CONFIRMATION
      *                AND EVERY DEPARTMENT TRANSFER ON ASSIGN_HIST
      *                NEEDS A FORMAL LETTER, WHICH HR USED TO TYPE
      *                FROM SCRATCH WITH FIGURES THAT DID NOT ALWAYS
      *                MATCH THE SYSTEM. THIS BATCH TAKES EACH EVENT
      *                OF THE LAST 'LTRDAYS' DAYS (HR_CONTROL) NOT YET
      *                ON LETTER_LOG, MERGES THE EVENT'S LETTER_TEMPLATE
      *                WITH THE SYSTEM'S OWN FIGURES - NAME, CURRENT
      *                EMPADDR ADDRESS, OLD AND NEW SALARY IN
      *                EMP.CURRCODE, EFFECTIVE DATE, DEPARTMENT NAME
      *                AND MANAGER - AND WRITES THE LETTER TO THE
      *                LTRPRINT PRINT FILE (EACH LETTER ON A NEW PAGE)
      *                AND LINE BY LINE TO THE LTRARCH RETENTION
      *                ARCHIVE (LTRAREC), THEN LOGS THE EVENT ON
      *                LETTER_LOG SO A RERUN NEVER LETTERS IT AGAIN.
      *                AN EMPLOYEE WITH NO CURRENT ADDRESS, OR AN EVENT
      *                TYPE WITH NO TEMPLATE, GETS NO LETTER AND NO LOG
      *                ROW: THE REGISTER LISTS IT, THE RUN ENDS RC 4,
      *                AND THE NEXT NIGHT TRIES AGAIN WHILE THE EVENT
      *                IS STILL INSIDE THE WINDOW.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBLTRGN.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTRPRINT
                  ASSIGN TO DA-S-LTRPRINT.

           SELECT LTRARCH
                  ASSIGN TO DA-S-LTRARCH.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      LTRPRINT
               RECORD CONTAINS 81 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  LTRP-RECORD.
      *        ** ASA CARRIAGE CONTROL: '1' NEW PAGE, ' ' NEXT LINE
           05  LTRP-CC                PIC X(1).
           05  LTRP-TEXT              PIC X(80).

       FD      LTRARCH
               RECORD CONTAINS 122 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY LTRAREC.

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
       77  ADDR-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  ADDR-FOUND                    VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    THE WINDOW: FROM 'LTRDAYS' DAYS BACK TO TODAY, AS A DATE
      *    AND AS THE YYMMDD AUDITLOG CARRIES
       01  WS-CTL-AMOUNT          PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-LTR-DAYS            PIC S9(3)      USAGE COMP-3.
       01  WS-FROM-ISO            PIC X(10).
       01  WS-FROM-YMD            PIC S9(6)      USAGE COMP-3.
       01  WS-TODAY-ISO           PIC X(10).

      *    THE TEMPLATES, LOADED ONCE. WS-TPL-FIRST/-COUNT GIVE EACH
      *    EVENT TYPE'S LINES (P, S, C, T IN THAT ORDER).
       01  WS-TPL-MAX             PIC S9(4)     USAGE COMP  VALUE 300.
       01  WS-TPL-LOADED          PIC S9(4)     USAGE COMP  VALUE 0.
       01  WS-TPL-TABLE.
           05 WS-TPL-ENTRY                      OCCURS 300 TIMES.
              10 WS-TPL-EVENT     PIC X(1).
              10 WS-TPL-TEXT      PIC X(80).
       01  WS-EVENT-CODES         PIC X(4)      VALUE 'PSCT'.
       01  WS-EVENT-CODES-R REDEFINES WS-EVENT-CODES.
           05 WS-EVENT-CODE       PIC X(1)      OCCURS 4 TIMES.
       01  WS-TPL-INDEX.
           05 WS-TPL-TYPE                       OCCURS 4 TIMES.
              10 WS-TPL-FIRST     PIC S9(4)     USAGE COMP.
              10 WS-TPL-COUNT     PIC S9(4)     USAGE COMP.
       01  WS-TYPE-SUB            PIC S9(4)     USAGE COMP.
       01  WS-TPL-SUB             PIC S9(4)     USAGE COMP.
       01  WS-TPL-LAST            PIC S9(4)     USAGE COMP.

      *    ONE EVENT FROM C1
       01  WS-EVENT               PIC X(1).
       01  WS-EMPNO               PIC X(6).
       01  WS-EVENT-REF           PIC X(26).
       01  WS-EVENT-DATE          PIC X(10).
       01  WS-EFF-DATE            PIC X(10).
       01  WS-DEPT                PIC X(3).
       01  WS-OLD-DEPT            PIC X(3).
       01  WS-OLD-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NEW-SALARY          PIC S9(7)V9(2) USAGE COMP-3.
       01  WS-NAME                PIC X(28).
       01  WS-CURRCODE            PIC X(3).

      *    ITS MERGE FIGURES
       01  WS-DEPTNAME            PIC X(36).
       01  WS-OLD-DEPTNAME        PIC X(36).
       01  WS-MGR-NAME            PIC X(28).
       01  WS-ADDR1               PIC X(30).
       01  WS-ADDR2               PIC X(30).
       01  WS-ADDR3               PIC X(30).
       01  WS-SAL-ED              PIC Z,ZZZ,ZZ9.99.
       01  WS-OLD-SAL-TEXT        PIC X(12).
       01  WS-NEW-SAL-TEXT        PIC X(12).
       01  WS-LEAD                PIC S9(4)     USAGE COMP.

      *    MERGING ONE TEMPLATE LINE
       01  WS-IN-LINE             PIC X(80).
       01  WS-OUT-LINE            PIC X(80).
       01  WS-IN-POS              PIC S9(4)     USAGE COMP.
       01  WS-OUT-PTR             PIC S9(4)     USAGE COMP.
       01  WS-TOKEN               PIC X(10).
       01  WS-TOKEN-LEN           PIC S9(4)     USAGE COMP.
       01  WS-TOKEN-DELIM         PIC X(1).
       01  WS-TOKEN-VALUE         PIC X(40).
       77  TOKEN-KNOWN-SWITCH     PIC X          VALUE  SPACES.
               88  TOKEN-KNOWN                   VALUE  'Y'.
       01  WS-LINE-NO             PIC 9(3).

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-LETTER-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-NO-ADDR-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-NO-TPL-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'EMPLOYEE CORRESPONDENCE REGISTER'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(15)  VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'EVENTS: '.
           10 WS-STAMP-FROM       PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-STAMP-TO         PIC X(10).
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

       01  WS-RPT-EVENT.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-EVT-EMPNO        PIC X(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EVT-NAME         PIC X(28).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EVT-TYPE         PIC X(20).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EVT-POSTED       PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'EFFECTIVE '.
           10 WS-EVT-EFF-DATE     PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-EVT-RESULT       PIC X(24).
           10 FILLER              PIC X(1)   VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(18)  VALUE 'LETTERS PRODUCED: '.
           10 WS-SUM-LETTERS      PIC ZZZZZ9.
           10 FILLER              PIC X(24)  VALUE
                '  NO CURRENT ADDRESS: '.
           10 WS-SUM-NO-ADDR      PIC ZZZZZ9.
           10 FILLER              PIC X(16)  VALUE '  NO TEMPLATE: '.
           10 WS-SUM-NO-TPL       PIC ZZZZZ9.
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

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE EMPADDR
                END-EXEC.

                EXEC SQL INCLUDE SALHIST
                END-EXEC.

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                EXEC SQL INCLUDE PROBATN
                END-EXEC.

                EXEC SQL INCLUDE ASGNHIST
                END-EXEC.

                EXEC SQL INCLUDE LTRTMPL
                END-EXEC.

                EXEC SQL INCLUDE LTRLOG
                END-EXEC.

                EXEC SQL INCLUDE HRCTL
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE WINDOW'S EVENTS NOT YET ON LETTER_LOG, WITH THE
      *    EMPLOYEE. A TRANSFER IS A NEW ASSIGN_HIST SPELL WHOSE
      *    PREDECESSOR (ENDING THE DAY IT STARTS) WAS IN ANOTHER
      *    DEPARTMENT; SPELLS SUPERSEDED THE SAME DAY ARE PASSED
      *    OVER AS ASSIGN_HIST DESCRIBES.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 'P',
                 S.EMPNO,
                 CHAR(S.CHG_DATE, ISO) CONCAT S.CHG_TIME,
                 CHAR(S.CHG_DATE, ISO),
                 CHAR(S.CHG_DATE, ISO),
                 E.WORKDEPT,
                 ' ',
                 S.OLD_SALARY,
                 S.NEW_SALARY,
                 RTRIM(E.FIRSTNME) CONCAT ' ' CONCAT RTRIM(E.LASTNAME),
                 E.CURRCODE
             FROM SALHIST S, EMP E
             WHERE S.CHG_DATE >= :WS-FROM-ISO
               AND E.EMPNO     = S.EMPNO
               AND NOT EXISTS
                   (SELECT 1 FROM LETTER_LOG L
                     WHERE L.LTR_EVENT = 'P'
                       AND L.EMPNO     = S.EMPNO
                       AND L.EVENT_REF = CHAR(S.CHG_DATE, ISO)
                                         CONCAT S.CHG_TIME)
             UNION ALL
             SELECT
                 'S',
                 E.EMPNO,
                 DIGITS(A.AUD_DATE) CONCAT DIGITS(A.AUD_TIME),
                 '20' CONCAT SUBSTR(DIGITS(A.AUD_DATE), 1, 2)
                      CONCAT '-'
                      CONCAT SUBSTR(DIGITS(A.AUD_DATE), 3, 2)
                      CONCAT '-'
                      CONCAT SUBSTR(DIGITS(A.AUD_DATE), 5, 2),
                 CHAR(E.SEPDATE, ISO),
                 E.WORKDEPT,
                 ' ',
                 E.SALARY,
                 E.SALARY,
                 RTRIM(E.FIRSTNME) CONCAT ' ' CONCAT RTRIM(E.LASTNAME),
                 E.CURRCODE
             FROM AUDITLOG A, EMP E
             WHERE A.AUD_PROGRAM = 'APITP038'
               AND A.AUD_CMD     = 2
               AND A.AUD_TABLE   = 'EMP'
               AND A.AUD_DATE   >= :WS-FROM-YMD
               AND E.EMPNO       = SUBSTR(A.AUD_KEY, 1, 6)
               AND E.SEPDATE IS NOT NULL
               AND NOT EXISTS
                   (SELECT 1 FROM LETTER_LOG L
                     WHERE L.LTR_EVENT = 'S'
                       AND L.EMPNO     = E.EMPNO
                       AND L.EVENT_REF = DIGITS(A.AUD_DATE)
                                         CONCAT DIGITS(A.AUD_TIME))
             UNION ALL
             SELECT
                 'C',
                 P.EMPNO,
                 CHAR(P.PROB_START, ISO),
                 CHAR(P.OUTCOME_DATE, ISO),
                 CHAR(P.OUTCOME_DATE, ISO),
                 E.WORKDEPT,
                 ' ',
                 E.SALARY,
                 E.SALARY,
                 RTRIM(E.FIRSTNME) CONCAT ' ' CONCAT RTRIM(E.LASTNAME),
                 E.CURRCODE
             FROM EMP_PROBATION P, EMP E
             WHERE P.PROB_STATUS   = 'C'
               AND P.OUTCOME_DATE >= :WS-FROM-ISO
               AND E.EMPNO         = P.EMPNO
               AND NOT EXISTS
                   (SELECT 1 FROM LETTER_LOG L
                     WHERE L.LTR_EVENT = 'C'
                       AND L.EMPNO     = P.EMPNO
                       AND L.EVENT_REF = CHAR(P.PROB_START, ISO))
             UNION ALL
             SELECT
                 'T',
                 N.EMPNO,
                 CHAR(N.CHG_TS),
                 CHAR(DATE(N.CHG_TS), ISO),
                 CHAR(N.EFF_FROM, ISO),
                 N.WORKDEPT,
                 O.WORKDEPT,
                 E.SALARY,
                 E.SALARY,
                 RTRIM(E.FIRSTNME) CONCAT ' ' CONCAT RTRIM(E.LASTNAME),
                 E.CURRCODE
             FROM ASSIGN_HIST N, ASSIGN_HIST O, EMP E
             WHERE DATE(N.CHG_TS) >= :WS-FROM-ISO
               AND N.EFF_FROM < N.EFF_TO
               AND O.EMPNO     = N.EMPNO
               AND O.EFF_TO    = N.EFF_FROM
               AND O.EFF_FROM  < O.EFF_TO
               AND O.WORKDEPT <> N.WORKDEPT
               AND E.EMPNO     = N.EMPNO
               AND NOT EXISTS
                   (SELECT 1 FROM LETTER_LOG L
                     WHERE L.LTR_EVENT = 'T'
                       AND L.EMPNO     = N.EMPNO
                       AND L.EVENT_REF = CHAR(N.CHG_TS))
             ORDER BY 2, 4, 1, 3
           END-EXEC.

      *    EVERY TEMPLATE LINE, LOADED ONCE AT THE START
           EXEC SQL DECLARE C2 CURSOR
             SELECT
                 LTR_EVENT,
                 LTR_TEXT
             FROM LETTER_TEMPLATE
             WHERE LTR_EVENT IN ('P', 'S', 'C', 'T')
             ORDER BY LTR_EVENT, LTR_LINE
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

             CLOSE LTRPRINT.
             CLOSE LTRARCH.

             IF WS-NO-ADDR-COUNT > 0
                OR WS-NO-TPL-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE WINDOW AND THE TEMPLATES                 *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                EXEC SQL
                    SELECT
                        CTL_AMOUNT
                    INTO
                        :WS-CTL-AMOUNT
                    FROM HR_CONTROL
                    WHERE CTL_KEY = 'LTRDAYS'
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE WS-CTL-AMOUNT TO WS-LTR-DAYS
                    WHEN +100
                         MOVE 7 TO WS-LTR-DAYS
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT
                        CHAR(CURRENT DATE - :WS-LTR-DAYS DAYS, ISO),
                        DECIMAL(REPLACE(SUBSTR(CHAR(
                                CURRENT DATE - :WS-LTR-DAYS DAYS,
                                ISO), 3, 8), '-', ''), 6, 0),
                        CHAR(CURRENT DATE, ISO)
                    INTO
                        :WS-FROM-ISO,
                        :WS-FROM-YMD,
                        :WS-TODAY-ISO
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 1200-LOAD-TEMPLATES
                THRU    1200-EXIT.

                OPEN OUTPUT LTRPRINT.
                OPEN OUTPUT LTRARCH.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1200-LOAD-TEMPLATES - EVERY EVENT TYPE'S LINES INTO THE TABLE, *
      *                       INDEXED BY TYPE. MORE LINES THAN THE     *
      *                       TABLE HOLDS IS A TEMPLATE GONE WRONG -   *
      *                       NOTHING IS LETTERED.                     *
      ******************************************************************
       1200-LOAD-TEMPLATES.
                MOVE 0 TO WS-TPL-FIRST (1) WS-TPL-COUNT (1)
                          WS-TPL-FIRST (2) WS-TPL-COUNT (2)
                          WS-TPL-FIRST (3) WS-TPL-COUNT (3)
                          WS-TPL-FIRST (4) WS-TPL-COUNT (4).

                EXEC SQL
                  OPEN  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 1210-FETCH-C2
                THRU    1210-EXIT
                UNTIL END-OF-C2.

                EXEC SQL
                  CLOSE  C2
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       1200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1210-FETCH-C2 - ONE TEMPLATE LINE                              *
      ******************************************************************
       1210-FETCH-C2.
                EXEC SQL
                    FETCH C2
                    INTO  :DCLLETTER-TEMPLATE.LTR-EVENT,
                          :LTR-TEXT
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C2-SWITCH
                         GO TO 1210-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF WS-TPL-LOADED >= WS-TPL-MAX
                   DISPLAY '++ COBLTRGN - LETTER_TEMPLATE OVER '
                           WS-TPL-MAX ' LINES ++'
                   DISPLAY '++ COBLTRGN - ABORTING, NOTHING LETTERED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                ADD 1 TO WS-TPL-LOADED.
                MOVE LTR-EVENT OF DCLLETTER-TEMPLATE
                                   TO WS-TPL-EVENT (WS-TPL-LOADED).
                MOVE LTR-TEXT      TO WS-TPL-TEXT (WS-TPL-LOADED).

                PERFORM 2250-FIND-TYPE
                THRU    2250-EXIT.

                IF WS-TPL-COUNT (WS-TYPE-SUB) = 0
                   MOVE WS-TPL-LOADED TO WS-TPL-FIRST (WS-TYPE-SUB)
                END-IF.
                ADD 1 TO WS-TPL-COUNT (WS-TYPE-SUB).
       1210-EXIT.
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
      * 2200-FETCH-C1 - ONE EVENT: LETTER IT, OR SAY WHY NOT           *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EVENT,
                          :WS-EMPNO,
                          :WS-EVENT-REF,
                          :WS-EVENT-DATE,
                          :WS-EFF-DATE,
                          :WS-DEPT,
                          :WS-OLD-DEPT,
                          :WS-OLD-SALARY,
                          :WS-NEW-SALARY,
                          :WS-NAME,
                          :WS-CURRCODE
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

                PERFORM 2250-FIND-TYPE
                THRU    2250-EXIT.

                IF WS-TPL-COUNT (WS-TYPE-SUB) = 0
                   ADD 1 TO WS-NO-TPL-COUNT
                   MOVE 'NO TEMPLATE - NOT SENT' TO WS-EVT-RESULT
                   GO TO 2200-PRINT
                END-IF.

                PERFORM 2300-GET-ADDRESS
                THRU    2300-EXIT.

                IF NOT ADDR-FOUND
                   ADD 1 TO WS-NO-ADDR-COUNT
                   MOVE 'NO CURRENT ADDRESS' TO WS-EVT-RESULT
                   GO TO 2200-PRINT
                END-IF.

                PERFORM 2310-GET-DEPARTMENT
                THRU    2310-EXIT.

                PERFORM 2500-WRITE-LETTER
                THRU    2500-EXIT.

                PERFORM 2700-LOG-LETTER
                THRU    2700-EXIT.

                ADD 1 TO WS-LETTER-COUNT.
                MOVE 'LETTERED' TO WS-EVT-RESULT.

       2200-PRINT.
                MOVE WS-EMPNO      TO WS-EVT-EMPNO.
                MOVE WS-NAME       TO WS-EVT-NAME.
                EVALUATE WS-EVENT
                    WHEN 'P'
                         MOVE 'PAY CHANGE'        TO WS-EVT-TYPE
                    WHEN 'S'
                         MOVE 'SEPARATION'        TO WS-EVT-TYPE
                    WHEN 'C'
                         MOVE 'PROBATION CONFIRMED' TO WS-EVT-TYPE
                    WHEN OTHER
                         MOVE 'TRANSFER'          TO WS-EVT-TYPE
                END-EVALUATE.
                MOVE WS-EVENT-DATE TO WS-EVT-POSTED.
                MOVE WS-EFF-DATE   TO WS-EVT-EFF-DATE.
                PRINT WS-RPT-EVENT.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-FIND-TYPE - WS-TYPE-SUB FOR THE EVENT CODE IN WS-EVENT OR *
      *                  (LOADING) THE TEMPLATE LINE JUST FETCHED      *
      ******************************************************************
       2250-FIND-TYPE.
                IF END-OF-C2
                   EVALUATE WS-EVENT
                       WHEN 'P'  MOVE 1 TO WS-TYPE-SUB
                       WHEN 'S'  MOVE 2 TO WS-TYPE-SUB
                       WHEN 'C'  MOVE 3 TO WS-TYPE-SUB
                       WHEN OTHER MOVE 4 TO WS-TYPE-SUB
                   END-EVALUATE
                ELSE
                   EVALUATE LTR-EVENT OF DCLLETTER-TEMPLATE
                       WHEN 'P'  MOVE 1 TO WS-TYPE-SUB
                       WHEN 'S'  MOVE 2 TO WS-TYPE-SUB
                       WHEN 'C'  MOVE 3 TO WS-TYPE-SUB
                       WHEN OTHER MOVE 4 TO WS-TYPE-SUB
                   END-EVALUATE
                END-IF.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-GET-ADDRESS - THE CURRENT EMPADDR ROW: THE LATEST IN      *
      *                    EFFECT TODAY, AS COBCMPST HEADS WITH        *
      ******************************************************************
       2300-GET-ADDRESS.
                MOVE SPACES TO ADDR-FOUND-SWITCH.

                EXEC SQL
                       SELECT
                           ADDR1
                         , COALESCE(ADDR2, ' ')
                         , COALESCE(ADDR3, ' ')
                       INTO
                           :WS-ADDR1
                         , :WS-ADDR2
                         , :WS-ADDR3
                       FROM
                            EMPADDR
                       WHERE
                            EMPNO    = :WS-EMPNO
                        AND EFFDATE <= CURRENT DATE
                       ORDER BY EFFDATE DESC
                       FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO ADDR-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2310-GET-DEPARTMENT - DEPARTMENT NAME AND MANAGER FOR THE      *
      *                       EVENT'S DEPARTMENT (THE NEW ONE FOR A    *
      *                       TRANSFER, WITH THE OLD ONE'S NAME), AND  *
      *                       THE SALARIES AS PRINTED                  *
      ******************************************************************
       2310-GET-DEPARTMENT.
                EXEC SQL
                    SELECT
                        COALESCE((SELECT D.DEPTNAME FROM DEPT D
                                   WHERE D.DEPTNO = :WS-DEPT), ' '),
                        COALESCE((SELECT D.DEPTNAME FROM DEPT D
                                   WHERE D.DEPTNO = :WS-OLD-DEPT), ' '),
                        COALESCE((SELECT RTRIM(M.FIRSTNME) CONCAT ' '
                                         CONCAT RTRIM(M.LASTNAME)
                                    FROM DEPT D, EMP M
                                   WHERE D.DEPTNO = :WS-DEPT
                                     AND M.EMPNO  = D.MGRNO), ' ')
                    INTO
                        :WS-DEPTNAME,
                        :WS-OLD-DEPTNAME,
                        :WS-MGR-NAME
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

      *         AMOUNTS LEFT-JUSTIFIED, SO THEY SIT IN THE SENTENCE
                MOVE WS-OLD-SALARY TO WS-SAL-ED.
                MOVE 0 TO WS-LEAD.
                INSPECT WS-SAL-ED TALLYING WS-LEAD FOR LEADING SPACES.
                MOVE SPACES TO WS-OLD-SAL-TEXT.
                MOVE WS-SAL-ED (WS-LEAD + 1:) TO WS-OLD-SAL-TEXT.

                MOVE WS-NEW-SALARY TO WS-SAL-ED.
                MOVE 0 TO WS-LEAD.
                INSPECT WS-SAL-ED TALLYING WS-LEAD FOR LEADING SPACES.
                MOVE SPACES TO WS-NEW-SAL-TEXT.
                MOVE WS-SAL-ED (WS-LEAD + 1:) TO WS-NEW-SAL-TEXT.
       2310-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-WRITE-LETTER - THE EVENT TYPE'S TEMPLATE LINES, MERGED,   *
      *                     TO THE PRINT FILE (NEW PAGE FIRST) AND THE *
      *                     ARCHIVE                                    *
      ******************************************************************
       2500-WRITE-LETTER.
                MOVE 0 TO WS-LINE-NO.
                COMPUTE WS-TPL-LAST = WS-TPL-FIRST (WS-TYPE-SUB)
                                    + WS-TPL-COUNT (WS-TYPE-SUB) - 1.

                PERFORM 2510-WRITE-LINE
                THRU    2510-EXIT
                VARYING WS-TPL-SUB FROM WS-TPL-FIRST (WS-TYPE-SUB) BY 1
                UNTIL   WS-TPL-SUB > WS-TPL-LAST.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-WRITE-LINE - ONE MERGED LINE, BOTH FILES                  *
      ******************************************************************
       2510-WRITE-LINE.
                MOVE WS-TPL-TEXT (WS-TPL-SUB) TO WS-IN-LINE.

                PERFORM 2600-MERGE-LINE
                THRU    2600-EXIT.

                ADD 1 TO WS-LINE-NO.
                IF WS-LINE-NO = 1
                   MOVE '1' TO LTRP-CC
                ELSE
                   MOVE ' ' TO LTRP-CC
                END-IF.
                MOVE WS-OUT-LINE TO LTRP-TEXT.
                WRITE LTRP-RECORD.

                MOVE WS-EVENT     TO LTRA-EVENT.
                MOVE WS-EMPNO     TO LTRA-EMPNO.
                MOVE WS-EVENT-REF TO LTRA-EVENT-REF.
                MOVE WS-RUN-DATE  TO LTRA-LETTER-DATE.
                MOVE WS-LINE-NO   TO LTRA-LINE-NO.
                MOVE WS-OUT-LINE  TO LTRA-TEXT.
                WRITE LTRA-RECORD.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-MERGE-LINE - COPY WS-IN-LINE TO WS-OUT-LINE, REPLACING    *
      *                   EACH &FIELD& WITH ITS FIGURE. WHAT WILL NOT  *
      *                   FIT IN THE 80 COLUMNS IS LOST, SO A TEMPLATE *
      *                   LINE WITH A LONG FIELD NEEDS THE ROOM.       *
      ******************************************************************
       2600-MERGE-LINE.
                MOVE SPACES TO WS-OUT-LINE.
                MOVE 1      TO WS-OUT-PTR.

                PERFORM 2610-MERGE-CHAR
                THRU    2610-EXIT
                VARYING WS-IN-POS FROM 1 BY 1
                UNTIL   WS-IN-POS > 80.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-MERGE-CHAR - ONE CHARACTER, OR ONE WHOLE &FIELD&          *
      ******************************************************************
       2610-MERGE-CHAR.
                IF WS-OUT-PTR > 80
                   GO TO 2610-EXIT
                END-IF.

                IF WS-IN-LINE (WS-IN-POS:1) NOT = '&'
                   OR WS-IN-POS >= 80
                   GO TO 2610-COPY
                END-IF.

                MOVE SPACES TO WS-TOKEN WS-TOKEN-DELIM.
                MOVE 0      TO WS-TOKEN-LEN.
                UNSTRING WS-IN-LINE (WS-IN-POS + 1:)
                         DELIMITED BY '&'
                    INTO WS-TOKEN
                         DELIMITER IN WS-TOKEN-DELIM
                         COUNT     IN WS-TOKEN-LEN
                END-UNSTRING.

                IF WS-TOKEN-DELIM NOT = '&'
                   OR WS-TOKEN-LEN > 10
                   GO TO 2610-COPY
                END-IF.

                PERFORM 2620-TOKEN-VALUE
                THRU    2620-EXIT.

                IF NOT TOKEN-KNOWN
                   GO TO 2610-COPY
                END-IF.

                IF WS-TOKEN-VALUE NOT = SPACES
                   STRING WS-TOKEN-VALUE DELIMITED BY '  '
                     INTO WS-OUT-LINE
                     WITH POINTER WS-OUT-PTR
                     ON OVERFLOW
                          CONTINUE
                   END-STRING
                END-IF.

      *         STEP OVER THE NAME AND THE CLOSING AMPERSAND
                ADD WS-TOKEN-LEN TO WS-IN-POS.
                ADD 1            TO WS-IN-POS.
                GO TO 2610-EXIT.

       2610-COPY.
                STRING WS-IN-LINE (WS-IN-POS:1) DELIMITED BY SIZE
                  INTO WS-OUT-LINE
                  WITH POINTER WS-OUT-PTR
                  ON OVERFLOW
                       CONTINUE
                END-STRING.
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2620-TOKEN-VALUE - THE FIGURE FOR THE FIELD NAME IN WS-TOKEN   *
      ******************************************************************
       2620-TOKEN-VALUE.
                MOVE 'Y'    TO TOKEN-KNOWN-SWITCH.
                MOVE SPACES TO WS-TOKEN-VALUE.

                EVALUATE WS-TOKEN
                    WHEN 'NAME'
                         MOVE WS-NAME          TO WS-TOKEN-VALUE
                    WHEN 'EMPNO'
                         MOVE WS-EMPNO         TO WS-TOKEN-VALUE
                    WHEN 'ADDR1'
                         MOVE WS-ADDR1         TO WS-TOKEN-VALUE
                    WHEN 'ADDR2'
                         MOVE WS-ADDR2         TO WS-TOKEN-VALUE
                    WHEN 'ADDR3'
                         MOVE WS-ADDR3         TO WS-TOKEN-VALUE
                    WHEN 'OLDSAL'
                         MOVE WS-OLD-SAL-TEXT  TO WS-TOKEN-VALUE
                    WHEN 'NEWSAL'
                         MOVE WS-NEW-SAL-TEXT  TO WS-TOKEN-VALUE
                    WHEN 'CURR'
                         MOVE WS-CURRCODE      TO WS-TOKEN-VALUE
                    WHEN 'EFFDATE'
                         MOVE WS-EFF-DATE      TO WS-TOKEN-VALUE
                    WHEN 'DEPT'
                         MOVE WS-DEPTNAME      TO WS-TOKEN-VALUE
                    WHEN 'OLDDEPT'
                         MOVE WS-OLD-DEPTNAME  TO WS-TOKEN-VALUE
                    WHEN 'MANAGER'
                         MOVE WS-MGR-NAME      TO WS-TOKEN-VALUE
                    WHEN 'DATE'
                         MOVE WS-TODAY-ISO     TO WS-TOKEN-VALUE
                    WHEN OTHER
                         MOVE 'N' TO TOKEN-KNOWN-SWITCH
                END-EVALUATE.
       2620-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-LOG-LETTER - THE EVENT IS LETTERED; A RERUN SKIPS IT      *
      ******************************************************************
       2700-LOG-LETTER.
                EXEC SQL
                    INSERT INTO LETTER_LOG
                        (
                            LTR_EVENT
                          , EMPNO
                          , EVENT_REF
                          , EVENT_DATE
                          , LETTER_DATE
                          , LETTER_TIME
                        )
                    VALUES
                        (
                            :WS-EVENT
                          , :WS-EMPNO
                          , :WS-EVENT-REF
                          , :WS-EVENT-DATE
                          , :WS-RUN-DATE
                          , :WS-RUN-TIME
                        )
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-FROM-ISO      TO WS-STAMP-FROM.
                MOVE WS-TODAY-ISO     TO WS-STAMP-TO.
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
      * 2170-PRINT-SUMMARY - RUN TOTALS                                *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-LETTER-COUNT  TO WS-SUM-LETTERS.
                MOVE WS-NO-ADDR-COUNT TO WS-SUM-NO-ADDR.
                MOVE WS-NO-TPL-COUNT  TO WS-SUM-NO-TPL.
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

                MOVE 'COBLTRGN'      TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE     TO RUNH-START-DATE.
                MOVE WS-RUN-TIME     TO RUNH-START-TIME.
                MOVE WS-END-DATE     TO RUNH-END-DATE.
                MOVE WS-END-TIME     TO RUNH-END-TIME.
                MOVE WS-READ-COUNT   TO RUNH-READ-COUNT.
                MOVE WS-LETTER-COUNT TO RUNH-WRITE-COUNT.
                MOVE RETURN-CODE     TO RUNH-RETURN-CODE.
                MOVE 'C'             TO RUNH-STATUS.
                MOVE SPACES          TO RUNH-PERIOD.

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
