      *-----------------------------------------------------------------
      *     COBEMPDL - DAILY EMPLOYEE CHANGE DELTA FEED. THE BENEFITS
      *                CARRIER, THE CORPORATE DIRECTORY AND THE
      *                BUILDING-ACCESS SYSTEM EACH HAD A FULL EMP DUMP
      *                FROM THE DBA EVERY WEEK AND DIFFED IT THEMSELVES
      *                - BADLY, AND A WEEK LATE. THIS BATCH READS THE
      *                AUDITLOG ROWS FOR EMP AND EMPADDR SINCE THE
      *                LAST RUN (WATERMARKED ON THE EMPDLTF CONTROL
      *                FILE, THE WAY COBDEPSY TRACKS ITS POSITION),
      *                CLASSIFIES WHAT HAPPENED TO EACH EMPLOYEE -
      *                HIRE, REHIRE, TRANSFER, JOB CHANGE, CONTACT
      *                CHANGE, SEPARATION - AND WRITES ONE RECORD PER
      *                CHANGED EMPLOYEE (EMPDLREC) WITH THE CURRENT
      *                VALUES OF THE FIELDS EACH SUBSCRIBER IS ALLOWED
      *                TO SEE, TO THAT SUBSCRIBER'S OWN FILE, BETWEEN
      *                A HEADER AND A TRAILER OF CONTROL COUNTS.
      *
      *                THE WATERMARK IS THE AUDITLOG SEQUENCE NUMBER
      *                (AUD_SEQ), NOT A TIMESTAMP: EVERY RUN TAKES THE
      *                ROWS ABOVE THE LAST RUN'S HIGH-WATER MARK UP TO
      *                ITS OWN, AND SAVES ITS OWN ONLY AFTER THE FILES
      *                ARE CLOSED. A RERUN THEREFORE PICKS UP NOTHING
      *                ALREADY SENT, AND A RUN THAT FAILS PART WAY
      *                SAVES NOTHING, SO ITS RERUN SENDS THE SAME RANGE
      *                AGAIN IN FULL. THE RANGE IS IN EVERY HEADER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBEMPDL.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPDLTF
                  ASSIGN TO DA-S-EMPDLTF.

           SELECT DLTBENF
                  ASSIGN TO DA-S-DLTBENF.

           SELECT DLTDIRF
                  ASSIGN TO DA-S-DLTDIRF.

           SELECT DLTBLDF
                  ASSIGN TO DA-S-DLTBLDF.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      EMPDLTF
               RECORD CONTAINS 23 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  EMPDLT-REC.
           05 EW-LAST-SEQ             PIC 9(9).
           05 EW-LAST-DATE            PIC 9(6).
           05 EW-LAST-TIME            PIC 9(8).

       FD      DLTBENF
               RECORD CONTAINS 200 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DLTBENF-REC                PIC X(200).

       FD      DLTDIRF
               RECORD CONTAINS 200 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DLTDIRF-REC                PIC X(200).

       FD      DLTBLDF
               RECORD CONTAINS 200 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
       01  DLTBLDF-REC                PIC X(200).

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
       77  FIRST-ROW-SWITCH       PIC X          VALUE  'Y'.
               88  FIRST-ROW                     VALUE  'Y'.
       77  EMP-FOUND-SWITCH       PIC X          VALUE  SPACES.
               88  EMP-FOUND                     VALUE  'Y'.
       77  SUB-SEND-SWITCH        PIC X          VALUE  SPACES.
               88  SUB-SEND                      VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-LAST-SEQ            PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-HIGH-SEQ            PIC S9(9)     USAGE COMP  VALUE 0.

      *    ONE AUDIT ROW AS FETCHED
       01  WS-EMPNO               PIC X(6).
       01  WS-PREV-EMPNO          PIC X(6)      VALUE LOW-VALUES.
       01  WS-AUD-SEQ             PIC S9(9)     USAGE COMP.
       01  WS-AUD-PROGRAM         PIC X(9).
       01  WS-AUD-TABLE           PIC X(18).
       01  WS-AUD-BEFORE          PIC X(80).
       01  WS-AUD-AFTER           PIC X(80).

      *    WHAT HAPPENED TO THE EMPLOYEE IN THE RANGE, 'Y' OR SPACE,
      *    IN PRECEDENCE ORDER: SEPARATION, REHIRE, HIRE, TRANSFER,
      *    JOB CHANGE, CONTACT. THE FIRST ONE SET NAMES THE CHANGE.
       01  WS-EMP-FLAGS.
           05 WS-EMP-FLAG         PIC X(1)      OCCURS 6 TIMES.
       01  WS-EMP-LAST-SEQ        PIC S9(9)     USAGE COMP.
       01  WS-TYPE-CODES          PIC X(6)      VALUE 'SRHTJC'.
       01  WS-TYPE-CODES-R REDEFINES WS-TYPE-CODES.
           05 WS-TYPE-CODE        PIC X(1)      OCCURS 6 TIMES.

      *    THE SUBSCRIBERS. FOR EACH: ITS CODE, THE CHANGES IT
      *    RECEIVES (S-R-H-T-J-C ORDER) AND THE FIELDS IT MAY SEE -
      *    1 NAME, 2 WORKDEPT, 3 JOB, 4 PHONENO, 5 WORK LOCATION,
      *    6 HIRE AND SEPARATION DATES, 7 BIRTHDATE AND SEX,
      *    8 MAILING ADDRESS, 9 PRIOR EMPNO OF A REHIRE. THE CARRIER
      *    NEEDS NOTHING OF THE ORGANIZATION; THE DIRECTORY AND THE
      *    DOORS NEED NOTHING PERSONAL.
       01  WS-SUB-VALUES.
           05 FILLER              PIC X(23)
                VALUE 'BENCARR YYYNNYYNNNNYYYY'.
           05 FILLER              PIC X(23)
                VALUE 'CORPDIR YYYYYYYYYYYYNNN'.
           05 FILLER              PIC X(23)
                VALUE 'BLDGACC YYYYNNYYNNYYNNN'.
       01  WS-SUB-TABLE REDEFINES WS-SUB-VALUES.
           05 WS-SUB-ENTRY                      OCCURS 3 TIMES.
              10 WS-SUB-CODE      PIC X(8).
              10 WS-SUB-TYPE      PIC X(1)      OCCURS 6 TIMES.
              10 WS-SUB-FIELD     PIC X(1)      OCCURS 9 TIMES.

       01  WS-SUB                 PIC S9(4)     USAGE COMP.
       01  WS-TYPE-SUB            PIC S9(4)     USAGE COMP.
       01  WS-PICK-SUB            PIC S9(4)     USAGE COMP.

      *    CONTROL COUNTS PER SUBSCRIBER, FOR ITS TRAILER
       01  WS-SUB-COUNTS.
           05 WS-SUB-COUNT-ENTRY                OCCURS 3 TIMES.
              10 WS-SUB-REC-COUNT  PIC 9(7).
              10 WS-SUB-TYPE-COUNT PIC 9(7)     OCCURS 6 TIMES.

      *    THE EMPLOYEE'S CURRENT VALUES
       01  WS-FIRSTNME            PIC X(12).
       01  WS-MIDINIT             PIC X(1).
       01  WS-LASTNAME            PIC X(15).
       01  WS-WORKDEPT            PIC X(3).
       01  WS-JOB                 PIC X(8).
       01  WS-PHONENO             PIC X(4).
       01  WS-LOC-CODE            PIC X(6).
       01  WS-HIREDATE            PIC X(10).
       01  WS-SEPDATE             PIC X(10).
       01  WS-BIRTHDATE           PIC X(10).
       01  WS-SEX                 PIC X(1).
       01  WS-ADDR1               PIC X(30).
       01  WS-ADDR2               PIC X(30).
       01  WS-ADDR3               PIC X(30).
       01  WS-OLD-EMPNO           PIC X(6).

      *    THE DELTA FILE RECORDS ARE BUILT HERE AND WRITTEN FROM
      *    WORKING STORAGE, SINCE THREE FILES SHARE THE ONE LAYOUT.
           COPY EMPDLREC.

       01  WS-AUDIT-COUNT         PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-EMP-COUNT           PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-WRITE-COUNT         PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'EMPLOYEE CHANGE DELTA FEED REGISTER'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(34)  VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(5)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.
           10 FILLER              PIC X(38)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(8)   VALUE 'EMPNO'.
           10 WS-COL2             PIC X(17)  VALUE 'NAME'.
           10 WS-COL3             PIC X(9)   VALUE 'CHANGES'.
           10 WS-COL4             PIC X(30)  VALUE 'SENT TO'.
           10 FILLER              PIC X(49).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-EMPNO        PIC X(6).
           10 FILLER              PIC X(2).
           10 WS-DET-NAME         PIC X(15).
           10 FILLER              PIC X(2).
           10 WS-DET-CHANGES      PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-DET-SENT         PIC X(30).
           10 FILLER              PIC X(49).

       01  WS-RPT-RANGE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(20)  VALUE
                'AUDIT SEQUENCE FROM '.
           10 WS-RNG-FROM         PIC ZZZZZZZZ9.
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-RNG-TO           PIC ZZZZZZZZ9.
           10 FILLER              PIC X(71)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(13)  VALUE
                'AUDITS READ: '.
           10 WS-SUM-AUDITS       PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'EMPLOYEES CHANGED: '.
           10 WS-SUM-EMPS         PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(22)  VALUE
                'NOTHING TO SEND/GONE: '.
           10 WS-SUM-SKIP         PIC ZZZZZ9.
           10 FILLER              PIC X(35)  VALUE SPACES.

       01  WS-RPT-SUB-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-SSUM-CODE        PIC X(8).
           10 FILLER              PIC X(10)  VALUE ' RECORDS: '.
           10 WS-SSUM-RECS        PIC ZZZZZZ9.
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'S/R/H/'.
           10 FILLER              PIC X(8)   VALUE 'T/J/C:  '.
           10 WS-SSUM-TYPES       PIC X(48).
           10 FILLER              PIC X(22)  VALUE SPACES.

       01  WS-COUNT-ED            PIC ZZZZZZ9.
       01  WS-SSUM-PTR            PIC S9(4)     USAGE COMP.
       01  WS-SENT-PTR            PIC S9(4)     USAGE COMP.

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

                EXEC SQL INCLUDE AUDITLOG
                END-EXEC.

                EXEC SQL INCLUDE EMP
                END-EXEC.

                EXEC SQL INCLUDE EMPADDR
                END-EXEC.

                EXEC SQL INCLUDE REHLINK
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    EVERY EMPLOYEE CHANGE AUDITED IN THE RUN'S SEQUENCE RANGE,
      *    GROUPED BY EMPLOYEE (THE EMPNO LEADS THE AUDIT KEY) SO
      *    EACH EMPLOYEE GOES OUT ONCE HOWEVER MANY TIMES TOUCHED.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 SUBSTR(A.AUD_KEY, 1, 6)
               , A.AUD_SEQ
               , A.AUD_PROGRAM
               , A.AUD_TABLE
               , A.AUD_BEFORE
               , A.AUD_AFTER
             FROM AUDITLOG A
             WHERE A.AUD_TABLE IN ('EMP', 'EMPADDR')
               AND A.AUD_SEQ >  :WS-LAST-SEQ
               AND A.AUD_SEQ <= :WS-HIGH-SEQ
             ORDER BY 1, A.AUD_SEQ
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

             PERFORM 2600-WRITE-TRAILER
             THRU    2600-EXIT
             VARYING WS-SUB FROM 1 BY 1
             UNTIL   WS-SUB > 3.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE DLTBENF DLTDIRF DLTBLDF.

             PERFORM 2800-SAVE-WATERMARK
             THRU    2800-EXIT.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - PICK UP THE LAST RUN'S HIGH-WATER MARK AND   *
      *                   TAKE THIS RUN'S. AN EMPTY OR MISSING CONTROL *
      *                   FILE MEANS EVERY SEQUENCED AUDIT IS IN SCOPE *
      *                   - THE FIRST RUN SENDS EVERY EMPLOYEE EVER    *
      *                   CHANGED. THE HIGH-WATER READ WAITS ON ANY    *
      *                   WRITER STILL HOLDING THE NEXT SEQUENCE       *
      *                   NUMBER (CPAUDCHN LOCKS IT TO COMMIT), SO NO  *
      *                   AUDIT BELOW THE MARK CAN STILL BE IN FLIGHT. *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT EMPDLTF.
                READ EMPDLTF
                   AT END
                        MOVE 0 TO EW-LAST-SEQ
                END-READ.
                CLOSE EMPDLTF.

                MOVE EW-LAST-SEQ TO WS-LAST-SEQ.
                MOVE ZEROS       TO WS-SUB-COUNTS.

                EXEC SQL
                    SELECT
                        COALESCE(MAX(AUD_SEQ), 0)
                    INTO
                        :WS-HIGH-SEQ
                    FROM AUDITLOG
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

      *         NOTHING NEW - THE FILES GO OUT EMPTY AND THE MARK
      *         STAYS WHERE IT WAS.
                IF WS-HIGH-SEQ < WS-LAST-SEQ
                   MOVE WS-LAST-SEQ TO WS-HIGH-SEQ
                END-IF.

                OPEN OUTPUT DLTBENF DLTDIRF DLTBLDF.

                PERFORM 1100-WRITE-HEADER
                THRU    1100-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB > 3.

                DISPLAY 'WS-LAST-SEQ = ' WS-LAST-SEQ.
                DISPLAY 'WS-HIGH-SEQ = ' WS-HIGH-SEQ.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1100-WRITE-HEADER - ONE SUBSCRIBER'S HEADER RECORD, NAMING THE *
      *                     SEQUENCE RANGE THE FILE COVERS             *
      ******************************************************************
       1100-WRITE-HEADER.
                MOVE SPACES              TO EDL-HEADER-REC.
                MOVE 'H'                 TO EH-RECORD-TYPE.
                MOVE WS-SUB-CODE(WS-SUB) TO EH-SUBSCRIBER.
                MOVE WS-RUN-DATE         TO EH-FILE-DATE.
                MOVE WS-RUN-TIME         TO EH-FILE-TIME.
                COMPUTE EH-FROM-SEQ = WS-LAST-SEQ + 1.
                MOVE WS-HIGH-SEQ         TO EH-TO-SEQ.

                EVALUATE WS-SUB
                    WHEN 1
                         WRITE DLTBENF-REC FROM EDL-HEADER-REC
                    WHEN 2
                         WRITE DLTDIRF-REC FROM EDL-HEADER-REC
                    WHEN 3
                         WRITE DLTBLDF-REC FROM EDL-HEADER-REC
                END-EVALUATE.
       1100-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS
      ******************************************************************
       2000-PROCESS.
                COMPUTE WS-RNG-FROM = WS-LAST-SEQ + 1.
                MOVE WS-HIGH-SEQ TO WS-RNG-TO.
                PRINT WS-RPT-RANGE.
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

      *         THE LAST EMPLOYEE HAS NO BREAK BEHIND IT.
                IF NOT FIRST-ROW
                   PERFORM 2400-SEND-EMPLOYEE
                   THRU    2400-EXIT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE AUDIT ROW. A NEW EMPNO SENDS THE EMPLOYEE  *
      *                 BEFORE IT AND STARTS A FRESH SET OF FLAGS.     *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-EMPNO
                        , :WS-AUD-SEQ
                        , :WS-AUD-PROGRAM
                        , :WS-AUD-TABLE
                        , :WS-AUD-BEFORE
                        , :WS-AUD-AFTER
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                         GO TO 2200-EXIT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                ADD 1 TO WS-AUDIT-COUNT.

                IF WS-EMPNO NOT = WS-PREV-EMPNO
                   IF NOT FIRST-ROW
                      PERFORM 2400-SEND-EMPLOYEE
                      THRU    2400-EXIT
                   END-IF
                   MOVE SPACES   TO FIRST-ROW-SWITCH
                   MOVE SPACES   TO WS-EMP-FLAGS
                   MOVE WS-EMPNO TO WS-PREV-EMPNO
                END-IF.

                PERFORM 2300-CLASSIFY-ROW
                THRU    2300-EXIT.

                MOVE WS-AUD-SEQ TO WS-EMP-LAST-SEQ.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-CLASSIFY-ROW - WHAT THE AUDIT ROW SAYS HAPPENED, FROM THE *
      *                     IMAGE EACH WRITER LEAVES:                  *
      *                       EMPADDR (APITPO35)     - CONTACT         *
      *                       EMP BY COBHIRLD        - HIRE, OR REHIRE *
      *                                                AT COLUMN 19    *
      *                       EMP 'SEPDATE=' IMAGE   - SEPARATION      *
      *                         (APITPO38, APITPO47)                   *
      *                       EMP BY APITPO45        - WORK LOCATION,  *
      *                                                A TRANSFER      *
      *                       ANY OTHER EMP IMAGE    - THE COBPNDAP    *
      *                         (COBPNDAP, COBCIO26,   LAYOUT: DEPT,   *
      *                         COBREORG)              JOB, PHONE,     *
      *                                                COMPARED BEFORE *
      *                                                TO AFTER, AND   *
      *                                                COBCIO26'S      *
      *                                                DATES FROM      *
      *                                                COLUMN 31       *
      *                     A ROW THAT CHANGED NOTHING A SUBSCRIBER    *
      *                     SEES (A PAY CHANGE) SETS NO FLAG.          *
      ******************************************************************
       2300-CLASSIFY-ROW.
                IF WS-AUD-TABLE = 'EMPADDR'
                   MOVE 'Y' TO WS-EMP-FLAG(6)
                   GO TO 2300-EXIT
                END-IF.

                IF WS-AUD-PROGRAM = 'COBHIRLD'
                   IF WS-AUD-AFTER(19:6) = 'REHIRE'
                      MOVE 'Y' TO WS-EMP-FLAG(2)
                   ELSE
                      MOVE 'Y' TO WS-EMP-FLAG(3)
                   END-IF
                   GO TO 2300-EXIT
                END-IF.

                IF WS-AUD-AFTER(8:8) = 'SEPDATE='
                   MOVE 'Y' TO WS-EMP-FLAG(1)
                   GO TO 2300-EXIT
                END-IF.

                IF WS-AUD-PROGRAM = 'APITP045'
                   MOVE 'Y' TO WS-EMP-FLAG(4)
                   GO TO 2300-EXIT
                END-IF.

                IF WS-AUD-BEFORE(1:3) NOT = WS-AUD-AFTER(1:3)
                   MOVE 'Y' TO WS-EMP-FLAG(4)
                END-IF.
                IF WS-AUD-BEFORE(5:8) NOT = WS-AUD-AFTER(5:8)
                   MOVE 'Y' TO WS-EMP-FLAG(5)
                END-IF.
                IF WS-AUD-BEFORE(14:4) NOT = WS-AUD-AFTER(14:4)
                   MOVE 'Y' TO WS-EMP-FLAG(6)
                END-IF.
                IF WS-AUD-PROGRAM = 'COBCIO26'
                   AND WS-AUD-BEFORE(31:21) NOT = WS-AUD-AFTER(31:21)
                   MOVE 'Y' TO WS-EMP-FLAG(6)
                END-IF.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-SEND-EMPLOYEE - ONE CHANGED EMPLOYEE: FETCH THE CURRENT   *
      *                      VALUES ONCE AND OFFER THE RECORD TO EACH  *
      *                      SUBSCRIBER. AN EMPLOYEE NO LONGER ON EMP  *
      *                      OR WITH NOTHING A SUBSCRIBER SEES IS      *
      *                      COUNTED AND SKIPPED.                      *
      ******************************************************************
       2400-SEND-EMPLOYEE.
                ADD 1 TO WS-EMP-COUNT.

                MOVE WS-PREV-EMPNO TO WS-DET-EMPNO.
                MOVE SPACES        TO WS-DET-NAME.
                MOVE SPACES        TO WS-DET-CHANGES.
                MOVE SPACES        TO WS-DET-SENT.
                MOVE 1             TO WS-SENT-PTR.

                PERFORM 2405-SHOW-CHANGE
                THRU    2405-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL   WS-TYPE-SUB > 6.

                IF WS-EMP-FLAGS = SPACES
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 'NOTHING SUBSCRIBERS SEE' TO WS-DET-SENT
                   GO TO 2400-PRINT
                END-IF.

                PERFORM 2410-GET-EMP
                THRU    2410-EXIT.

                IF NOT EMP-FOUND
                   ADD 1 TO WS-SKIP-COUNT
                   MOVE 'NO LONGER ON EMP' TO WS-DET-SENT
                   GO TO 2400-PRINT
                END-IF.

                MOVE WS-LASTNAME TO WS-DET-NAME.

                PERFORM 2420-GET-ADDRESS
                THRU    2420-EXIT.

                PERFORM 2430-GET-REHIRE-LINK
                THRU    2430-EXIT.

                PERFORM 2500-SEND-TO-SUBSCRIBER
                THRU    2500-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB > 3.

       2400-PRINT.
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
      * 2405-SHOW-CHANGE - THE REGISTER SHOWS EACH CHANGE BY ITS CODE  *
      ******************************************************************
       2405-SHOW-CHANGE.
                IF WS-EMP-FLAG(WS-TYPE-SUB) = 'Y'
                   MOVE WS-TYPE-CODE(WS-TYPE-SUB)
                     TO WS-DET-CHANGES(WS-TYPE-SUB:1)
                ELSE
                   MOVE '.' TO WS-DET-CHANGES(WS-TYPE-SUB:1)
                END-IF.
       2405-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2410-GET-EMP - THE EMPLOYEE'S CURRENT MASTER VALUES            *
      ******************************************************************
       2410-GET-EMP.
                MOVE SPACES TO EMP-FOUND-SWITCH.

                EXEC SQL
                    SELECT
                        FIRSTNME
                      , MIDINIT
                      , LASTNAME
                      , WORKDEPT
                      , JOB
                      , COALESCE(PHONENO, ' ')
                      , COALESCE(LOC_CODE, ' ')
                      , CHAR(HIREDATE, ISO)
                      , COALESCE(CHAR(SEPDATE, ISO), ' ')
                      , CHAR(BIRTHDATE, ISO)
                      , SEX
                    INTO
                        :WS-FIRSTNME
                      , :WS-MIDINIT
                      , :WS-LASTNAME
                      , :WS-WORKDEPT
                      , :WS-JOB
                      , :WS-PHONENO
                      , :WS-LOC-CODE
                      , :WS-HIREDATE
                      , :WS-SEPDATE
                      , :WS-BIRTHDATE
                      , :WS-SEX
                    FROM EMP
                    WHERE EMPNO = :WS-PREV-EMPNO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO EMP-FOUND-SWITCH
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-GET-ADDRESS - THE CURRENT (LATEST-DATED) MAILING ADDRESS, *
      *                    SPACES WHEN NONE IS ON FILE                 *
      ******************************************************************
       2420-GET-ADDRESS.
                MOVE SPACES TO WS-ADDR1 WS-ADDR2 WS-ADDR3.

                EXEC SQL
                    SELECT
                        ADDR1
                      , COALESCE(ADDR2, ' ')
                      , COALESCE(ADDR3, ' ')
                    INTO
                        :WS-ADDR1
                      , :WS-ADDR2
                      , :WS-ADDR3
                    FROM EMPADDR
                    WHERE EMPNO = :WS-PREV-EMPNO
                    ORDER BY EFFDATE DESC
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2430-GET-REHIRE-LINK - THE EARLIER EMPNO OF A REHIRE           *
      ******************************************************************
       2430-GET-REHIRE-LINK.
                MOVE SPACES TO WS-OLD-EMPNO.

                EXEC SQL
                    SELECT
                        OLD_EMPNO
                    INTO
                        :WS-OLD-EMPNO
                    FROM REHIRE_LINK
                    WHERE NEW_EMPNO = :WS-PREV-EMPNO
                    FETCH FIRST 1 ROW ONLY
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2430-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-SEND-TO-SUBSCRIBER - KEEP ONLY THE CHANGES THE SUBSCRIBER *
      *                           RECEIVES; IF ANY REMAIN, THE FIRST   *
      *                           NAMES THE RECORD AND THE FIELDS IT   *
      *                           MAY NOT SEE GO OUT AS SPACES.        *
      ******************************************************************
       2500-SEND-TO-SUBSCRIBER.
                MOVE SPACES TO EDL-DETAIL-REC.
                MOVE SPACES TO SUB-SEND-SWITCH.
                MOVE 0      TO WS-PICK-SUB.

                PERFORM 2510-PICK-CHANGE
                THRU    2510-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL   WS-TYPE-SUB > 6.

                IF NOT SUB-SEND
                   GO TO 2500-EXIT
                END-IF.

                MOVE 'D'                       TO ED-RECORD-TYPE.
                MOVE WS-PREV-EMPNO             TO ED-EMPNO.
                MOVE WS-TYPE-CODE(WS-PICK-SUB) TO ED-CHANGE-TYPE.
                MOVE WS-EMP-LAST-SEQ           TO ED-LAST-SEQ.

                IF WS-SUB-FIELD(WS-SUB, 1) = 'Y'
                   MOVE WS-FIRSTNME  TO ED-FIRSTNME
                   MOVE WS-MIDINIT   TO ED-MIDINIT
                   MOVE WS-LASTNAME  TO ED-LASTNAME
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 2) = 'Y'
                   MOVE WS-WORKDEPT  TO ED-WORKDEPT
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 3) = 'Y'
                   MOVE WS-JOB       TO ED-JOB
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 4) = 'Y'
                   MOVE WS-PHONENO   TO ED-PHONENO
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 5) = 'Y'
                   MOVE WS-LOC-CODE  TO ED-LOC-CODE
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 6) = 'Y'
                   MOVE WS-HIREDATE  TO ED-HIREDATE
                   MOVE WS-SEPDATE   TO ED-SEPDATE
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 7) = 'Y'
                   MOVE WS-BIRTHDATE TO ED-BIRTHDATE
                   MOVE WS-SEX       TO ED-SEX
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 8) = 'Y'
                   MOVE WS-ADDR1     TO ED-ADDR1
                   MOVE WS-ADDR2     TO ED-ADDR2
                   MOVE WS-ADDR3     TO ED-ADDR3
                END-IF.
                IF WS-SUB-FIELD(WS-SUB, 9) = 'Y'
                   MOVE WS-OLD-EMPNO TO ED-OLD-EMPNO
                END-IF.

                EVALUATE WS-SUB
                    WHEN 1
                         WRITE DLTBENF-REC FROM EDL-DETAIL-REC
                    WHEN 2
                         WRITE DLTDIRF-REC FROM EDL-DETAIL-REC
                    WHEN 3
                         WRITE DLTBLDF-REC FROM EDL-DETAIL-REC
                END-EVALUATE.

                ADD 1 TO WS-WRITE-COUNT.
                ADD 1 TO WS-SUB-REC-COUNT(WS-SUB).
                ADD 1 TO WS-SUB-TYPE-COUNT(WS-SUB, WS-PICK-SUB).

                STRING WS-SUB-CODE(WS-SUB) DELIMITED BY SPACE
                       ' '                 DELIMITED BY SIZE
                  INTO WS-DET-SENT
                  WITH POINTER WS-SENT-PTR.
       2500-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2510-PICK-CHANGE - ONE CHANGE THE EMPLOYEE HAD: FLAG IT ON THE *
      *                    RECORD IF THE SUBSCRIBER RECEIVES IT, AND   *
      *                    THE FIRST SO FLAGGED NAMES THE RECORD       *
      ******************************************************************
       2510-PICK-CHANGE.
                IF WS-EMP-FLAG(WS-TYPE-SUB) = 'Y'
                   AND WS-SUB-TYPE(WS-SUB, WS-TYPE-SUB) = 'Y'
                   MOVE 'Y' TO ED-FLAG(WS-TYPE-SUB)
                   MOVE 'Y' TO SUB-SEND-SWITCH
                   IF WS-PICK-SUB = 0
                      MOVE WS-TYPE-SUB TO WS-PICK-SUB
                   END-IF
                END-IF.
       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-WRITE-TRAILER - ONE SUBSCRIBER'S TRAILER: DETAIL COUNT IN *
      *                      TOTAL AND BY CHANGE TYPE                  *
      ******************************************************************
       2600-WRITE-TRAILER.
                MOVE SPACES TO EDL-TRAILER-REC.
                MOVE 'T'    TO ET-RECORD-TYPE.
                MOVE WS-SUB-REC-COUNT(WS-SUB) TO ET-REC-COUNT.

                PERFORM 2610-MOVE-TYPE-COUNT
                THRU    2610-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL   WS-TYPE-SUB > 6.

                MOVE WS-HIGH-SEQ TO ET-TO-SEQ.

                EVALUATE WS-SUB
                    WHEN 1
                         WRITE DLTBENF-REC FROM EDL-TRAILER-REC
                    WHEN 2
                         WRITE DLTDIRF-REC FROM EDL-TRAILER-REC
                    WHEN 3
                         WRITE DLTBLDF-REC FROM EDL-TRAILER-REC
                END-EVALUATE.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2610-MOVE-TYPE-COUNT                                           *
      ******************************************************************
       2610-MOVE-TYPE-COUNT.
                MOVE WS-SUB-TYPE-COUNT(WS-SUB, WS-TYPE-SUB)
                  TO ET-TYPE-COUNT(WS-TYPE-SUB).
       2610-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2800-SAVE-WATERMARK - THE NEXT RUN STARTS ABOVE THIS RUN'S     *
      *                       HIGH-WATER MARK. SAVED ONLY ONCE THE     *
      *                       FILES ARE CLOSED, SO A FAILED RUN LEAVES *
      *                       THE MARK WHERE IT WAS.                   *
      ******************************************************************
       2800-SAVE-WATERMARK.
                OPEN OUTPUT EMPDLTF.
                MOVE WS-HIGH-SEQ TO EW-LAST-SEQ.
                MOVE WS-RUN-DATE TO EW-LAST-DATE.
                MOVE WS-RUN-TIME TO EW-LAST-TIME.
                WRITE EMPDLT-REC.
                CLOSE EMPDLTF.
       2800-EXIT.
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
      * 2170-PRINT-SUMMARY - TOTALS FOR THE RUN, THEN EACH             *
      *                      SUBSCRIBER'S TRAILER FIGURES              *
      ******************************************************************
       2170-PRINT-SUMMARY.
                MOVE WS-AUDIT-COUNT TO WS-SUM-AUDITS.
                MOVE WS-EMP-COUNT   TO WS-SUM-EMPS.
                MOVE WS-SKIP-COUNT  TO WS-SUM-SKIP.
                PRINT WS-RPT-SUMMARY.

                PERFORM 2180-PRINT-SUB-SUMMARY
                THRU    2180-EXIT
                VARYING WS-SUB FROM 1 BY 1
                UNTIL   WS-SUB > 3.
       2170-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2180-PRINT-SUB-SUMMARY                                         *
      ******************************************************************
       2180-PRINT-SUB-SUMMARY.
                MOVE WS-SUB-CODE(WS-SUB)      TO WS-SSUM-CODE.
                MOVE WS-SUB-REC-COUNT(WS-SUB) TO WS-SSUM-RECS.
                MOVE SPACES                   TO WS-SSUM-TYPES.
                MOVE 1                        TO WS-SSUM-PTR.

                PERFORM 2185-EDIT-TYPE-COUNT
                THRU    2185-EXIT
                VARYING WS-TYPE-SUB FROM 1 BY 1
                UNTIL   WS-TYPE-SUB > 6.

                PRINT WS-RPT-SUB-SUMMARY.
       2180-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2185-EDIT-TYPE-COUNT                                           *
      ******************************************************************
       2185-EDIT-TYPE-COUNT.
                MOVE WS-SUB-TYPE-COUNT(WS-SUB, WS-TYPE-SUB)
                  TO WS-COUNT-ED.
                STRING WS-COUNT-ED ' '
                       DELIMITED BY SIZE
                  INTO WS-SSUM-TYPES
                  WITH POINTER WS-SSUM-PTR.
       2185-EXIT.
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

                MOVE 'COBEMPDL'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-AUDIT-COUNT TO RUNH-READ-COUNT.
                MOVE WS-WRITE-COUNT TO RUNH-WRITE-COUNT.
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
