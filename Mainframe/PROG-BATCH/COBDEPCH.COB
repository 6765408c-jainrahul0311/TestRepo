      *-----------------------------------------------------------------
      *     COBDEPCH - DEPARTMENT STRUCTURE CHANGES BETWEEN TWO DATES.
      *                COMPARES THE DEPTHIST VERSION OF EVERY
      *                DEPARTMENT IN FORCE ON THE CARD'S FROM DATE
      *                WITH THE ONE IN FORCE ON ITS TO DATE AND LISTS
      *                THE DEPARTMENTS ADDED, CLOSED (INACTIVATED),
      *                RE-PARENTED (A NEW ADMRDEPT) OR GIVEN A NEW
      *                MANAGER (MGRNO) IN BETWEEN, WITH THE OLD AND
      *                NEW VALUES AND THE DATE THE VERSION IN FORCE AT
      *                THE TO DATE TOOK EFFECT. A DEPARTMENT CHANGED
      *                AND CHANGED BACK INSIDE THE RANGE DOES NOT
      *                SHOW - THE REPORT IS OF NET STRUCTURE, AS THE
      *                TWO COBDEPHI AS-AT CHARTS WOULD DIFFER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBDEPCH.
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
               RECORD CONTAINS 20 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC.
           05  CARDREC-FROM-DATE      PIC X(10).
           05  CARDREC-TO-DATE        PIC X(10).

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

      *    THE CARD RANGE
       01  WS-FROM-DATE           PIC X(10).
       01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
           05 WS-FR-YYYY          PIC X(4).
           05 WS-FR-SEP1          PIC X(1).
           05 WS-FR-MM            PIC X(2).
           05 WS-FR-SEP2          PIC X(1).
           05 WS-FR-DD            PIC X(2).
       01  WS-TO-DATE             PIC X(10).
       01  WS-TO-DATE-R REDEFINES WS-TO-DATE.
           05 WS-TO-YYYY          PIC X(4).
           05 WS-TO-SEP1          PIC X(1).
           05 WS-TO-MM            PIC X(2).
           05 WS-TO-SEP2          PIC X(1).
           05 WS-TO-DD            PIC X(2).
       01  WS-DATE-CHECK          PIC X(10).
       01  WS-DATE-CHECK-TO       PIC X(10).

      *    ONE DEPARTMENT WHOSE VERSIONS DIFFER, FROM C1
       01  WS-DEPTNO              PIC X(3).
       01  WS-DEPTNAME            PIC X(36).
       01  WS-FROM-STATUS         PIC X(1).
       01  WS-TO-STATUS           PIC X(1).
       01  WS-FROM-ADMRDEPT       PIC X(3).
       01  WS-TO-ADMRDEPT         PIC X(3).
       01  WS-FROM-MGRNO          PIC X(6).
       01  WS-TO-MGRNO            PIC X(6).
       01  WS-TO-EFF-FROM         PIC X(10).

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-ADDED-COUNT         PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-CLOSED-COUNT        PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-REPARENT-COUNT      PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-MANAGER-COUNT       PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-LINE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.

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
                VALUE 'DEPARTMENT STRUCTURE CHANGES'.
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

       01  WS-RPT-RANGE.
           10 FILLER              PIC X(38)  VALUE SPACES.
           10 FILLER              PIC X(14)  VALUE 'CHANGES FROM '.
           10 WS-RNG-FROM         PIC X(10).
           10 FILLER              PIC X(4)   VALUE ' TO '.
           10 WS-RNG-TO           PIC X(10).
           10 FILLER              PIC X(56)  VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(53)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(3).
           10 WS-COL1             PIC X(14)  VALUE 'CHANGE'.
           10 WS-COL2             PIC X(6)   VALUE 'DEPT'.
           10 WS-COL3             PIC X(38)  VALUE 'DEPARTMENT NAME'.
           10 WS-COL4             PIC X(9)   VALUE 'WAS'.
           10 WS-COL5             PIC X(9)   VALUE 'NOW'.
           10 WS-COL6             PIC X(12)  VALUE 'EFFECTIVE'.
           10 FILLER              PIC X(41).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3).
           10 WS-DET-CHANGE       PIC X(12).
           10 FILLER              PIC X(2).
           10 WS-DET-DEPTNO       PIC X(3).
           10 FILLER              PIC X(3).
           10 WS-DET-DEPTNAME     PIC X(36).
           10 FILLER              PIC X(2).
           10 WS-DET-WAS          PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-DET-NOW          PIC X(6).
           10 FILLER              PIC X(3).
           10 WS-DET-EFFECTIVE    PIC X(10).
           10 FILLER              PIC X(43).

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(7)   VALUE 'ADDED: '.
           10 WS-SUM-ADDED        PIC ZZZZ9.
           10 FILLER              PIC X(10)  VALUE '  CLOSED: '.
           10 WS-SUM-CLOSED       PIC ZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  RE-PARENTED: '.
           10 WS-SUM-REPARENT     PIC ZZZZ9.
           10 FILLER              PIC X(15)  VALUE '  NEW MANAGER: '.
           10 WS-SUM-MANAGER      PIC ZZZZ9.
           10 FILLER              PIC X(62)  VALUE SPACES.

       01  WS-RPT-NOTHING.
           10 FILLER              PIC X(6)   VALUE SPACES.
           10 FILLER              PIC X(50)  VALUE
                'NO STRUCTURAL CHANGES BETWEEN THE TWO DATES'.
           10 FILLER              PIC X(76)  VALUE SPACES.

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

                EXEC SQL INCLUDE DEPTHIST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    F AND T ARE THE DEPTHIST VERSIONS IN FORCE ON THE FROM AND
      *    TO DATES (INACTIVATIONS INCLUDED). A DEPARTMENT WITH NO
      *    DEPTHIST ROWS HAS NEVER CHANGED AND CANNOT QUALIFY. ONLY
      *    DEPARTMENTS WHOSE STATUS, ADMRDEPT OR MGRNO DIFFER COME
      *    BACK; A MISSING SIDE IS RETURNED AS SPACES.
           EXEC SQL DECLARE C1 CURSOR
             WITH F (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, DEPT_STATUS)
                 AS
                 (SELECT H.DEPTNO, H.DEPTNAME, H.MGRNO, H.ADMRDEPT,
                         H.DEPT_STATUS
                    FROM DEPTHIST H
                   WHERE H.EFF_FROM <= :WS-FROM-DATE
                     AND H.EFF_TO   >  :WS-FROM-DATE),
                  T (DEPTNO, DEPTNAME, MGRNO, ADMRDEPT, DEPT_STATUS,
                     EFF_FROM)
                 AS
                 (SELECT H.DEPTNO, H.DEPTNAME, H.MGRNO, H.ADMRDEPT,
                         H.DEPT_STATUS, H.EFF_FROM
                    FROM DEPTHIST H
                   WHERE H.EFF_FROM <= :WS-TO-DATE
                     AND H.EFF_TO   >  :WS-TO-DATE)
             SELECT
                 COALESCE(T.DEPTNO, F.DEPTNO),
                 COALESCE(T.DEPTNAME, F.DEPTNAME),
                 COALESCE(F.DEPT_STATUS, ' '),
                 COALESCE(T.DEPT_STATUS, ' '),
                 COALESCE(F.ADMRDEPT, ' '),
                 COALESCE(T.ADMRDEPT, ' '),
                 COALESCE(F.MGRNO, ' '),
                 COALESCE(T.MGRNO, ' '),
                 COALESCE(CHAR(T.EFF_FROM, ISO), ' ')
             FROM F
             FULL OUTER JOIN T
                    ON T.DEPTNO = F.DEPTNO
             WHERE COALESCE(F.DEPT_STATUS, ' ')
                      <> COALESCE(T.DEPT_STATUS, ' ')
                OR COALESCE(F.ADMRDEPT, ' ')
                      <> COALESCE(T.ADMRDEPT, ' ')
                OR COALESCE(F.MGRNO, ' ')
                      <> COALESCE(T.MGRNO, ' ')
             ORDER BY 1
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
      * 1000-INITIALIZE - GET AND VALIDATE THE FROM/TO DATE CARD       *
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

                MOVE CARDREC-FROM-DATE TO WS-FROM-DATE.
                MOVE CARDREC-TO-DATE   TO WS-TO-DATE.

                IF WS-FR-YYYY NOT NUMERIC
                   OR WS-FR-MM NOT NUMERIC
                   OR WS-FR-DD NOT NUMERIC
                   OR WS-FR-SEP1 NOT = '-'
                   OR WS-FR-SEP2 NOT = '-'
                   OR WS-TO-YYYY NOT NUMERIC
                   OR WS-TO-MM NOT NUMERIC
                   OR WS-TO-DD NOT NUMERIC
                   OR WS-TO-SEP1 NOT = '-'
                   OR WS-TO-SEP2 NOT = '-'
                   OR WS-TO-DATE NOT > WS-FROM-DATE
                   DISPLAY '++ COBDEPCH - MISSING OR BAD DATE CARD ++'
                   DISPLAY '++ COBDEPCH - ABORTING, FROM AND TO DATES '
                           'YYYY-MM-DD, FROM BEFORE TO, ARE '
                           'REQUIRED ++'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                END-IF.

                EXEC SQL
                    SELECT
                        CHAR(DATE(:WS-FROM-DATE), ISO),
                        CHAR(DATE(:WS-TO-DATE), ISO)
                    INTO
                        :WS-DATE-CHECK,
                        :WS-DATE-CHECK-TO
                    FROM SYSIBM.SYSDUMMY1
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN -180
                    WHEN -181
                         DISPLAY '++ COBDEPCH - ' WS-FROM-DATE ' OR '
                                 WS-TO-DATE ' IS NOT A DATE ++'
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                MOVE WS-FROM-DATE TO WS-RNG-FROM.
                MOVE WS-TO-DATE   TO WS-RNG-TO.

                DISPLAY 'WS-FROM-DATE = ' WS-FROM-DATE.
                DISPLAY 'WS-TO-DATE   = ' WS-TO-DATE.
       1000-EXIT.
                EXIT.

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

                IF WS-LINE-COUNT = 0
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
      * 2200-FETCH-C1 - ONE DEPARTMENT WHOSE VERSIONS DIFFER. ADDED    *
      *                 AND CLOSED ARE ONE LINE EACH; A DEPARTMENT     *
      *                 ACTIVE ON BOTH DATES GETS A LINE FOR EACH OF   *
      *                 A NEW ADMRDEPT AND A NEW MANAGER.              *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-DEPTNO,
                          :WS-DEPTNAME,
                          :WS-FROM-STATUS,
                          :WS-TO-STATUS,
                          :WS-FROM-ADMRDEPT,
                          :WS-TO-ADMRDEPT,
                          :WS-FROM-MGRNO,
                          :WS-TO-MGRNO,
                          :WS-TO-EFF-FROM
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

                MOVE WS-DEPTNO      TO WS-DET-DEPTNO.
                MOVE WS-DEPTNAME    TO WS-DET-DEPTNAME.
                MOVE WS-TO-EFF-FROM TO WS-DET-EFFECTIVE.

                IF WS-FROM-STATUS NOT = 'A'
                   AND WS-TO-STATUS = 'A'
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE 'ADDED'        TO WS-DET-CHANGE
                   MOVE SPACES         TO WS-DET-WAS
                   MOVE WS-TO-ADMRDEPT TO WS-DET-NOW
                   PERFORM 2300-PRINT-LINE
                   THRU    2300-EXIT
                   GO TO 2200-EXIT
                END-IF.

                IF WS-FROM-STATUS = 'A'
                   AND WS-TO-STATUS NOT = 'A'
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE 'CLOSED'         TO WS-DET-CHANGE
                   MOVE WS-FROM-ADMRDEPT TO WS-DET-WAS
                   MOVE SPACES           TO WS-DET-NOW
                   PERFORM 2300-PRINT-LINE
                   THRU    2300-EXIT
                   GO TO 2200-EXIT
                END-IF.

                IF WS-FROM-STATUS NOT = 'A'
                   GO TO 2200-EXIT
                END-IF.

                IF WS-FROM-ADMRDEPT NOT = WS-TO-ADMRDEPT
                   ADD 1 TO WS-REPARENT-COUNT
                   MOVE 'RE-PARENTED'    TO WS-DET-CHANGE
                   MOVE WS-FROM-ADMRDEPT TO WS-DET-WAS
                   MOVE WS-TO-ADMRDEPT   TO WS-DET-NOW
                   PERFORM 2300-PRINT-LINE
                   THRU    2300-EXIT
                END-IF.

                IF WS-FROM-MGRNO NOT = WS-TO-MGRNO
                   ADD 1 TO WS-MANAGER-COUNT
                   MOVE 'NEW MANAGER'    TO WS-DET-CHANGE
                   MOVE WS-FROM-MGRNO    TO WS-DET-WAS
                   MOVE WS-TO-MGRNO      TO WS-DET-NOW
                   PERFORM 2300-PRINT-LINE
                   THRU    2300-EXIT
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-PRINT-LINE                                                *
      ******************************************************************
       2300-PRINT-LINE.
                ADD 1 TO WS-LINE-COUNT.
                PRINT WS-RPT-DETAIL.
                ADD 1 TO WS-LINE-CTR.
                IF WS-LINE-CTR >= WS-MAX-LINES
                   PERFORM 2160-PRINT-FOOTER
                   THRU    2160-EXIT
                   PERFORM 2150-PRINT-HEADERS
                   THRU    2150-EXIT
                END-IF.
       2300-EXIT.
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
                PRINT WS-RPT-RANGE.
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
                MOVE WS-ADDED-COUNT    TO WS-SUM-ADDED.
                MOVE WS-CLOSED-COUNT   TO WS-SUM-CLOSED.
                MOVE WS-REPARENT-COUNT TO WS-SUM-REPARENT.
                MOVE WS-MANAGER-COUNT  TO WS-SUM-MANAGER.
                PRINT WS-RPT-SUMMARY.
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

                MOVE 'COBDEPCH'    TO RUNH-PROGRAM-ID.
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
