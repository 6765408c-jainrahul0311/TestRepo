      *-----------------------------------------------------------------
      *     COBASGLD - OPENING LOAD OF THE ASSIGNMENT HISTORY. EVERY
      *                EMP ROW WITH NO ASSIGN_HIST SPELL YET GETS ONE
      *                FROM ITS HIREDATE IN ITS CURRENT WORKDEPT AND
      *                JOB - OPEN (9999-12-31), OR ENDING THE DAY AFTER
      *                SEPDATE FOR A SEPARATED EMPLOYEE. EARLIER MOVES
      *                WERE NEVER RECORDED, SO THE CURRENT ASSIGNMENT
      *                IS TAKEN AS HELD SINCE HIRE. FROM HERE ON EVERY
      *                PATH THAT SETS WORKDEPT OR JOB KEEPS THE SPELLS
      *                (CPASGHST). AN EMPLOYEE ALREADY HOLDING A SPELL
      *                IS LEFT ALONE, SO THE LOAD MAY BE RERUN.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBASGLD.
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
       01  WS-SQLCODE             PIC 9(9).

      *    RUN TOTALS
       01  WS-EMP-COUNT           PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-HELD-COUNT          PIC S9(9)     USAGE COMP  VALUE 0.
       01  WS-LOADED-COUNT        PIC S9(9)     USAGE COMP  VALUE 0.

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
                VALUE 'ASSIGNMENT HISTORY - OPENING LOAD'.
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

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(19)  VALUE
                'EMPLOYEES ON FILE: '.
           10 WS-SUM-EMPS         PIC ZZZZZZZZ9.
           10 FILLER              PIC X(22)  VALUE
                '  ALREADY HELD SPELL: '.
           10 WS-SUM-HELD         PIC ZZZZZZZZ9.
           10 FILLER              PIC X(17)  VALUE
                '  SPELLS LOADED: '.
           10 WS-SUM-LOADED       PIC ZZZZZZZZ9.
           10 FILLER              PIC X(44)  VALUE SPACES.

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

                EXEC SQL INCLUDE ASGNHIST
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
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2000-PROCESS - COUNT WHAT IS ALREADY HELD, THEN LOAD THE REST  *
      *                IN ONE STATEMENT                                *
      ******************************************************************
       2000-PROCESS.

                EXEC SQL
                    SELECT COUNT(*)
                    INTO  :WS-EMP-COUNT
                    FROM EMP
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    SELECT COUNT(*)
                    INTO  :WS-HELD-COUNT
                    FROM EMP E
                    WHERE EXISTS
                          (SELECT 1 FROM ASSIGN_HIST A
                            WHERE A.EMPNO = E.EMPNO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                EXEC SQL
                    INSERT INTO ASSIGN_HIST
                        (
                            EMPNO
                          , EFF_FROM
                          , EFF_TO
                          , WORKDEPT
                          , JOB
                          , CHG_SOURCE
                          , CHG_OPID
                          , CHG_TS
                        )
                    SELECT
                            E.EMPNO
                          , COALESCE(E.HIREDATE, DATE('0001-01-01'))
                          , CASE WHEN E.SEPDATE IS NULL
                                 THEN DATE('9999-12-31')
                                 ELSE E.SEPDATE + 1 DAY
                            END
                          , COALESCE(E.WORKDEPT, ' ')
                          , COALESCE(E.JOB, ' ')
                          , 'COBASGLD'
                          , USER
                          , CURRENT TIMESTAMP
                    FROM EMP E
                    WHERE NOT EXISTS
                          (SELECT 1 FROM ASSIGN_HIST A
                            WHERE A.EMPNO = E.EMPNO)
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                    WHEN +100
                         COMPUTE WS-LOADED-COUNT =
                                 WS-EMP-COUNT - WS-HELD-COUNT
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                DISPLAY 'COBASGLD SPELLS LOADED = ' WS-LOADED-COUNT.
       2000-EXIT.
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
                MOVE WS-EMP-COUNT    TO WS-SUM-EMPS.
                MOVE WS-HELD-COUNT   TO WS-SUM-HELD.
                MOVE WS-LOADED-COUNT TO WS-SUM-LOADED.
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

                MOVE 'COBASGLD'      TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE     TO RUNH-START-DATE.
                MOVE WS-RUN-TIME     TO RUNH-START-TIME.
                MOVE WS-END-DATE     TO RUNH-END-DATE.
                MOVE WS-END-TIME     TO RUNH-END-TIME.
                MOVE WS-EMP-COUNT    TO RUNH-READ-COUNT.
                MOVE WS-LOADED-COUNT TO RUNH-WRITE-COUNT.
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
