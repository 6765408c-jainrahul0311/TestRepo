      *-----------------------------------------------------------------
      *     COBAPIBT - API BATCH DRIVER. A MASS CHANGE - DEDUCTION
      *                CHANGES AFTER OPEN ENROLMENT, A BLOCK OF
      *                APITPO34 SKILL UPGRADES, AN OFFICE MOVE'S
      *                APITPO35 ADDRESS UPDATES - NO LONGER NEEDS A
      *                ONE-OFF PROGRAM OR HUNDREDS OF KEYED SCREENS.
      *                EACH APIBTIN RECORD (APITXREC) NAMES AN API
      *                PROGRAM, A COMMAND CODE, AN OPERATOR AND THE
      *                DATA-IN PAYLOAD, AND IS CALLED EXACTLY AS
      *                COBCIO51 CALLS THE OWNING API - CMD-CODE,
      *                RESP-CODE, DATA-IN, DATA-OUT - SO ITS
      *                AUTHORIZATION CHECK, FIELD EDITS, AUDITLOG
      *                IMAGES AND APIERRB ERROR BLOCK ALL APPLY AS
      *                THEY DO ON LINE. THE API RUNS IN THIS UNIT OF
      *                WORK UNDER THE JOB'S AUTH ID, AS APIACC DOES
      *                FOR COBSOEXE, SO A RECORD'S OPERATOR MUST BE
      *                THAT AUTH ID (BLANK TAKES IT); ANY OTHER IS NOT
      *                CALLED. A RESP-CODE 1 (SQL FAILURE) BACKS OUT
      *                THAT COMMAND ALONE, AS COBCIO51 DOES; ANY OTHER
      *                REFUSAL KEEPS WHAT THE API WROTE (AUTH_DENIAL).
      *                EVERY TRANSACTION GETS AN APIBTOUT RESULT
      *                RECORD (APIRSREC) AND A REGISTER LINE; THE RUN
      *                ENDS RC 4 WHEN ANY WAS NOT APPLIED.
      *
      *                CONTROL CARD: MODE(3) INTVL(5)
      *                  MODE  - 'UPD' APPLIES THE COMMANDS; ANYTHING
      *                          ELSE RUNS AS A SIMULATION - EVERY
      *                          COMMAND IS CALLED AND THEN ROLLED
      *                          BACK, SO THE RESULTS SHOW WHAT A LIVE
      *                          RUN WOULD DO
      *                  INTVL - TRANSACTIONS BETWEEN COMMITS, DEFAULT
      *                          100. EACH COMMIT CHECKPOINTS THE LAST
      *                          RECORD NUMBER ON CKPTFILE (CKPTREC,
      *                          KEY TYPE 'R'); A LIVE RERUN AFTER A
      *                          FAILURE SKIPS TO THE RECORD AFTER IT.
      *                          RESULTS OF A FAILED RUN PAST ITS LAST
      *                          CHECKPOINT WERE BACKED OUT AND ARE
      *                          WRITTEN AGAIN BY THE RERUN. A NEW FILE
      *                          AFTER AN UNFINISHED RUN NEEDS A
      *                          COBCKPUT 'FIN COBAPIBT' CARD FIRST.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBAPIBT.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT APIBTIN
                  ASSIGN TO DA-S-APIBTIN.

           SELECT APIBTOUT
                  ASSIGN TO DA-S-APIBTOUT.

           SELECT CKPTFILE
                  ASSIGN TO DA-S-CKPTFILE.

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
           05  CARDREC-INTVL          PIC X(5).

       FD      APIBTIN
               RECORD CONTAINS 530 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY APITXREC.

       FD      APIBTOUT
               RECORD CONTAINS 343 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY APIRSREC.

       FD      CKPTFILE
               RECORD CONTAINS 30 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY CKPTREC.

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
       77  END-OF-IN-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-IN                     VALUE  'Y'.
       77  END-OF-CKPT-SWITCH     PIC X          VALUE  SPACES.
               88  END-OF-CKPT                   VALUE  'Y'.
       77  LIVE-RUN-SWITCH        PIC X          VALUE  'N'.
               88  LIVE-RUN                      VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

      *    THE JOB'S SQL AUTH ID - THE OPERATOR EVERY API CALLED
      *    HERE CHECKS AND AUDITS
       01  WS-RUN-OPID            PIC X(8).

      *    RESTART: THE LAST RECORD NUMBER A PRIOR LIVE RUN COMMITTED
       01  WS-CKPT-ID             PIC X(8)      VALUE 'COBAPIBT'.
       01  WS-RESTART-RECNO       PIC 9(6)      VALUE 0.
       01  WS-REC-NO              PIC 9(6)      VALUE 0.

      *    COMMIT INTERVAL
       01  WS-INTVL-SIZE          PIC 9(5)      VALUE 100.
       01  WS-INTVL-CTR           PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-COMMIT-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.

      ****   PARAMETERS PASSED TO THE NAMED API PROGRAM
       01  BT-API-PROGRAM         PIC X(8).
       01  BT-API-CMD             PIC 99.
       01  BT-API-RESP            PIC 99.
       01  BT-API-IN              PIC X(512).
       01  BT-API-OUT             PIC X(2048).

           COPY APIERRB.

      *    RUN TOTALS
       01  WS-READ-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-SKIP-COUNT          PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-APPLIED-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-REFUSED-COUNT       PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-FAILED-COUNT        PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-NOT-CALLED-COUNT    PIC 9(7)      USAGE COMP  VALUE 0.

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
                VALUE 'API BATCH TRANSACTION REGISTER'.
           10 FILLER              PIC X(52).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'MODE: '.
           10 WS-STAMP-MODE       PIC X(18).
           10 FILLER              PIC X(9)   VALUE '  INTVL: '.
           10 WS-STAMP-INTVL      PIC ZZZZ9.
           10 FILLER              PIC X(8)   VALUE '  OPID: '.
           10 WS-STAMP-OPID       PIC X(8).
           10 FILLER              PIC X(11)  VALUE '  RESTART: '.
           10 WS-STAMP-RESTART    PIC ZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN DATE: '.
           10 WS-STAMP-DATE       PIC 9(6).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'RUN TIME: '.
           10 WS-STAMP-TIME       PIC 9(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'PAGE: '.
           10 WS-STAMP-PAGE-NO    PIC ZZZ9.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(8)   VALUE 'REC NO'.
           10 FILLER              PIC X(10)  VALUE 'PROGRAM'.
           10 FILLER              PIC X(5)   VALUE 'CMD'.
           10 FILLER              PIC X(10)  VALUE 'OPERATOR'.
           10 FILLER              PIC X(22)  VALUE 'KEY'.
           10 FILLER              PIC X(6)   VALUE 'RESP'.
           10 FILLER              PIC X(12)  VALUE 'OUTCOME'.
           10 FILLER              PIC X(56)  VALUE 'REASON'.

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-DET-REC-NO       PIC ZZZZZ9.
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DET-PROGRAM      PIC X(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DET-CMD          PIC X(2).
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-DET-OPID         PIC X(8).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DET-KEY          PIC X(20).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DET-RESP         PIC Z9.
           10 FILLER              PIC X(4)   VALUE SPACES.
           10 WS-DET-OUTCOME      PIC X(10).
           10 FILLER              PIC X(2)   VALUE SPACES.
           10 WS-DET-REASON       PIC X(40).
           10 FILLER              PIC X(8)   VALUE SPACES.

       01  WS-RPT-FOOTER.
           10 FILLER              PIC X(50)  VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE 'END OF PAGE '.
           10 WS-FOOTER-PAGE-NO   PIC ZZZ9.
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'READ: '.
           10 WS-SUM-READ         PIC ZZZZZ9.
           10 FILLER              PIC X(18)  VALUE '  SKIPPED (RESTART'.
           10 FILLER              PIC X(3)   VALUE '): '.
           10 WS-SUM-SKIPPED      PIC ZZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  APPLIED: '.
           10 WS-SUM-APPLIED      PIC ZZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  REFUSED: '.
           10 WS-SUM-REFUSED      PIC ZZZZZ9.
           10 FILLER              PIC X(10)  VALUE '  FAILED: '.
           10 WS-SUM-FAILED       PIC ZZZZZ9.
           10 FILLER              PIC X(14)  VALUE '  NOT CALLED: '.
           10 WS-SUM-NOT-CALLED   PIC ZZZZZ9.
           10 FILLER              PIC X(11)  VALUE '  COMMITS: '.
           10 WS-SUM-COMMITS      PIC ZZZZZZ9.

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
      * SQLCA
      ******************************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.

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

             PERFORM 2200-READ-TRANSACTION
             THRU    2200-EXIT
             UNTIL END-OF-IN.

             IF LIVE-RUN
                PERFORM 2860-COMMIT
                THRU    2860-EXIT
                PERFORM 2880-WRITE-END-CHECKPOINT
                THRU    2880-EXIT
             END-IF.

             PERFORM 2170-PRINT-SUMMARY
             THRU    2170-EXIT.

             PERFORM 2160-PRINT-FOOTER
             THRU    2160-EXIT.

             CLOSE APIBTIN.
             CLOSE APIBTOUT.

             IF WS-REFUSED-COUNT    > 0
                OR WS-FAILED-COUNT     > 0
                OR WS-NOT-CALLED-COUNT > 0
                MOVE 4 TO RETURN-CODE
             END-IF.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE CARD SETS THE MODE AND THE COMMIT        *
      *                   INTERVAL. ANYTHING BUT AN EXPLICIT 'UPD'     *
      *                   RUNS AS A SIMULATION, AS ON COBMERIT. ONLY   *
      *                   A LIVE RUN RESTARTS FROM A CHECKPOINT - A    *
      *                   SIMULATION ALWAYS RUNS THE WHOLE FILE.       *
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

                IF CARDREC-INTVL NUMERIC
                   AND CARDREC-INTVL > '00000'
                   MOVE CARDREC-INTVL TO WS-INTVL-SIZE
                END-IF.

                DISPLAY 'COBAPIBT MODE CARD = ' CARDREC-MODE
                        ' INTVL = ' WS-INTVL-SIZE.

                EXEC SQL
                    SELECT USER
                    INTO   :WS-RUN-OPID
                    FROM   SYSIBM.SYSDUMMY1
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                IF LIVE-RUN
                   PERFORM 1050-READ-CHECKPOINT
                   THRU    1050-EXIT
                END-IF.

                IF WS-RESTART-RECNO > 0
                   DISPLAY '++ COBAPIBT RESTARTING AFTER RECORD '
                           WS-RESTART-RECNO ' ++'
                END-IF.

                OPEN INPUT  APIBTIN.
                OPEN OUTPUT APIBTOUT.
       1000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1050-READ-CHECKPOINT - THE LAST CKPTFILE RECORD FOR THIS       *
      *                        PROGRAM DECIDES: IN PROGRESS WITH A     *
      *                        RECORD NUMBER RESTARTS AFTER IT; A      *
      *                        COMPLETE RUN (OR A COBCKPUT FIN CARD)   *
      *                        STARTS AT THE FIRST RECORD.             *
      ******************************************************************
       1050-READ-CHECKPOINT.
                OPEN INPUT CKPTFILE.

                PERFORM 1060-READ-CKPT-RECORD
                THRU    1060-EXIT
                UNTIL   END-OF-CKPT.

                CLOSE CKPTFILE.
       1050-EXIT.
                EXIT.

      /
      ******************************************************************
      * 1060-READ-CKPT-RECORD - ONE CHECKPOINT RECORD                  *
      ******************************************************************
       1060-READ-CKPT-RECORD.
                READ CKPTFILE
                   AT END
                        MOVE 'Y' TO END-OF-CKPT-SWITCH
                        GO TO 1060-EXIT
                END-READ.

                IF CKPT-PROGRAM-ID NOT = WS-CKPT-ID
                   GO TO 1060-EXIT
                END-IF.

                IF CKPT-IN-PROGRESS
                   AND CKPT-KEY-IS-RECNO
                   AND CKPT-LAST-KEY NUMERIC
                   MOVE CKPT-LAST-KEY TO WS-RESTART-RECNO
                ELSE
                   MOVE 0             TO WS-RESTART-RECNO
                END-IF.
       1060-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-READ-TRANSACTION - ONE RECORD: SKIP IT ON A RESTART, OR   *
      *                         RUN IT AND RECORD THE RESULT           *
      ******************************************************************
       2200-READ-TRANSACTION.
                READ APIBTIN
                   AT END
                        MOVE 'Y' TO END-OF-IN-SWITCH
                        GO TO 2200-EXIT
                END-READ.

                ADD 1 TO WS-READ-COUNT.
                ADD 1 TO WS-REC-NO.

                IF WS-REC-NO NOT > WS-RESTART-RECNO
                   ADD 1 TO WS-SKIP-COUNT
                   GO TO 2200-EXIT
                END-IF.

                MOVE SPACES         TO APIRS-RECORD.
                MOVE WS-REC-NO      TO ARS-REC-NO.
                MOVE ATX-PROGRAM    TO ARS-PROGRAM.
                MOVE ATX-CMD-CODE   TO ARS-CMD-CODE.
                MOVE ATX-OPID       TO ARS-OPID.
                MOVE ATX-DATA-IN (1:20) TO ARS-KEY.
                MOVE 0              TO ARS-RESP-CODE.

                IF ATX-OPID = SPACES
                   MOVE WS-RUN-OPID TO ARS-OPID
                END-IF.

                PERFORM 2300-EDIT-TRANSACTION
                THRU    2300-EXIT.

                IF ARS-NOT-CALLED
                   ADD 1 TO WS-NOT-CALLED-COUNT
                ELSE
                   PERFORM 2400-RUN-COMMAND
                   THRU    2400-EXIT
                END-IF.

                WRITE APIRS-RECORD.

                PERFORM 2700-PRINT-RESULT
                THRU    2700-EXIT.

                IF LIVE-RUN
                   ADD 1 TO WS-INTVL-CTR
                   IF WS-INTVL-CTR >= WS-INTVL-SIZE
                      PERFORM 2860-COMMIT
                      THRU    2860-EXIT
                   END-IF
                END-IF.
       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-EDIT-TRANSACTION - WHAT THE DRIVER ITSELF REFUSES. ONLY   *
      *                         API PROGRAMS ARE CALLED, WITH A        *
      *                         NUMERIC COMMAND, FOR THE OPERATOR THE  *
      *                         JOB RUNS AS. THE COMMAND'S OWN RULES   *
      *                         ARE THE API'S TO APPLY.                *
      ******************************************************************
       2300-EDIT-TRANSACTION.
                IF ATX-PROGRAM (1:3) NOT = 'API'
                   MOVE 'X' TO ARS-OUTCOME
                   MOVE 'NOT AN API PROGRAM' TO ARS-REASON
                   GO TO 2300-EXIT
                END-IF.

                IF ATX-CMD-CODE NOT NUMERIC
                   MOVE 'X' TO ARS-OUTCOME
                   MOVE 'COMMAND CODE NOT NUMERIC' TO ARS-REASON
                   GO TO 2300-EXIT
                END-IF.

                IF ARS-OPID NOT = WS-RUN-OPID
                   MOVE 'X' TO ARS-OUTCOME
                   MOVE 'OPERATOR IS NOT THE JOB AUTH ID'
                                TO ARS-REASON
                   GO TO 2300-EXIT
                END-IF.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-RUN-COMMAND - CALL THE API AS THE ON-LINE LAYER DOES,     *
      *                    BEHIND A SAVEPOINT SO THIS ONE COMMAND CAN  *
      *                    BE BACKED OUT WITHOUT THE REST OF THE       *
      *                    INTERVAL. A SIMULATION BACKS OUT EVERY ONE. *
      ******************************************************************
       2400-RUN-COMMAND.
                EXEC SQL
                    SAVEPOINT APIBTCMD ON ROLLBACK RETAIN CURSORS
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                MOVE ATX-PROGRAM    TO BT-API-PROGRAM.
                MOVE ATX-CMD-CODE   TO BT-API-CMD.
                MOVE 0              TO BT-API-RESP.
                MOVE ATX-DATA-IN    TO BT-API-IN.
                MOVE SPACES         TO BT-API-OUT.

                CALL BT-API-PROGRAM USING BT-API-CMD
                                          BT-API-RESP
                                          BT-API-IN
                                          BT-API-OUT
                    ON EXCEPTION
                         MOVE 'X' TO ARS-OUTCOME
                         MOVE 'API PROGRAM NOT FOUND' TO ARS-REASON
                         ADD 1 TO WS-NOT-CALLED-COUNT
                         GO TO 2400-EXIT
                END-CALL.

                MOVE BT-API-RESP            TO ARS-RESP-CODE.
                MOVE BT-API-OUT (1793:256)  TO ARS-ERROR-BLOCK.
                MOVE BT-API-OUT (1793:256)  TO API-ERROR-BLOCK.

                EVALUATE BT-API-RESP
                    WHEN 0
                         ADD 1 TO WS-APPLIED-COUNT
                         IF LIVE-RUN
                            MOVE 'A' TO ARS-OUTCOME
                         ELSE
                            MOVE 'S' TO ARS-OUTCOME
                         END-IF
                    WHEN 1
                         ADD 1 TO WS-FAILED-COUNT
                         MOVE 'F' TO ARS-OUTCOME
                         MOVE 'FAILED - SQL ERROR, NOTHING WAS CHANGED'
                           TO ARS-REASON
                         PERFORM 2600-BACK-OUT-COMMAND
                         THRU    2600-EXIT
                    WHEN 97
                         ADD 1 TO WS-REFUSED-COUNT
                         MOVE 'R' TO ARS-OUTCOME
                         MOVE 'REFUSED - ROLES DO NOT PERMIT THIS'
                           TO ARS-REASON
                    WHEN OTHER
                         ADD 1 TO WS-REFUSED-COUNT
                         MOVE 'R' TO ARS-OUTCOME
                         MOVE 'REFUSED BY THE API PROGRAM'
                           TO ARS-REASON
                END-EVALUATE.

                IF AEB-PRESENT
                   MOVE AEB-MESSAGE TO ARS-REASON
                END-IF.

                IF NOT LIVE-RUN
                   AND BT-API-RESP NOT = 1
                   PERFORM 2600-BACK-OUT-COMMAND
                   THRU    2600-EXIT
                END-IF.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-BACK-OUT-COMMAND - UNDO EVERYTHING THE COMMAND WROTE      *
      ******************************************************************
       2600-BACK-OUT-COMMAND.
                EXEC SQL
                    ROLLBACK TO SAVEPOINT APIBTCMD
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2700-PRINT-RESULT - ONE REGISTER LINE PER TRANSACTION RUN      *
      ******************************************************************
       2700-PRINT-RESULT.
                MOVE ARS-REC-NO      TO WS-DET-REC-NO.
                MOVE ARS-PROGRAM     TO WS-DET-PROGRAM.
                MOVE ARS-CMD-CODE    TO WS-DET-CMD.
                MOVE ARS-OPID        TO WS-DET-OPID.
                MOVE ARS-KEY         TO WS-DET-KEY.
                MOVE ARS-RESP-CODE   TO WS-DET-RESP.
                MOVE ARS-REASON      TO WS-DET-REASON.

                EVALUATE TRUE
                    WHEN ARS-APPLIED
                         MOVE 'APPLIED'    TO WS-DET-OUTCOME
                    WHEN ARS-SIMULATED
                         MOVE 'SIMULATED'  TO WS-DET-OUTCOME
                    WHEN ARS-REFUSED
                         MOVE 'REFUSED'    TO WS-DET-OUTCOME
                    WHEN ARS-FAILED
                         MOVE 'FAILED'     TO WS-DET-OUTCOME
                    WHEN OTHER
                         MOVE 'NOT CALLED' TO WS-DET-OUTCOME
                END-EVALUATE.

                PRINT WS-RPT-DETAIL.

                PERFORM 2190-COUNT-LINE
                THRU    2190-EXIT.
       2700-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2860-COMMIT - COMMIT THE INTERVAL AND CHECKPOINT ITS LAST      *
      *               RECORD, SO A RERUN STARTS AFTER IT               *
      ******************************************************************
       2860-COMMIT.
                IF WS-INTVL-CTR = 0
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
                MOVE 0 TO WS-INTVL-CTR.

                MOVE WS-CKPT-ID     TO CKPT-PROGRAM-ID.
                MOVE WS-REC-NO      TO CKPT-LAST-KEY.
                MOVE WS-RUN-DATE    TO CKPT-RUN-DATE.
                MOVE WS-RUN-TIME    TO CKPT-RUN-TIME.
                MOVE 'I'            TO CKPT-STATUS.
                SET CKPT-KEY-IS-RECNO TO TRUE.

                OPEN EXTEND CKPTFILE.
                WRITE CKPT-RECORD.
                CLOSE CKPTFILE.
       2860-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2880-WRITE-END-CHECKPOINT - THE FILE IS DONE; THE NEXT RUN     *
      *                             STARTS AT ITS FIRST RECORD         *
      ******************************************************************
       2880-WRITE-END-CHECKPOINT.
                MOVE WS-CKPT-ID     TO CKPT-PROGRAM-ID.
                MOVE WS-REC-NO      TO CKPT-LAST-KEY.
                MOVE WS-RUN-DATE    TO CKPT-RUN-DATE.
                MOVE WS-RUN-TIME    TO CKPT-RUN-TIME.
                MOVE 'C'            TO CKPT-STATUS.
                SET CKPT-KEY-IS-RECNO TO TRUE.

                OPEN EXTEND CKPTFILE.
                WRITE CKPT-RECORD.
                CLOSE CKPTFILE.
       2880-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-INTVL-SIZE    TO WS-STAMP-INTVL.
                MOVE WS-RUN-OPID      TO WS-STAMP-OPID.
                MOVE WS-RESTART-RECNO TO WS-STAMP-RESTART.
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
                MOVE WS-READ-COUNT       TO WS-SUM-READ.
                MOVE WS-SKIP-COUNT       TO WS-SUM-SKIPPED.
                MOVE WS-APPLIED-COUNT    TO WS-SUM-APPLIED.
                MOVE WS-REFUSED-COUNT    TO WS-SUM-REFUSED.
                MOVE WS-FAILED-COUNT     TO WS-SUM-FAILED.
                MOVE WS-NOT-CALLED-COUNT TO WS-SUM-NOT-CALLED.
                MOVE WS-COMMIT-COUNT     TO WS-SUM-COMMITS.
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

                MOVE 'COBAPIBT'     TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE    TO RUNH-START-DATE.
                MOVE WS-RUN-TIME    TO RUNH-START-TIME.
                MOVE WS-END-DATE    TO RUNH-END-DATE.
                MOVE WS-END-TIME    TO RUNH-END-TIME.
                MOVE WS-READ-COUNT  TO RUNH-READ-COUNT.
                IF LIVE-RUN
                   MOVE WS-APPLIED-COUNT TO RUNH-WRITE-COUNT
                ELSE
                   MOVE 0                TO RUNH-WRITE-COUNT
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
      * 9000-DBERROR - GET ERROR MESSAGE, BACK OUT THE INTERVAL IN     *
      *                FLIGHT AND END THE RUN. A LIVE RERUN RESTARTS   *
      *                AFTER THE LAST CHECKPOINTED RECORD.             *
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
