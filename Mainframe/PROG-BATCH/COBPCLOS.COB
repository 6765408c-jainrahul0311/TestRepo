      *                (YYYYMM) ON THE CONTROL CARD, READS THE SHARED
      *                RUN-HISTORY FILE (RUNHREC) AND REFUSES TO SET
      *                THE PAYPCAL PERIOD CLOSED UNLESS EVERY JOB OF
      *                THE PAY CYCLE - COBPAYGN, COBOTPAY, COBLVDCK,
      *                COBLVENC, COBTAXWH, COBDEDPO, COBLNREC, COBBNKEX,
      *                COBCHQRN, COBGLPST, COBONCST AND COBEXPGL -
      *                SHOWS A COMPLETED RUN FOR THAT PERIOD WITH A
      *                ZERO RETURN CODE. EVERY PREREQUISITE IS PRINTED
      *                WITH ITS VERDICT, SO A REFUSED CLOSE SAYS
      *                EXACTLY WHICH JOB IS MISSING.
      *                THE RAW COBPPMNT 'CLS' CARD REMAINS FOR
      *                EMERGENCIES ONLY - THIS IS THE NORMAL CLOSE
      *                PATH, AND IT CANNOT CLOSE A PERIOD WHOSE GL FEED
      *                WAS NEVER PRODUCED. A BIWEEKLY OR WEEKLY PERIOD
      *                (NN 20-99) HAS NO GL FEED OF ITS OWN - COBGLPST
      *                POSTS IT WITH THE MONTH OF ITS PAY DATE - SO
      *                COBGLPST IS NOT DUE FOR IT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
       01  WS-PRQ-SUB             PIC S9(4)      USAGE COMP.

      *    THE PAY-CYCLE JOBS THAT MUST SHOW A COMPLETED ZERO-RC RUN
      *    FOR THE PERIOD BEFORE IT MAY CLOSE. 'M' MARKS ONE NOT DUE
      *    BECAUSE IT RUNS WITH THE MONTH INSTEAD.
       01  WS-PREREQ-LIST.
           05 FILLER              PIC X(10) VALUE 'COBPAYGN N'.
           05 FILLER              PIC X(10) VALUE 'COBOTPAY N'.
           05 FILLER              PIC X(10) VALUE 'COBLVDCK N'.
           05 FILLER              PIC X(10) VALUE 'COBLVENC N'.
           05 FILLER              PIC X(10) VALUE 'COBTAXWH N'.
           05 FILLER              PIC X(10) VALUE 'COBDEDPO N'.
           05 FILLER              PIC X(10) VALUE 'COBLNREC N'.
           05 FILLER              PIC X(10) VALUE 'COBBNKEX N'.
           05 FILLER              PIC X(10) VALUE 'COBCHQRN N'.
           05 FILLER              PIC X(10) VALUE 'COBGLPST N'.
           05 FILLER              PIC X(10) VALUE 'COBONCST N'.
           05 FILLER              PIC X(10) VALUE 'COBEXPGL N'.
       01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-LIST.
           05 WS-PREREQ OCCURS 12 TIMES.
              10 WS-PRQ-PROGRAM   PIC X(9).
              10 WS-PRQ-OK        PIC X(1).

                   GOBACK
                END-IF.

                IF WS-PYEARMONTH(5:2) > '19'
                   MOVE 'M' TO WS-PRQ-OK (10)
                END-IF.

                DISPLAY 'WS-PYEARMONTH = ' WS-PYEARMONTH.
       1000-EXIT.
                EXIT.
                      PERFORM 2110-TICK-PREREQ
                      THRU    2110-EXIT
                      VARYING WS-PRQ-SUB FROM 1 BY 1
                      UNTIL   WS-PRQ-SUB > 12
                   END-IF
                END-IF.
       2100-EXIT.
                PERFORM 2410-PRINT-ONE-PREREQ
                THRU    2410-EXIT
                VARYING WS-PRQ-SUB FROM 1 BY 1
                UNTIL   WS-PRQ-SUB > 12.
       2400-EXIT.
                EXIT.

       2410-PRINT-ONE-PREREQ.
                MOVE WS-PRQ-PROGRAM (WS-PRQ-SUB)
                     TO WS-PRQ-DET-PROGRAM.
                EVALUATE WS-PRQ-OK (WS-PRQ-SUB)
                    WHEN 'Y'
                         MOVE 'COMPLETED WITH RETURN CODE ZERO'
                              TO WS-PRQ-DET-VERDICT
                    WHEN 'M'
                         MOVE 'NOT DUE - POSTED WITH THE PAY-DATE MONTH'
                              TO WS-PRQ-DET-VERDICT
                    WHEN OTHER
                         MOVE 'NO COMPLETED ZERO-RC RUN FOR THIS PERIOD'
                              TO WS-PRQ-DET-VERDICT
                         MOVE SPACES TO ALL-OK-SWITCH
                END-EVALUATE.
                PRINT WS-RPT-PREREQ.
                ADD 1 TO WS-LINE-CTR.
       2410-EXIT.
