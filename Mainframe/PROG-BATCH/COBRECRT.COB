      *                OPERATOR'S LAST AUTH_DENIAL ACTIVITY, SO THE
      *                MANAGERS CAN SIGN THAT EVERY ACCESS IS STILL
      *                WARRANTED - THE GAP THE SECURITY AUDIT FLAGGED
      *                EXPLICITLY. ANY SEGREGATION-OF-DUTIES EXCEPTION
      *                THE OPERATOR HOLDS (AUTH_SOD_EXCP) IS LISTED
      *                UNDER THEIR ROLES, SO IT IS RE-SIGNED TOO.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
               88  END-OF-C2                     VALUE  'Y'.
       77  END-OF-C3-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C3                     VALUE  'Y'.
       77  END-OF-C4-SWITCH       PIC X          VALUE  SPACES.
               88  END-OF-C4                     VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-OPID                PIC X(8).
       01  WS-LAST-DENY-DATE      PIC 9(6).
       01  WS-DENY-QUOT           PIC S9(14)     USAGE COMP-3.
       01  WS-DENY-REM            PIC S9(8)      USAGE COMP-3.
       01  WS-SOD-RULE-ID         PIC X(6).
       01  WS-SOD-DESC            PIC X(40).
       01  WS-SOD-XSTATUS         PIC X(1).
       01  WS-SOD-EXPIRY          PIC X(10).
       01  WS-SOD-XLIVE           PIC X(1).
       01  WS-SOD-CHECKER         PIC X(8).

       01  WS-OPER-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
       01  WS-ROLE-COUNT          PIC 9(5)      USAGE COMP  VALUE 0.
           10 WS-CM-CMD           PIC Z9.
           10 FILLER              PIC X(88)  VALUE SPACES.

       01  WS-RPT-SOD-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(20)  VALUE
                'SOD EXCEPTION RULE: '.
           10 WS-SD-RULE-ID       PIC X(6).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-SD-DESC          PIC X(40).
           10 FILLER              PIC X(1)   VALUE SPACES.
           10 WS-SD-STATE         PIC X(8).
           10 FILLER              PIC X(9)   VALUE ' EXPIRES '.
           10 WS-SD-EXPIRY        PIC X(10).
           10 FILLER              PIC X(13)  VALUE ' APPROVED BY '.
           10 WS-SD-CHECKER       PIC X(8).
           10 FILLER              PIC X(7)   VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(21)  VALUE
                EXEC SQL INCLUDE AUTHDENY
                END-EXEC.

                EXEC SQL INCLUDE AUTHSOD
                END-EXEC.

                EXEC SQL INCLUDE AUTHSODX
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
             ORDER BY A.AUTH_PROGRAM, A.AUTH_CMD
           END-EXEC.

           EXEC SQL DECLARE C4 CURSOR
             SELECT
                 X.RULE_ID,
                 COALESCE(S.RULE_DESC, ' '),
                 X.XSTATUS,
                 CHAR(X.EXPIRY_DATE, ISO),
                 CASE WHEN X.EXPIRY_DATE >= CURRENT DATE
                      THEN 'Y' ELSE 'N' END,
                 X.CHECKER
             FROM AUTH_SOD_EXCP X
                  LEFT OUTER JOIN AUTH_SOD_RULE S
                     ON S.RULE_ID = X.RULE_ID
             WHERE X.OPID = :WS-OPID
             ORDER BY X.RULE_ID
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
                   THRU    2250-EXIT
                   PERFORM 2300-LIST-ROLES
                   THRU    2300-EXIT
                   PERFORM 2500-LIST-SOD-EXCP
                   THRU    2500-EXIT
                END-IF.

       2200-EXIT.
       2410-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2500-LIST-SOD-EXCP - THE OPERATOR'S SEGREGATION-OF-DUTIES      *
      *                      EXCEPTIONS, WHATEVER THEIR STATUS         *
      ******************************************************************
       2500-LIST-SOD-EXCP.
                MOVE SPACES TO END-OF-C4-SWITCH.

                EXEC SQL
                  OPEN  C4
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                PERFORM 2510-FETCH-C4
                THRU    2510-EXIT
                UNTIL END-OF-C4.

                EXEC SQL
                  CLOSE  C4
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
      * 2510-FETCH-C4 - ONE EXCEPTION                                  *
      ******************************************************************
       2510-FETCH-C4.

                EXEC SQL
                    FETCH C4
                    INTO  :WS-SOD-RULE-ID,
                          :WS-SOD-DESC,
                          :WS-SOD-XSTATUS,
                          :WS-SOD-EXPIRY,
                          :WS-SOD-XLIVE,
                          :WS-SOD-CHECKER
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C4-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF NOT END-OF-C4
                   EVALUATE TRUE
                       WHEN WS-SOD-XSTATUS = 'P'
                            MOVE 'PENDING'  TO WS-SD-STATE
                       WHEN WS-SOD-XSTATUS = 'R'
                            MOVE 'REJECTED' TO WS-SD-STATE
                       WHEN WS-SOD-XLIVE = 'Y'
                            MOVE 'LIVE'     TO WS-SD-STATE
                       WHEN OTHER
                            MOVE 'EXPIRED'  TO WS-SD-STATE
                   END-EVALUATE
                   MOVE WS-SOD-RULE-ID TO WS-SD-RULE-ID
                   MOVE WS-SOD-DESC    TO WS-SD-DESC
                   MOVE WS-SOD-EXPIRY  TO WS-SD-EXPIRY
                   MOVE WS-SOD-CHECKER TO WS-SD-CHECKER
                   PRINT WS-RPT-SOD-LINE
                   ADD 1 TO WS-LINE-CTR
                   IF WS-LINE-CTR >= WS-MAX-LINES
                      PERFORM 2160-PRINT-FOOTER
                      THRU    2160-EXIT
                      PERFORM 2150-PRINT-HEADERS
                      THRU    2150-EXIT
                   END-IF
                END-IF.

       2510-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - REPEAT THE REPORT HEADING EVERY PAGE      *
