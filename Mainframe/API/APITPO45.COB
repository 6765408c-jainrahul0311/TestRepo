      *-----------------------------------------------------------------
      *  APITPO45 - TECHNICAL PROGRAM TO MAINTAIN THE WORKLOC
      *             WORK-LOCATION MASTER. DEPT.LOCATION IS FREE TEXT
      *             AND HOLIDAYS WERE KEYED ONLY BY SUBSIDIARY
      *             CURRENCY, SO TWO OFFICES SHARING A CURRENCY BUT NOT
      *             THEIR PROVINCIAL HOLIDAYS COUNTED THE SAME WORKING
      *             DAYS. EACH SITE NOW HAS ONE ROW - NAME, ADDRESS,
      *             COUNTRY, REGION AND THE HOLCAL CALENDAR OBSERVED
      *             THERE - WHICH DEPARTMENTS POINT TO (APITPO26) AND
      *             AN EMPLOYEE WORKING AWAY FROM THE DEPARTMENT'S
      *             SITE CAN BE POINTED TO HERE. CPBDAYS COUNTS
      *             BUSINESS DAYS ON THE SITE CALENDAR. AMENDMENTS
      *             CARRY THE OLD ROW AS THE AUDITLOG BEFORE IMAGE.
      *             EACH SITE ALSO HOLDS ITS TELEPHONE EXTENSION
      *             RANGES (EXT_RANGE): DEFINING ONE CREATES A
      *             PHONE_EXT ROW PER NUMBER, TAKING OVER THE NUMBERS
      *             ACTIVE EMPLOYEES ALREADY HOLD, AND SINGLE
      *             EXTENSIONS CAN BE RESERVED, FREED AND INQUIRED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   APITP045.
       AUTHOR.       CAST SOFTWARE
       DATE-WRITTEN. OCTOBER 2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE WORKLOC
           END-EXEC.

           EXEC SQL
               INCLUDE EXTRANGE
           END-EXEC.

           EXEC SQL
               INCLUDE PHONEEXT
           END-EXEC.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

       01  WORKLOC-MASTER-RECORD.
           10 WS-LOC-CODE             PIC X(6).
           10 WS-LOC-NAME             PIC X(30).
           10 WS-LOC-ADDRESS          PIC X(60).
           10 WS-COUNTRY              PIC X(3).
           10 WS-REGION               PIC X(10).
           10 WS-HOLCAL-ID            PIC X(6).

       01  WS-OLD-LOC-NAME            PIC X(30).
       01  WS-OLD-COUNTRY             PIC X(3).
       01  WS-OLD-REGION              PIC X(10).
       01  WS-OLD-HOLCAL-ID           PIC X(6).

       01  WS-EMPNO                   PIC X(6).
       01  WS-OLD-EMP-LOC             PIC X(6).

       01  WS-DUMMY-ONE               PIC S9(4) USAGE COMP.

      *    EXTENSION RANGES AND SINGLE EXTENSIONS (COMMANDS 5-8)
       01  WS-RANGE-FROM              PIC X(4).
       01  WS-RANGE-FROM-N REDEFINES WS-RANGE-FROM
                                      PIC 9(4).
       01  WS-RANGE-TO                PIC X(4).
       01  WS-RANGE-TO-N REDEFINES WS-RANGE-TO
                                      PIC 9(4).
       01  WS-EXT-NUMBER              PIC 9(5).
       01  WS-EXTENSION               PIC X(4).
       01  WS-EXTENSION-N REDEFINES WS-EXTENSION
                                      PIC 9(4).
       01  WS-EXT-STATUS              PIC X(1).
       01  WS-EXT-HOLDER              PIC X(6).
       01  WS-EXT-STATUS-DATE         PIC X(10).
       01  WS-EXT-QUAR-UNTIL          PIC X(10).
       01  WS-OVERLAPS                PIC S9(9) USAGE COMP.
       01  WS-RANGE-SIZE              PIC S9(9) USAGE COMP.
       01  WS-TAKEN-OVER              PIC S9(9) USAGE COMP.
       77  RANGE-FAILED-SWITCH        PIC X     VALUE SPACES.
           88 RANGE-FAILED                      VALUE 'Y'.


      *    AUDIT-TRAIL WORKAREAS (SEE AUDITLOG / 9700-WRITE-AUDIT)
       01  WS-AUD-DATE                PIC 9(6).
       01  WS-AUD-TIME                PIC 9(8).
       01  WS-AUD-KEY                 PIC X(20).
       01  WS-AUD-BEFORE              PIC X(80) VALUE SPACES.
       01  WS-AUD-AFTER               PIC X(80).
       01  WS-AUD-TABLE               PIC X(18) VALUE 'WORKLOC'.

           COPY CPAUDCHW.


      *    ROLE-BASED COMMAND AUTHORIZATION (SEE AUTH_ROLE_CMD /
      *    9600-CHECK-AUTH). RESP-CODE 97 = NOT AUTHORIZED.
       77  AUTH-OK-SWITCH             PIC X     VALUE SPACES.
           88 AUTH-OK                           VALUE 'Y'.
       01  WS-AUTH-DUMMY              PIC S9(4) USAGE COMP.
       01  WS-DENY-DATE               PIC 9(6).
       01  WS-DENY-TIME               PIC 9(8).

           COPY APIERRB.

       LINKAGE SECTION.
       01 CMD-CODE  PIC 99.
       01 RESP-CODE PIC 99.
       01 DATA-IN   PIC X(512).
       01 CMD01-DATA-IN REDEFINES DATA-IN.
           05 CMD01-LOC-CODE          PIC X(6).
           05 FILLER                  PIC X(506).
       01 CMD02-DATA-IN REDEFINES DATA-IN.
           05 CMD02-LOC-CODE          PIC X(6).
           05 CMD02-LOC-NAME          PIC X(30).
           05 CMD02-LOC-ADDRESS       PIC X(60).
           05 CMD02-COUNTRY           PIC X(3).
           05 CMD02-REGION            PIC X(10).
           05 CMD02-HOLCAL-ID         PIC X(6).
           05 FILLER                  PIC X(397).
       01 CMD03-DATA-IN REDEFINES DATA-IN.
           05 CMD03-LOC-CODE          PIC X(6).
           05 CMD03-LOC-NAME          PIC X(30).
           05 CMD03-LOC-ADDRESS       PIC X(60).
           05 CMD03-COUNTRY           PIC X(3).
           05 CMD03-REGION            PIC X(10).
           05 CMD03-HOLCAL-ID         PIC X(6).
           05 FILLER                  PIC X(397).
       01 CMD04-DATA-IN REDEFINES DATA-IN.
           05 CMD04-EMPNO             PIC X(6).
           05 CMD04-LOC-CODE          PIC X(6).
           05 FILLER                  PIC X(500).
       01 CMD05-DATA-IN REDEFINES DATA-IN.
           05 CMD05-LOC-CODE          PIC X(6).
           05 CMD05-RANGE-FROM        PIC X(4).
           05 CMD05-RANGE-TO          PIC X(4).
           05 FILLER                  PIC X(498).
       01 CMD06-DATA-IN REDEFINES DATA-IN.
           05 CMD06-EXTENSION         PIC X(4).
           05 FILLER                  PIC X(508).
       01 DATA-OUT  PIC X(2048).
       01 CMD01-DATA-OUT REDEFINES DATA-OUT.
           05 CMD01-LOC-NAME          PIC X(30).
           05 CMD01-LOC-ADDRESS       PIC X(60).
           05 CMD01-COUNTRY           PIC X(3).
           05 CMD01-REGION            PIC X(10).
           05 CMD01-HOLCAL-ID         PIC X(6).
       01 CMD05-DATA-OUT REDEFINES DATA-OUT.
           05 CMD05-RANGE-SIZE        PIC 9(5).
           05 CMD05-TAKEN-OVER        PIC 9(5).
       01 CMD08-DATA-OUT REDEFINES DATA-OUT.
           05 CMD08-LOC-CODE          PIC X(6).
           05 CMD08-EXT-STATUS        PIC X(1).
           05 CMD08-EMPNO             PIC X(6).
           05 CMD08-STATUS-DATE       PIC X(10).
           05 CMD08-QUAR-UNTIL        PIC X(10).
      *-----------------------------------------------------------------
      * PROCEDURE DIVISION.
      *
      * RESP-CODE:  0 = DONE, 1 = SQL ERROR, 2 = LOCATION NOT ON THE
      *             MASTER, 3 = LOCATION ALREADY ON FILE, 4 = EMPLOYEE
      *             NOT ON FILE, 5 = A FIELD FAILED ITS EDIT (NAME,
      *             COUNTRY OR REGION MISSING, OR AN EXTENSION RANGE
      *             NOT FOUR DIGITS FROM LOW TO HIGH), 6 = THE RANGE
      *             OVERLAPS ONE ALREADY DEFINED, 7 = EXTENSION NOT IN
      *             ANY RANGE, 8 = EXTENSION NOT IN A STATE THAT
      *             ALLOWS THE CHANGE (ONLY A FREE ONE IS RESERVED,
      *             ONLY A RESERVED ONE IS FREED).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CMD-CODE RESP-CODE DATA-IN DATA-OUT.
      * MAIN PROCESS
       MAIN.
           MOVE 'WORKLOC' TO WS-AUD-TABLE.
           EVALUATE CMD-CODE
               WHEN 1
                   PERFORM CMD-01
               WHEN 2
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-02
                      THRU    CMD-02-EXIT
                   END-IF
               WHEN 3
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-03
                      THRU    CMD-03-EXIT
                   END-IF
               WHEN 4
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-04
                      THRU    CMD-04-EXIT
                   END-IF
               WHEN 5
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-05
                      THRU    CMD-05-EXIT
                   END-IF
               WHEN 6
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-06
                      THRU    CMD-06-EXIT
                   END-IF
               WHEN 7
                   PERFORM 9600-CHECK-AUTH
                   THRU    9600-EXIT
                   IF AUTH-OK
                      PERFORM CMD-07
                      THRU    CMD-07-EXIT
                   END-IF
               WHEN 8
                   PERFORM CMD-08
               WHEN OTHER
                   MOVE 99 TO RESP-CODE
           END-EVALUATE.
           GOBACK.
      *-----------------------------------------------------------------
      * CMD-01 - INQUIRE A WORK LOCATION.
      *-----------------------------------------------------------------
       CMD-01.
           MOVE CMD01-LOC-CODE TO WS-LOC-CODE.

           EXEC SQL
                SELECT
                    LOC_NAME
                  , LOC_ADDRESS
                  , COUNTRY
                  , REGION
                  , HOLCAL_ID
                INTO
                    :WS-LOC-NAME
                  , :WS-LOC-ADDRESS
                  , :WS-COUNTRY
                  , :WS-REGION
                  , :WS-HOLCAL-ID
                FROM WORKLOC
                WHERE LOC_CODE = :WS-LOC-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE SPACES                  TO DATA-OUT
                   MOVE WS-LOC-NAME             TO CMD01-LOC-NAME
                   MOVE WS-LOC-ADDRESS          TO CMD01-LOC-ADDRESS
                   MOVE WS-COUNTRY              TO CMD01-COUNTRY
                   MOVE WS-REGION               TO CMD01-REGION
                   MOVE WS-HOLCAL-ID            TO CMD01-HOLCAL-ID
                   MOVE 0                       TO RESP-CODE
               WHEN 100
                   MOVE SPACES                  TO DATA-OUT
                   MOVE 2                       TO RESP-CODE
               WHEN OTHER
                   MOVE SPACES                  TO DATA-OUT
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * CMD-02 - ADD A NEW WORK LOCATION. A BLANK HOLCAL CALENDAR
      *          MEANS THE SITE KEEPS THE SUBSIDIARY CALENDAR.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE CMD02-LOC-CODE    TO WS-LOC-CODE.
           MOVE CMD02-LOC-NAME    TO WS-LOC-NAME.
           MOVE CMD02-LOC-ADDRESS TO WS-LOC-ADDRESS.
           MOVE CMD02-COUNTRY     TO WS-COUNTRY.
           MOVE CMD02-REGION      TO WS-REGION.
           MOVE CMD02-HOLCAL-ID   TO WS-HOLCAL-ID.
           MOVE SPACES            TO DATA-OUT.

           IF WS-LOC-CODE = SPACES
              MOVE 5 TO RESP-CODE
              GO TO CMD-02-EXIT
           END-IF.

           PERFORM 3000-EDIT-FIELDS
           THRU    3000-EXIT.
           IF RESP-CODE = 5
              GO TO CMD-02-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO WORKLOC
                    (
                        LOC_CODE
                      , LOC_NAME
                      , LOC_ADDRESS
                      , COUNTRY
                      , REGION
                      , HOLCAL_ID
                    )
                VALUES
                    (
                        :WS-LOC-CODE
                      , :WS-LOC-NAME
                      , :WS-LOC-ADDRESS
                      , :WS-COUNTRY
                      , :WS-REGION
                      , :WS-HOLCAL-ID
                    )
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0                       TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN -803
                   MOVE 3                       TO RESP-CODE
               WHEN OTHER
                   MOVE 1                       TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-02-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-03 - AMEND A WORK LOCATION. A CHANGED HOLCAL CALENDAR
      *          TAKES EFFECT ON THE NEXT BUSINESS-DAY COUNT FOR
      *          EVERYONE WORKING THERE. THE PRIOR ROW GOES INTO THE
      *          AUDIT BEFORE IMAGE.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-LOC-CODE    TO WS-LOC-CODE.
           MOVE CMD03-LOC-NAME    TO WS-LOC-NAME.
           MOVE CMD03-LOC-ADDRESS TO WS-LOC-ADDRESS.
           MOVE CMD03-COUNTRY     TO WS-COUNTRY.
           MOVE CMD03-REGION      TO WS-REGION.
           MOVE CMD03-HOLCAL-ID   TO WS-HOLCAL-ID.
           MOVE SPACES            TO DATA-OUT.
           MOVE SPACES            TO WS-AUD-BEFORE.

           PERFORM 3000-EDIT-FIELDS
           THRU    3000-EXIT.
           IF RESP-CODE = 5
              GO TO CMD-03-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    LOC_NAME
                  , COUNTRY
                  , REGION
                  , HOLCAL_ID
                INTO
                    :WS-OLD-LOC-NAME
                  , :WS-OLD-COUNTRY
                  , :WS-OLD-REGION
                  , :WS-OLD-HOLCAL-ID
                FROM WORKLOC
                WHERE LOC_CODE = :WS-LOC-CODE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-03-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-03-EXIT
           END-IF.

           STRING WS-LOC-CODE ' ' WS-OLD-LOC-NAME ' '
                  WS-OLD-COUNTRY ' ' WS-OLD-REGION ' '
                  WS-OLD-HOLCAL-ID
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE WORKLOC
                  SET LOC_NAME    = :WS-LOC-NAME
                    , LOC_ADDRESS = :WS-LOC-ADDRESS
                    , COUNTRY     = :WS-COUNTRY
                    , REGION      = :WS-REGION
                    , HOLCAL_ID   = :WS-HOLCAL-ID
                WHERE LOC_CODE = :WS-LOC-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-03-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-04 - POINT ONE EMPLOYEE AT A WORK LOCATION OTHER THAN THE
      *          DEPARTMENT'S. SPACES CLEAR THE OVERRIDE SO THE
      *          EMPLOYEE FOLLOWS THE DEPARTMENT'S SITE AGAIN. THE
      *          PRIOR OVERRIDE GOES INTO THE AUDIT BEFORE IMAGE.
      *-----------------------------------------------------------------
       CMD-04.
           MOVE 'EMP'          TO WS-AUD-TABLE.
           MOVE CMD04-EMPNO    TO WS-EMPNO.
           MOVE CMD04-LOC-CODE TO WS-LOC-CODE.
           MOVE SPACES         TO DATA-OUT.
           MOVE SPACES         TO WS-AUD-BEFORE.

           IF WS-LOC-CODE NOT = SPACES
              EXEC SQL
                   SELECT
                       1
                   INTO
                       :WS-DUMMY-ONE
                   FROM WORKLOC
                   WHERE LOC_CODE = :WS-LOC-CODE
              END-EXEC
              IF SQLCODE = 100
                 MOVE 2 TO RESP-CODE
                 GO TO CMD-04-EXIT
              END-IF
              IF SQLCODE NOT = 0
                 MOVE 1 TO RESP-CODE
                 PERFORM 9800-SET-ERROR-BLOCK
                 GO TO CMD-04-EXIT
              END-IF
           END-IF.

           EXEC SQL
                SELECT
                    COALESCE(LOC_CODE, ' ')
                INTO
                    :WS-OLD-EMP-LOC
                FROM EMP
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           IF SQLCODE = 100
              MOVE 4 TO RESP-CODE
              GO TO CMD-04-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-04-EXIT
           END-IF.

           STRING WS-EMPNO ' ' WS-OLD-EMP-LOC
                  DELIMITED BY SIZE
             INTO WS-AUD-BEFORE.

           EXEC SQL
               UPDATE EMP
                  SET LOC_CODE = NULLIF(:WS-LOC-CODE, ' ')
                WHERE EMPNO = :WS-EMPNO
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN 100
                   MOVE 4 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       CMD-04-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-05 - DEFINE A TELEPHONE EXTENSION RANGE FOR A SITE. THE
      *          RANGE MAY NOT OVERLAP ANY RANGE ALREADY DEFINED, AT
      *          THIS SITE OR ANOTHER, AS EMP.PHONENO CARRIES NO SITE.
      *          EVERY NUMBER IN IT GETS A PHONE_EXT ROW: ASSIGNED TO
      *          THE ACTIVE EMPLOYEE ALREADY KEYED ON IT (THE LOWEST
      *          EMPNO WHERE SEVERAL SHARE IT - COBEXTRC LISTS THE
      *          OTHERS), FREE OTHERWISE. THE RANGE AND ITS ROWS GO IN
      *          UNDER ONE SAVEPOINT, SO A FAILURE LEAVES NOTHING.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE 'EXT_RANGE'      TO WS-AUD-TABLE.
           MOVE CMD05-LOC-CODE   TO WS-LOC-CODE.
           MOVE CMD05-RANGE-FROM TO WS-RANGE-FROM.
           MOVE CMD05-RANGE-TO   TO WS-RANGE-TO.
           MOVE SPACES           TO DATA-OUT.

           IF WS-RANGE-FROM-N NOT NUMERIC
              OR WS-RANGE-TO-N NOT NUMERIC
              OR WS-RANGE-FROM > WS-RANGE-TO
              MOVE 5 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM WORKLOC
                WHERE LOC_CODE = :WS-LOC-CODE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 2 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                SELECT
                    COUNT(*)
                INTO
                    :WS-OVERLAPS
                FROM EXT_RANGE
                WHERE RANGE_FROM <= :WS-RANGE-TO
                  AND RANGE_TO   >= :WS-RANGE-FROM
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.
           IF WS-OVERLAPS > 0
              MOVE 6 TO RESP-CODE
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
               SAVEPOINT EXTRNG UNIQUE ON ROLLBACK RETAIN CURSORS
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
                INSERT INTO EXT_RANGE
                    (
                        LOC_CODE
                      , RANGE_FROM
                      , RANGE_TO
                    )
                VALUES
                    (
                        :WS-LOC-CODE
                      , :WS-RANGE-FROM
                      , :WS-RANGE-TO
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              PERFORM 3900-UNDO-RANGE
              THRU    3900-EXIT
              GO TO CMD-05-EXIT
           END-IF.

           MOVE SPACES          TO RANGE-FAILED-SWITCH.
           MOVE 0               TO WS-RANGE-SIZE.
           MOVE 0               TO WS-TAKEN-OVER.
           MOVE WS-RANGE-FROM-N TO WS-EXT-NUMBER.

           PERFORM 3100-ADD-EXTENSION
           THRU    3100-EXIT
           UNTIL RANGE-FAILED
              OR WS-EXT-NUMBER > WS-RANGE-TO-N.

           IF RANGE-FAILED
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
              PERFORM 3900-UNDO-RANGE
              THRU    3900-EXIT
              GO TO CMD-05-EXIT
           END-IF.

           EXEC SQL
               RELEASE SAVEPOINT EXTRNG
           END-EXEC.

           MOVE WS-RANGE-SIZE TO CMD05-RANGE-SIZE.
           MOVE WS-TAKEN-OVER TO CMD05-TAKEN-OVER.
           MOVE 0 TO RESP-CODE.
           PERFORM 9700-WRITE-AUDIT.
       CMD-05-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3100-ADD-EXTENSION - ONE PHONE_EXT ROW FOR WS-EXT-NUMBER, THEN
      *          STEP TO THE NEXT NUMBER.
      *-----------------------------------------------------------------
       3100-ADD-EXTENSION.
           MOVE WS-EXT-NUMBER TO WS-EXTENSION-N.

           EXEC SQL
                SELECT
                    COALESCE(MIN(EMPNO), ' ')
                INTO
                    :WS-EXT-HOLDER
                FROM EMP
                WHERE PHONENO = :WS-EXTENSION
                  AND SEPDATE IS NULL
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO RANGE-FAILED-SWITCH
              GO TO 3100-EXIT
           END-IF.

           IF WS-EXT-HOLDER = SPACES
              MOVE 'F' TO WS-EXT-STATUS
           ELSE
              MOVE 'A' TO WS-EXT-STATUS
              ADD 1 TO WS-TAKEN-OVER
           END-IF.

           EXEC SQL
                INSERT INTO PHONE_EXT
                    (
                        EXTENSION
                      , LOC_CODE
                      , EXT_STATUS
                      , EMPNO
                      , STATUS_DATE
                      , QUAR_UNTIL
                    )
                VALUES
                    (
                        :WS-EXTENSION
                      , :WS-LOC-CODE
                      , :WS-EXT-STATUS
                      , :WS-EXT-HOLDER
                      , CURRENT DATE
                      , NULL
                    )
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'Y' TO RANGE-FAILED-SWITCH
              GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-RANGE-SIZE.
           ADD 1 TO WS-EXT-NUMBER.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3900-UNDO-RANGE - ROLL BACK TO THE SAVEPOINT, KEEPING THE
      *          FAILING STEP'S RESP-CODE AND ERROR BLOCK.
      *-----------------------------------------------------------------
       3900-UNDO-RANGE.
           MOVE DATA-OUT(1793:256) TO API-ERROR-BLOCK.

           EXEC SQL
               ROLLBACK TO SAVEPOINT EXTRNG
           END-EXEC.

      *    THE SAVEPOINT OUTLIVES THE ROLLBACK TO IT - RELEASE IT SO
      *    THE NEXT COMMAND IN THE SAME UNIT OF WORK CAN SET IT AGAIN.
           IF SQLCODE = 0
              EXEC SQL
                  RELEASE SAVEPOINT EXTRNG
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 1 TO RESP-CODE
              PERFORM 9800-SET-ERROR-BLOCK
           ELSE
              MOVE SPACES          TO DATA-OUT
              MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256)
           END-IF.
       3900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-06 - RESERVE A FREE EXTENSION (SWITCHBOARD, MEETING ROOM,
      *          HUNT GROUP) SO IT IS NEVER ALLOCATED TO A PERSON.
      *-----------------------------------------------------------------
       CMD-06.
           MOVE 'PHONE_EXT'     TO WS-AUD-TABLE.
           MOVE CMD06-EXTENSION TO WS-EXTENSION.
           MOVE SPACES          TO DATA-OUT.

           EXEC SQL
               UPDATE PHONE_EXT
                  SET EXT_STATUS  = 'R'
                    , STATUS_DATE = CURRENT DATE
                WHERE EXTENSION  = :WS-EXTENSION
                  AND EXT_STATUS = 'F'
           END-EXEC.

           PERFORM 3200-EXT-STATUS-RESULT
           THRU    3200-EXIT.
       CMD-06-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-07 - FREE A RESERVED EXTENSION BACK INTO THE POOL.
      *-----------------------------------------------------------------
       CMD-07.
           MOVE 'PHONE_EXT'     TO WS-AUD-TABLE.
           MOVE CMD06-EXTENSION TO WS-EXTENSION.
           MOVE SPACES          TO DATA-OUT.

           EXEC SQL
               UPDATE PHONE_EXT
                  SET EXT_STATUS  = 'F'
                    , STATUS_DATE = CURRENT DATE
                WHERE EXTENSION  = :WS-EXTENSION
                  AND EXT_STATUS = 'R'
           END-EXEC.

           PERFORM 3200-EXT-STATUS-RESULT
           THRU    3200-EXIT.
       CMD-07-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 3200-EXT-STATUS-RESULT - ANSWER A RESERVE OR FREE. NO ROW
      *          UPDATED IS EITHER AN EXTENSION OUTSIDE EVERY RANGE (7)
      *          OR ONE IN THE WRONG STATE (8).
      *-----------------------------------------------------------------
       3200-EXT-STATUS-RESULT.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
                   GO TO 3200-EXIT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
                   GO TO 3200-EXIT
           END-EVALUATE.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-DUMMY-ONE
                FROM PHONE_EXT
                WHERE EXTENSION = :WS-EXTENSION
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 8 TO RESP-CODE
               WHEN 100
                   MOVE 7 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * CMD-08 - INQUIRE AN EXTENSION: SITE, STATUS, HOLDER (OR LAST
      *          HOLDER WHILE QUARANTINED), DATE OF THE LAST CHANGE AND
      *          THE END OF ANY QUARANTINE.
      *-----------------------------------------------------------------
       CMD-08.
           MOVE CMD06-EXTENSION TO WS-EXTENSION.

           EXEC SQL
                SELECT
                    LOC_CODE
                  , EXT_STATUS
                  , EMPNO
                  , CHAR(STATUS_DATE, ISO)
                  , COALESCE(CHAR(QUAR_UNTIL, ISO), ' ')
                INTO
                    :WS-LOC-CODE
                  , :WS-EXT-STATUS
                  , :WS-EXT-HOLDER
                  , :WS-EXT-STATUS-DATE
                  , :WS-EXT-QUAR-UNTIL
                FROM PHONE_EXT
                WHERE EXTENSION = :WS-EXTENSION
           END-EXEC.

           MOVE SPACES TO DATA-OUT.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-LOC-CODE        TO CMD08-LOC-CODE
                   MOVE WS-EXT-STATUS      TO CMD08-EXT-STATUS
                   MOVE WS-EXT-HOLDER      TO CMD08-EMPNO
                   MOVE WS-EXT-STATUS-DATE TO CMD08-STATUS-DATE
                   MOVE WS-EXT-QUAR-UNTIL  TO CMD08-QUAR-UNTIL
                   MOVE 0                  TO RESP-CODE
               WHEN 100
                   MOVE 7                  TO RESP-CODE
               WHEN OTHER
                   MOVE 1                  TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
      *-----------------------------------------------------------------
      * 3000-EDIT-FIELDS - NAME, COUNTRY AND REGION ARE REQUIRED; THE
      *          ADDRESS AND THE HOLCAL CALENDAR MAY BE LEFT BLANK.
      *-----------------------------------------------------------------
       3000-EDIT-FIELDS.
           MOVE 0 TO RESP-CODE.
           IF WS-LOC-NAME = SPACES
              OR WS-COUNTRY = SPACES
              OR WS-REGION = SPACES
              MOVE 5 TO RESP-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      * 9800-SET-ERROR-BLOCK - ON A SQL FAILURE THE COMMON ERROR BLOCK
      *          (APIERRB) IS PLACED AT ITS FIXED POSITION AT THE TAIL
      *          OF DATA-OUT WITH THE FAILING COMMAND, SQLCODE AND
      *          SQLSTATE, SO THE CALLER CAN LOG SOMETHING ACTIONABLE.
      *-----------------------------------------------------------------
       9800-SET-ERROR-BLOCK.
           MOVE 'ERRB'     TO AEB-EYECATCHER.
           MOVE 'APITP045' TO AEB-PROGRAM.
           MOVE CMD-CODE   TO AEB-CMD-CODE.
           MOVE SQLCODE    TO AEB-SQLCODE.
           MOVE SQLSTATE   TO AEB-SQLSTATE.
           MOVE WS-AUD-TABLE TO AEB-TABLE.
           MOVE 'SQL ERROR - SEE SQLCODE/SQLSTATE'
                           TO AEB-MESSAGE.
           MOVE API-ERROR-BLOCK TO DATA-OUT(1793:256).
      *-----------------------------------------------------------------
      * 9700-WRITE-AUDIT - ONE AUDITLOG ROW PER SUCCESSFUL UPDATING
      *          COMMAND: PROGRAM, COMMAND, OPERATOR (SQL AUTH ID),
      *          TIMESTAMP, KEY AND THE CHANGE IMAGES. A FAILURE TO
      *          AUDIT DOES NOT UNDO THE BUSINESS UPDATE - THE ROW IS
      *          EVIDENCE, NOT PART OF THE TRANSACTION.
      *-----------------------------------------------------------------
       9700-WRITE-AUDIT.
           ACCEPT WS-AUD-DATE FROM DATE.
           ACCEPT WS-AUD-TIME FROM TIME.
           MOVE DATA-IN(1:20) TO WS-AUD-KEY.
           MOVE DATA-IN(1:80) TO WS-AUD-AFTER.


           COPY CPAUDCHN.

           EXEC SQL
                INSERT INTO AUDITLOG
                    (
                        AUD_PROGRAM
                      , AUD_CMD
                      , AUD_OPID
                      , AUD_DATE
                      , AUD_TIME
                      , AUD_TABLE
                      , AUD_KEY
                      , AUD_BEFORE
                      , AUD_AFTER
                      , AUD_SEQ
                      , AUD_CHAIN
                    )
                VALUES
                    (
                        'APITP045'
                      , :CMD-CODE
                      , USER
                      , :WS-AUD-DATE
                      , :WS-AUD-TIME
                      , :WS-AUD-TABLE
                      , :WS-AUD-KEY
                      , :WS-AUD-BEFORE
                      , :WS-AUD-AFTER
                      , :WS-AUD-SEQ
                      , :WS-AUD-CHAIN
                    )
           END-EXEC.

           MOVE SPACES TO WS-AUD-BEFORE.
      *-----------------------------------------------------------------
      * 9600-CHECK-AUTH - BEFORE ANY UPDATE COMMAND RUNS, THE
      *          OPERATOR'S ROLES (OPERATOR_ROLE, KEYED BY THE SQL
      *          AUTH ID APITPO18 AUTHENTICATED) MUST PERMIT THIS
      *          PROGRAM/COMMAND PAIR ON AUTH_ROLE_CMD. A REFUSAL
      *          ANSWERS RESP-CODE 97 AND LANDS ON AUTH_DENIAL FOR
      *          THE COBSECRP DAILY SECURITY REPORT.
      *-----------------------------------------------------------------
       9600-CHECK-AUTH.
           MOVE SPACES TO AUTH-OK-SWITCH.

           EXEC SQL
                SELECT
                    1
                INTO
                    :WS-AUTH-DUMMY
                FROM AUTH_ROLE_CMD A
                WHERE A.AUTH_PROGRAM = 'APITP045'
                  AND A.AUTH_CMD     = :CMD-CODE
                  AND A.ROLE IN
                      (SELECT R.ROLE FROM OPERATOR_ROLE R
                        WHERE R.OPID = USER)
                FETCH FIRST ROW ONLY
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'Y' TO AUTH-OK-SWITCH
               WHEN 100
                   MOVE 97 TO RESP-CODE
                   ACCEPT WS-DENY-DATE FROM DATE
                   ACCEPT WS-DENY-TIME FROM TIME
                   EXEC SQL
                        INSERT INTO AUTH_DENIAL
                            (DENY_OPID, DENY_PROGRAM, DENY_CMD,
                             DENY_DATE, DENY_TIME)
                        VALUES
                            (USER, 'APITP045', :CMD-CODE,
                             :WS-DENY-DATE, :WS-DENY-TIME)
                   END-EXEC
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
                   PERFORM 9800-SET-ERROR-BLOCK
           END-EVALUATE.
       9600-EXIT.
           EXIT.
      /
           COPY CPAUDFLD.
