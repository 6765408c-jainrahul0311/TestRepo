      *-----------------------------------------------------------------
      *     COBINTCT - ANNUAL INTEREST CERTIFICATES. FOR THE YEAR
      *                (YYYY) ON THE CONTROL CARD, PRINTS ONE
      *                CERTIFICATE PER CUSTOMER, HEADED WITH THE NAME,
      *                ADDRESS AND TAX RESIDENCY FROM THE CUSTOMER
      *                MASTER, LISTING THE INTEREST PAID AND THE TAX
      *                WITHHELD ON EVERY ACCOUNT THAT EARNED INTEREST
      *                IN THE YEAR - ACCOUNTS CLOSED SINCE INCLUDED,
      *                SINCE THE CERTIFICATE IS DRIVEN FROM THE ACCINT
      *                REGISTER AND NOT FROM THE OPEN ACCOUNTS - WITH
      *                A TOTAL FOR EACH CURRENCY THE CUSTOMER HOLDS.
      *                EVERY CERTIFICATE IS ALSO WRITTEN LINE FOR LINE
      *                TO THE RETENTION FILE IN THE INTCREC LAYOUT.
      *                THE RUN ENDS WITH A RECONCILIATION OF THE
      *                CERTIFICATE TOTALS TO THE YEAR ON ACCINT; OUT
      *                OF BALANCE SETS RETURN CODE 8, A CUSTOMER NOT
      *                ON FILE (A CERTIFICATE WE CANNOT MAIL) SETS 4.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    COBINTCT.
      /
       ENVIRONMENT DIVISION.
      *--------------------
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARDIN
                  ASSIGN TO DA-S-CARDIN.

           SELECT INTCARCH
                  ASSIGN TO DA-S-INTCARCH.

           SELECT RUNHFILE
                  ASSIGN TO DA-S-RUNHFILE.

       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD      CARDIN
               RECORD CONTAINS 4 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE OMITTED.
       01  CARDREC                    PIC X(4).

       FD      INTCARCH
               RECORD CONTAINS 152 CHARACTERS
               BLOCK CONTAINS 0 RECORDS
               LABEL RECORDS ARE STANDARD.
           COPY INTCREC.

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
       77  CUST-FOUND-SWITCH      PIC X          VALUE  SPACES.
               88  CUST-FOUND                    VALUE  'Y'.
       01  WS-SQLCODE             PIC 9(9).

       01  WS-YEAR                PIC X(4).
       01  WS-FROM-YRMO           PIC X(6).
       01  WS-TO-YRMO             PIC X(6).

       01  WS-CUST-NO             PIC X(10).
       01  WS-ACC-NO              PIC X(10).
       01  WS-CURRCODE            PIC X(3).
       01  WS-ACC-STATUS          PIC X(1).
       01  WS-MONTHS              PIC S9(4)      USAGE COMP.
       01  WS-INTEREST            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-TAXWHELD            PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-NET                 PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-CUST-NAME           PIC X(30).
       01  WS-ADDR1               PIC X(30).
       01  WS-ADDR2               PIC X(30).
       01  WS-ADDR3               PIC X(30).
       01  WS-RESIDENCY           PIC X(3).

       01  WS-PREV-CUST-NO        PIC X(10)     VALUE LOW-VALUES.
       01  WS-PREV-CURRCODE       PIC X(3)      VALUE LOW-VALUES.
       01  WS-CURR-INTEREST       PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CURR-TAXWHELD       PIC S9(9)V9(2) USAGE COMP-3.

       01  WS-CERT-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-ACCT-COUNT          PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-NOCUST-COUNT        PIC 9(6)      USAGE COMP  VALUE 0.
       01  WS-CERT-MONTHS         PIC 9(7)      USAGE COMP  VALUE 0.
       01  WS-CERT-INTEREST       PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.
       01  WS-CERT-TAXWHELD       PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZERO.

      *    THE YEAR AS ACCINT HOLDS IT, FOR THE RECONCILIATION.
       01  WS-REG-ROWS            PIC S9(9)      USAGE COMP.
       01  WS-REG-INTEREST        PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-REG-TAXWHELD        PIC S9(11)V9(2) USAGE COMP-3.
       01  WS-DIFF                PIC S9(11)V9(2) USAGE COMP-3.

       01  WS-PAGE-CTL.
           10 WS-PAGE-NO          PIC 9(4)      VALUE 1.

       01  WS-RUN-DATE            PIC 9(6).
       01  WS-RUN-TIME            PIC 9(8).
       01  WS-END-DATE            PIC 9(6).
       01  WS-END-TIME            PIC 9(8).

       01  WS-RPT-HEADER.
           10 FILLER              PIC X(38).
           10 WS-TEXT             PIC X(40)
                VALUE 'ANNUAL INTEREST CERTIFICATE'.
           10 FILLER              PIC X(44).

       01  WS-RPT-RUN-STAMP.
           10 FILLER              PIC X(23)  VALUE SPACES.
           10 FILLER              PIC X(6)   VALUE 'YEAR: '.
           10 WS-STAMP-YEAR       PIC X(4).
           10 FILLER              PIC X(9)   VALUE SPACES.
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

       01  WS-RPT-BLANK           PIC X(122) VALUE SPACES.

       01  WS-RPT-CUST-LINE.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE 'CUSTOMER: '.
           10 WS-CL-CUST          PIC X(10).
           10 FILLER              PIC X(17)  VALUE
                '  TAX RESIDENCY: '.
           10 WS-CL-RESIDENCY     PIC X(3).
           10 FILLER              PIC X(73)  VALUE SPACES.

       01  WS-RPT-CUSTNAME.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-CN-TEXT          PIC X(30).
           10 FILLER              PIC X(83)  VALUE SPACES.

       01  WS-RPT-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-COL1             PIC X(12)  VALUE 'ACCOUNT'.
           10 WS-COL2             PIC X(10)  VALUE 'CURRENCY'.
           10 WS-COL3             PIC X(9)   VALUE 'STATUS'.
           10 WS-COL4             PIC X(8)   VALUE 'MONTHS'.
           10 WS-COL5             PIC X(18)  VALUE 'INTEREST PAID'.
           10 WS-COL6             PIC X(18)  VALUE 'TAX WITHHELD'.
           10 WS-COL7             PIC X(18)  VALUE 'NET INTEREST'.
           10 FILLER              PIC X(20).

       01  WS-RPT-DETAIL.
           10 FILLER              PIC X(9).
           10 WS-DET-ACC          PIC X(10).
           10 FILLER              PIC X(2).
           10 WS-DET-CURR         PIC X(3).
           10 FILLER              PIC X(7).
           10 WS-DET-STATUS       PIC X(6).
           10 FILLER              PIC X(5).
           10 WS-DET-MONTHS       PIC Z9.
           10 FILLER              PIC X(2).
           10 WS-DET-INT          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(3).
           10 WS-DET-TAX          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(3).
           10 WS-DET-NET          PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(25).

       01  WS-RPT-CURR-TOTAL.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'TOTAL FOR YEAR '.
           10 WS-CT-CURR          PIC X(3).
           10 FILLER              PIC X(19)  VALUE SPACES.
           10 WS-CT-INT           PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-CT-TAX           PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 WS-CT-NET           PIC $$$,$$$,$$9.99-.
           10 FILLER              PIC X(25)  VALUE SPACES.

       01  WS-RPT-RECON-HEAD.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(40)  VALUE
                'RECONCILIATION OF CERTIFICATES TO ACCINT'.
           10 FILLER              PIC X(73)  VALUE SPACES.

       01  WS-RPT-RECON-COLUMNS.
           10 FILLER              PIC X(9).
           10 WS-RCOL1            PIC X(26)  VALUE SPACES.
           10 WS-RCOL2            PIC X(12)  VALUE 'MONTHS'.
           10 WS-RCOL3            PIC X(21)  VALUE 'INTEREST PAID'.
           10 WS-RCOL4            PIC X(21)  VALUE 'TAX WITHHELD'.
           10 FILLER              PIC X(33).

       01  WS-RPT-RECON-LINE.
           10 FILLER              PIC X(9).
           10 WS-RC-LABEL         PIC X(24).
           10 WS-RC-ROWS          PIC ZZZZZZZ9-.
           10 FILLER              PIC X(3).
           10 WS-RC-INT           PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(3).
           10 WS-RC-TAX           PIC $$,$$$,$$$,$$9.99-.
           10 FILLER              PIC X(38).

       01  WS-RPT-RECON-VERDICT.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 WS-RC-VERDICT       PIC X(50).
           10 FILLER              PIC X(63)  VALUE SPACES.

       01  WS-RPT-SUMMARY.
           10 FILLER              PIC X(9)   VALUE SPACES.
           10 FILLER              PIC X(15)  VALUE
                'CERTIFICATES:  '.
           10 WS-SUM-CERTS        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(10)  VALUE
                'ACCOUNTS: '.
           10 WS-SUM-ACCTS        PIC ZZZZZ9.
           10 FILLER              PIC X(3)   VALUE SPACES.
           10 FILLER              PIC X(23)  VALUE
                'CUSTOMER NOT ON FILE:  '.
           10 WS-SUM-NOCUST       PIC ZZZZZ9.
           10 FILLER              PIC X(41)  VALUE SPACES.

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

                EXEC SQL INCLUDE ACCOUNT
                END-EXEC.

                EXEC SQL INCLUDE ACCINT
                END-EXEC.

                EXEC SQL INCLUDE CUSTMST
                END-EXEC.

      /
      ******************************************************************
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    ONE ROW PER ACCOUNT THAT EARNED INTEREST IN THE YEAR,
      *    TOTALLED ACROSS ITS ACCINT MONTHS. THE ACCOUNT ROW ONLY
      *    SUPPLIES THE CURRENCY AND STATUS - A CLOSED ACCOUNT STILL
      *    HAS ITS REGISTER ROWS AND STILL GETS ITS LINE. ORDERED BY
      *    CUSTOMER, THEN CURRENCY, SO EACH CERTIFICATE TOTALS BY
      *    CURRENCY.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 I.CUST_NO,
                 I.ACC_NO,
                 COALESCE(A.CURRCODE, ' '),
                 COALESCE(A.ACC_STATUS, ' '),
                 COUNT(*),
                 SUM(I.INTAMOUNT),
                 SUM(I.WHT_AMOUNT)
             FROM ACCINT I
             LEFT JOIN ACCOUNT A
                    ON A.CUST_NO = I.CUST_NO
                   AND A.ACC_NO  = I.ACC_NO
             WHERE I.INTMONTH BETWEEN :WS-FROM-YRMO
                                  AND :WS-TO-YRMO
             GROUP BY I.CUST_NO, I.ACC_NO, A.CURRCODE, A.ACC_STATUS
             ORDER BY I.CUST_NO, 3, I.ACC_NO
           END-EXEC.

      /
       PROCEDURE DIVISION.
      ******************************************************************
      * MAIN PROGRAM ROUTINE
      ******************************************************************
       MAINLINE.

             PERFORM 1000-INITIALIZE
             THRU    1000-EXIT.

             PERFORM 2000-PROCESS
             THRU    2000-EXIT.

             PERFORM 2600-RECONCILE
             THRU    2600-EXIT.

             CLOSE INTCARCH.

             PERFORM 3999-WRITE-RUNHIST
             THRU    3999-EXIT.

             STOP RUN.
      /
      ******************************************************************
      * 1000-INITIALIZE - THE CERTIFICATE YEAR IS REQUIRED             *
      ******************************************************************
       1000-INITIALIZE.
                ACCEPT WS-RUN-DATE FROM DATE.
                ACCEPT WS-RUN-TIME FROM TIME.

                OPEN INPUT CARDIN.
                READ CARDIN RECORD INTO WS-YEAR
                   AT END
                        MOVE SPACES TO WS-YEAR
                END-READ.
                CLOSE CARDIN.

                IF WS-YEAR NOT NUMERIC
                   DISPLAY '++ COBINTCT - MISSING OR BAD YEAR CARD ++'
                   DISPLAY '++ COBINTCT - ABORTING, YEAR YYYY IS '
                           'REQUIRED TO PRINT CERTIFICATES ++'
                   GOBACK
                END-IF.

                STRING WS-YEAR '01' DELIMITED BY SIZE
                    INTO WS-FROM-YRMO.
                STRING WS-YEAR '12' DELIMITED BY SIZE
                    INTO WS-TO-YRMO.

                OPEN EXTEND INTCARCH.

                DISPLAY 'WS-YEAR = ' WS-YEAR.
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

                IF NOT FIRST-ROW
                   PERFORM 2450-END-CERTIFICATE
                   THRU    2450-EXIT
                END-IF.

       2000-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2200-FETCH-C1 - ONE ACCOUNT'S YEAR. A CUSTOMER BREAK CLOSES    *
      *                 THE LAST CERTIFICATE AND OPENS THE NEXT; A     *
      *                 CURRENCY BREAK WITHIN A CUSTOMER TOTALS THE    *
      *                 CURRENCY JUST DONE.                            *
      ******************************************************************
       2200-FETCH-C1.

                EXEC SQL
                    FETCH C1
                    INTO  :WS-CUST-NO,
                          :WS-ACC-NO,
                          :WS-CURRCODE,
                          :WS-ACC-STATUS,
                          :WS-MONTHS,
                          :WS-INTEREST,
                          :WS-TAXWHELD
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN +100
                         MOVE 'Y' TO END-OF-C1-SWITCH
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.

                IF END-OF-C1
                   GO TO 2200-EXIT
                END-IF.

                IF WS-CUST-NO NOT = WS-PREV-CUST-NO
                   IF NOT FIRST-ROW
                      PERFORM 2450-END-CERTIFICATE
                      THRU    2450-EXIT
                   END-IF
                   MOVE 'N' TO FIRST-ROW-SWITCH
                   PERFORM 2300-START-CERTIFICATE
                   THRU    2300-EXIT
                ELSE
                   IF WS-CURRCODE NOT = WS-PREV-CURRCODE
                      PERFORM 2420-CURRENCY-TOTAL
                      THRU    2420-EXIT
                      MOVE WS-CURRCODE TO WS-PREV-CURRCODE
                   END-IF
                END-IF.

                PERFORM 2400-PRINT-ACCOUNT
                THRU    2400-EXIT.

       2200-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2250-GET-CUSTOMER - THE MASTER ROW BEHIND THE CUST_NO. A MISS  *
      *                     STILL PRINTS THE CERTIFICATE, FLAGGED, SO  *
      *                     THE INTEREST IS CERTIFIED AND THE YEAR     *
      *                     STILL RECONCILES.                          *
      ******************************************************************
       2250-GET-CUSTOMER.
                MOVE SPACES TO CUST-FOUND-SWITCH.
                MOVE SPACES TO WS-RESIDENCY.

                EXEC SQL
                    SELECT
                        CUST_NAME
                      , ADDR1
                      , COALESCE(ADDR2, ' ')
                      , COALESCE(ADDR3, ' ')
                      , RESIDENCY
                    INTO
                        :WS-CUST-NAME
                      , :WS-ADDR1
                      , :WS-ADDR2
                      , :WS-ADDR3
                      , :WS-RESIDENCY
                    FROM CUSTOMER
                    WHERE CUST_NO = :WS-CUST-NO
                END-EXEC.

                EVALUATE SQLCODE
                    WHEN 0
                         MOVE 'Y' TO CUST-FOUND-SWITCH
                    WHEN +100
                         ADD 1 TO WS-NOCUST-COUNT
                         MOVE '** CUSTOMER NOT ON FILE **'
                              TO WS-CUST-NAME
                         MOVE SPACES TO WS-ADDR1
                         MOVE SPACES TO WS-ADDR2
                         MOVE SPACES TO WS-ADDR3
                    WHEN OTHER
                         PERFORM 9000-DBERROR
                         THRU    9000-EXIT
                END-EVALUATE.
       2250-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2300-START-CERTIFICATE - A NEW PAGE HEADED WITH THE CUSTOMER,  *
      *                          AND THE 'C' ARCHIVE RECORD            *
      ******************************************************************
       2300-START-CERTIFICATE.
                PERFORM 2250-GET-CUSTOMER
                THRU    2250-EXIT.

                PERFORM 2150-PRINT-HEADERS
                THRU    2150-EXIT.

                MOVE WS-CUST-NO   TO WS-CL-CUST.
                MOVE WS-RESIDENCY TO WS-CL-RESIDENCY.
                PRINT WS-RPT-CUST-LINE.

                MOVE WS-CUST-NAME TO WS-CN-TEXT.
                PRINT WS-RPT-CUSTNAME.
                IF CUST-FOUND
                   MOVE WS-ADDR1     TO WS-CN-TEXT
                   PRINT WS-RPT-CUSTNAME
                   IF WS-ADDR2 NOT = SPACES
                      MOVE WS-ADDR2  TO WS-CN-TEXT
                      PRINT WS-RPT-CUSTNAME
                   END-IF
                   IF WS-ADDR3 NOT = SPACES
                      MOVE WS-ADDR3  TO WS-CN-TEXT
                      PRINT WS-RPT-CUSTNAME
                   END-IF
                END-IF.

                PRINT WS-RPT-BLANK.
                PRINT WS-RPT-COLUMNS.

                MOVE SPACES         TO INTC-RECORD.
                MOVE WS-CUST-NO     TO INTC-CUST-NO.
                MOVE WS-YEAR        TO INTC-YEAR.
                MOVE 'C'            TO INTC-LINE-TYPE.
                MOVE WS-CUST-NAME   TO INTC-CUST-NAME.
                MOVE WS-ADDR1       TO INTC-ADDR1.
                MOVE WS-ADDR2       TO INTC-ADDR2.
                MOVE WS-ADDR3       TO INTC-ADDR3.
                MOVE WS-RESIDENCY   TO INTC-RESIDENCY.
                MOVE WS-RUN-DATE    TO INTC-RUN-DATE.
                MOVE WS-RUN-TIME    TO INTC-RUN-TIME.
                WRITE INTC-RECORD.

                MOVE WS-CUST-NO  TO WS-PREV-CUST-NO.
                MOVE WS-CURRCODE TO WS-PREV-CURRCODE.
                MOVE ZERO        TO WS-CURR-INTEREST.
                MOVE ZERO        TO WS-CURR-TAXWHELD.
                ADD 1            TO WS-CERT-COUNT.
       2300-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2400-PRINT-ACCOUNT - ONE ACCOUNT LINE AND ITS 'A' RECORD       *
      ******************************************************************
       2400-PRINT-ACCOUNT.
                COMPUTE WS-NET = WS-INTEREST - WS-TAXWHELD.

                MOVE WS-ACC-NO    TO WS-DET-ACC.
                MOVE WS-CURRCODE  TO WS-DET-CURR.
                IF WS-ACC-STATUS = 'C'
                   MOVE 'CLOSED' TO WS-DET-STATUS
                ELSE
                   MOVE 'OPEN'   TO WS-DET-STATUS
                END-IF.
                MOVE WS-MONTHS    TO WS-DET-MONTHS.
                MOVE WS-INTEREST  TO WS-DET-INT.
                MOVE WS-TAXWHELD  TO WS-DET-TAX.
                MOVE WS-NET       TO WS-DET-NET.
                PRINT WS-RPT-DETAIL.

                MOVE SPACES         TO INTC-RECORD.
                MOVE WS-CUST-NO     TO INTC-CUST-NO.
                MOVE WS-YEAR        TO INTC-YEAR.
                MOVE 'A'            TO INTC-LINE-TYPE.
                MOVE WS-ACC-NO      TO INTC-ACC-NO.
                MOVE WS-CURRCODE    TO INTC-CURRCODE.
                MOVE WS-ACC-STATUS  TO INTC-ACC-STATUS.
                MOVE WS-MONTHS      TO INTC-MONTHS.
                MOVE WS-INTEREST    TO INTC-INTEREST.
                MOVE WS-TAXWHELD    TO INTC-TAXWHELD.
                MOVE WS-RUN-DATE    TO INTC-RUN-DATE.
                MOVE WS-RUN-TIME    TO INTC-RUN-TIME.
                WRITE INTC-RECORD.

                ADD WS-INTEREST TO WS-CURR-INTEREST.
                ADD WS-TAXWHELD TO WS-CURR-TAXWHELD.
                ADD WS-INTEREST TO WS-CERT-INTEREST.
                ADD WS-TAXWHELD TO WS-CERT-TAXWHELD.
                ADD WS-MONTHS   TO WS-CERT-MONTHS.
                ADD 1           TO WS-ACCT-COUNT.
       2400-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2420-CURRENCY-TOTAL - THE YEAR'S TOTAL FOR THE CURRENCY JUST   *
      *                       DONE, AND ITS 'T' RECORD                 *
      ******************************************************************
       2420-CURRENCY-TOTAL.
                COMPUTE WS-NET = WS-CURR-INTEREST - WS-CURR-TAXWHELD.

                MOVE WS-PREV-CURRCODE TO WS-CT-CURR.
                MOVE WS-CURR-INTEREST TO WS-CT-INT.
                MOVE WS-CURR-TAXWHELD TO WS-CT-TAX.
                MOVE WS-NET           TO WS-CT-NET.
                PRINT WS-RPT-CURR-TOTAL.

                MOVE SPACES           TO INTC-RECORD.
                MOVE WS-PREV-CUST-NO  TO INTC-CUST-NO.
                MOVE WS-YEAR          TO INTC-YEAR.
                MOVE 'T'              TO INTC-LINE-TYPE.
                MOVE WS-PREV-CURRCODE TO INTC-CURRCODE.
                MOVE ZERO             TO INTC-MONTHS.
                MOVE WS-CURR-INTEREST TO INTC-INTEREST.
                MOVE WS-CURR-TAXWHELD TO INTC-TAXWHELD.
                MOVE WS-RUN-DATE      TO INTC-RUN-DATE.
                MOVE WS-RUN-TIME      TO INTC-RUN-TIME.
                WRITE INTC-RECORD.

                MOVE ZERO TO WS-CURR-INTEREST.
                MOVE ZERO TO WS-CURR-TAXWHELD.
       2420-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2450-END-CERTIFICATE - THE LAST CURRENCY TOTAL AND THE FOOTER  *
      ******************************************************************
       2450-END-CERTIFICATE.
                PERFORM 2420-CURRENCY-TOTAL
                THRU    2420-EXIT.

                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.
       2450-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2600-RECONCILE - THE CERTIFICATES, ADDED UP, AGAINST THE YEAR  *
      *                  ON THE ACCINT REGISTER - MONTHS REGISTERED,   *
      *                  INTEREST AND TAX WITHHELD. ANY DIFFERENCE IS  *
      *                  RETURN CODE 8: THE CERTIFICATES ARE NOT TO BE *
      *                  MAILED UNTIL IT IS EXPLAINED.                 *
      ******************************************************************
       2600-RECONCILE.
                EXEC SQL
                    SELECT
                        COUNT(*)
                      , COALESCE(SUM(INTAMOUNT), 0)
                      , COALESCE(SUM(WHT_AMOUNT), 0)
                    INTO
                        :WS-REG-ROWS
                      , :WS-REG-INTEREST
                      , :WS-REG-TAXWHELD
                    FROM ACCINT
                    WHERE INTMONTH BETWEEN :WS-FROM-YRMO
                                       AND :WS-TO-YRMO
                END-EXEC.

                IF SQLCODE NOT = 0
                   PERFORM 9000-DBERROR
                   THRU    9000-EXIT
                END-IF.

                PERFORM 2150-PRINT-HEADERS
                THRU    2150-EXIT.

                PRINT WS-RPT-RECON-HEAD.
                PRINT WS-RPT-BLANK.
                PRINT WS-RPT-RECON-COLUMNS.

                MOVE 'CERTIFICATES            ' TO WS-RC-LABEL.
                MOVE WS-CERT-MONTHS             TO WS-RC-ROWS.
                MOVE WS-CERT-INTEREST           TO WS-RC-INT.
                MOVE WS-CERT-TAXWHELD           TO WS-RC-TAX.
                PRINT WS-RPT-RECON-LINE.

                MOVE 'ACCINT REGISTER         ' TO WS-RC-LABEL.
                MOVE WS-REG-ROWS                TO WS-RC-ROWS.
                MOVE WS-REG-INTEREST            TO WS-RC-INT.
                MOVE WS-REG-TAXWHELD            TO WS-RC-TAX.
                PRINT WS-RPT-RECON-LINE.

                MOVE 'DIFFERENCE              ' TO WS-RC-LABEL.
                COMPUTE WS-RC-ROWS = WS-CERT-MONTHS - WS-REG-ROWS.
                COMPUTE WS-DIFF = WS-CERT-INTEREST - WS-REG-INTEREST.
                MOVE WS-DIFF                    TO WS-RC-INT.
                COMPUTE WS-DIFF = WS-CERT-TAXWHELD - WS-REG-TAXWHELD.
                MOVE WS-DIFF                    TO WS-RC-TAX.
                PRINT WS-RPT-RECON-LINE.

                PRINT WS-RPT-BLANK.
                IF WS-CERT-MONTHS   = WS-REG-ROWS
                   AND WS-CERT-INTEREST = WS-REG-INTEREST
                   AND WS-CERT-TAXWHELD = WS-REG-TAXWHELD
                   MOVE '*** CERTIFICATES AGREE WITH ACCINT ***'
                        TO WS-RC-VERDICT
                   IF WS-NOCUST-COUNT > 0
                      MOVE 4 TO RETURN-CODE
                   END-IF
                ELSE
                   MOVE '*** OUT OF BALANCE - DO NOT MAIL ***'
                        TO WS-RC-VERDICT
                   MOVE 8 TO RETURN-CODE
                END-IF.
                PRINT WS-RPT-RECON-VERDICT.

                PERFORM 2170-PRINT-SUMMARY
                THRU    2170-EXIT.

                PERFORM 2160-PRINT-FOOTER
                THRU    2160-EXIT.
       2600-EXIT.
                EXIT.

      /
      ******************************************************************
      * 2150-PRINT-HEADERS - EVERY CERTIFICATE PAGE CARRIES THE STAMP  *
      ******************************************************************
       2150-PRINT-HEADERS.
                MOVE WS-PAGE-NO       TO WS-STAMP-PAGE-NO.
                MOVE WS-RUN-DATE      TO WS-STAMP-DATE.
                MOVE WS-RUN-TIME      TO WS-STAMP-TIME.
                MOVE WS-YEAR          TO WS-STAMP-YEAR.

                PRINT WS-RPT-HEADER.
                PRINT WS-RPT-RUN-STAMP.

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
                MOVE WS-CERT-COUNT   TO WS-SUM-CERTS.
                MOVE WS-ACCT-COUNT   TO WS-SUM-ACCTS.
                MOVE WS-NOCUST-COUNT TO WS-SUM-NOCUST.
                PRINT WS-RPT-BLANK.
                PRINT WS-RPT-SUMMARY.
       2170-EXIT.
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

                MOVE 'COBINTCT'    TO RUNH-PROGRAM-ID.
                MOVE WS-RUN-DATE   TO RUNH-START-DATE.
                MOVE WS-RUN-TIME   TO RUNH-START-TIME.
                MOVE WS-END-DATE   TO RUNH-END-DATE.
                MOVE WS-END-TIME   TO RUNH-END-TIME.
                MOVE WS-ACCT-COUNT TO RUNH-READ-COUNT.
                MOVE WS-CERT-COUNT TO RUNH-WRITE-COUNT.
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
