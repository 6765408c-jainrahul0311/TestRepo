      *             WITH ITS CERTIFICATION-EXPIRY DATE, UPGRADED IN
      *             PLACE (PRIOR LEVEL AND EXPIRY IMAGED TO AUDITLOG),
      *             OR RETIRED. COBCERTX REPORTS THE CERTIFICATIONS
      *             LAPSING IN THE NEXT 90 DAYS. THE UPGRADE IS THE
      *             SHARED CPSKLUPG ROUTINE, WHICH APITPO46 ALSO RUNS
      *             WHEN A CERTIFYING TRAINING COURSE IS COMPLETED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
           10 WS-SKILL-LEVEL          PIC S9(7)V9(2) USAGE COMP-3.
           10 WS-CERTEXP              PIC X(10).

           COPY CPSKLUPW.

       01  WS-LIST-COUNT              PIC S9(4) USAGE COMP VALUE ZERO.
       77  END-OF-C1-SWITCH           PIC X     VALUE SPACES.
      *          THE PRIOR FIGURES GO INTO THE AUDIT BEFORE IMAGE.
      *-----------------------------------------------------------------
       CMD-03.
           MOVE CMD03-DEVELOPER-ID TO W-SKL-DEVELOPER-ID.
           MOVE CMD03-HARDWARE-ID  TO W-SKL-HARDWARE-ID.
           MOVE CMD03-SKILL-LEVEL  TO W-SKL-LEVEL.
           MOVE CMD03-CERTEXP      TO W-SKL-CERTEXP.
           MOVE 'N'                TO W-SKL-RAISE-ONLY.
           MOVE 'N'                TO W-SKL-ADD-MISSING.
           MOVE SPACES             TO DATA-OUT.
           MOVE SPACES             TO WS-AUD-BEFORE.

           PERFORM 8740-SKILL-UPGRADE
           THRU    8740-EXIT.

           EVALUATE TRUE
               WHEN W-SKL-UPDATED
                   MOVE W-SKL-BEFORE TO WS-AUD-BEFORE
                   MOVE 0 TO RESP-CODE
                   PERFORM 9700-WRITE-AUDIT
               WHEN W-SKL-NOT-FOUND
                   MOVE 2 TO RESP-CODE
               WHEN OTHER
                   MOVE 1 TO RESP-CODE
           END-EVALUATE.
       9600-EXIT.
           EXIT.
      /
           COPY CPSKLUPG.
      /
           COPY CPAUDFLD.
