             RSTATUS         CHAR(1)        NOT NULL,
             REQ_DATE        DATE           NOT NULL,
             APPROVER        CHAR(8)                ,
             DECIDED_DATE    DATE                   ,
             EVIDENCE_REF    CHAR(20)       NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE LEAVE_REQUEST                      *
      *                                                                *
      * LTYPE:   'V' = VACATION (PAID), 'S' = SICK (PAID),             *
      *          'U' = UNPAID LEAVE (DOCKED BY COBLVDCK AT PERIOD END) *
      *          AND ANY FURTHER TYPE ON LVPOLICY, WHICH CARRIES EACH  *
      *          TYPE'S RULES, PAY AND BALANCE TREATMENT PER           *
      *          SUBSIDIARY                                            *
      * RSTATUS: 'P' = PENDING, 'A' = APPROVED, 'R' = REJECTED,        *
      *          'D' = APPROVED AND PAYROLL-DOCKED (UNPAID TYPES ONLY, *
      *                SET BY COBLVDCK SO A RERUN NEVER DOCKS TWICE)   *
      * EVIDENCE_REF: THE SUBMITTER'S REFERENCE TO SUPPORTING EVIDENCE *
      *          (MEDICAL CERTIFICATE ETC.) WHERE LVPOLICY REQUIRES IT *
      ******************************************************************
       01  DCLLEAVE-REQUEST.
           10 REQ-NO               PIC X(20).
           10 REQ-DATE             PIC X(10).
           10 APPROVER             PIC X(8).
           10 DECIDED-DATE         PIC X(10).
           10 EVIDENCE-REF         PIC X(20).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
