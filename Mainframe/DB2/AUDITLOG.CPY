      * COBAUDVF WALKS THE CHAIN AND REPORTS ANY GAP OR MISMATCH.      *
      * ROWS PREDATING THE COLUMNS CARRY NULLS AND SIT OUTSIDE THE     *
      * CHAIN.                                                         *
      *                                                                *
      * EVERY PATH THAT CHANGES AN EMPLOYEE WRITES AN 'EMP' (OR        *
      * 'EMPADDR') ROW KEYED BY EMPNO - COBHIRLD FOR HIRES, COBCIO26,  *
      * COBPNDAP AND COBREORG IN ONE IMAGE LAYOUT (WORKDEPT, JOB,      *
      * PHONENO FROM COLUMNS 1, 5 AND 14) - WHICH COBEMPDL READS BY    *
      * AUD_SEQ FOR THE DAILY DOWNSTREAM DELTA FEED.                   *
      ******************************************************************
       01  DCLAUDITLOG.
           10 AUD-PROGRAM          PIC X(9).
