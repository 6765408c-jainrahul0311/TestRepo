      ******************************************************************
      * LTRAREC - HR LETTER RETENTION ARCHIVE RECORD. COBLTRGN WRITES  *
      *           ONE PER PRINTED LINE OF EVERY LETTER IT PRODUCES,    *
      *           KEYED BY THE EVENT AS ON LETTER_LOG, SO THE EXACT    *
      *           WORDING AND FIGURES SENT CAN BE REPRODUCED FOR AS    *
      *           LONG AS THE FILE IS KEPT.                            *
      ******************************************************************
       01  LTRA-RECORD.
           05 LTRA-EVENT             PIC X(1).
           05 LTRA-EMPNO             PIC X(6).
           05 LTRA-EVENT-REF         PIC X(26).
           05 LTRA-LETTER-DATE       PIC 9(6).
           05 LTRA-LINE-NO           PIC 9(3).
           05 LTRA-TEXT              PIC X(80).
