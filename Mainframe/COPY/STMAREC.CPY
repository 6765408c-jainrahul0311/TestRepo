      * STMAREC - MACHINE-READABLE ACCOUNT-STATEMENT ARCHIVE RECORD.   *
      *           COBSTMT WRITES ONE RECORD PER STATEMENT LINE -       *
      *           OPENING BALANCE ('O'), EACH TRANSACTION ('T') AND    *
      *           THE CLOSING BALANCE ('C'), THEN THE AVAILABLE        *
      *           BALANCE ('A': AMOUNT = FUNDS HELD AT MONTH END,      *
      *           BALANCE = AVAILABLE) - TO THE PERMANENT              *
      *           ARCHIVE FILE KEPT FOR THE SEVEN-YEAR RETENTION       *
      *           RULE, SO A STATEMENT CAN BE REPRODUCED LINE FOR      *
      *           LINE WITHOUT RERUNNING AGAINST LIVE TABLES.          *
               88  STMA-IS-OPENING              VALUE 'O'.
               88  STMA-IS-TXN                  VALUE 'T'.
               88  STMA-IS-CLOSING              VALUE 'C'.
               88  STMA-IS-AVAILABLE            VALUE 'A'.
           05 STMA-TXN-DATE          PIC 9(6).
           05 STMA-TXN-TIME          PIC 9(8).
           05 STMA-AMOUNT            PIC S9(9)V9(2) SIGN LEADING
