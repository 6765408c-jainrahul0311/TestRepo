      ******************************************************************
      * APIRSREC - API BATCH RESULT RECORD. COBAPIBT WRITES ONE PER    *
      *           TRANSACTION IT RUNS: THE RECORD NUMBER IN THE        *
      *           TRANSACTION FILE, THE COMMAND, THE FIRST 20 BYTES OF *
      *           DATA-IN (THE KEY, AS AUDITLOG TAKES IT), THE API'S   *
      *           RESP-CODE, WHAT BECAME OF THE COMMAND, AND THE       *
      *           APIERRB ERROR BLOCK FROM DATA-OUT(1793:256) - ONLY   *
      *           MEANINGFUL WHEN ITS EYECATCHER SAYS 'ERRB'. A        *
      *           COMMAND THE DRIVER REFUSED BEFORE CALLING ANYTHING   *
      *           HAS RESP-CODE ZERO, OUTCOME 'X' AND THE REASON.      *
      ******************************************************************
       01  APIRS-RECORD.
           05 ARS-REC-NO             PIC 9(6).
           05 ARS-PROGRAM            PIC X(8).
           05 ARS-CMD-CODE           PIC X(2).
           05 ARS-OPID               PIC X(8).
           05 ARS-KEY                PIC X(20).
           05 ARS-RESP-CODE          PIC 9(2).
           05 ARS-OUTCOME            PIC X(1).
               88  ARS-APPLIED                  VALUE 'A'.
               88  ARS-SIMULATED                VALUE 'S'.
               88  ARS-REFUSED                  VALUE 'R'.
               88  ARS-FAILED                   VALUE 'F'.
               88  ARS-NOT-CALLED               VALUE 'X'.
           05 ARS-REASON             PIC X(40).
           05 ARS-ERROR-BLOCK        PIC X(256).
