      ******************************************************************
      * MKTSREC - MARKET PAY SURVEY RECORD. COMPENSATION EXPORTS THE   *
      *           ANNUAL SURVEY SPREADSHEET AS ONE FIXED 90-BYTE       *
      *           RECORD PER BENCHMARK JOB: THE SURVEY'S OWN JOB       *
      *           NAME, THE JOB CODE IT IS MATCHED TO HERE, THE        *
      *           CURRENCY OF THE FIGURES AND THE 25TH, 50TH AND 75TH  *
      *           PERCENTILE ANNUAL BASE SALARY. COBMKTLD LOADS THEM   *
      *           INTO MKT_SURVEY, KEEPING EVERY SURVEY YEAR.          *
      ******************************************************************
       01  MKTS-RECORD.
           05 MS-SURVEY-NAME         PIC X(20).
           05 MS-SYEAR               PIC X(4).
           05 MS-BENCH-JOB           PIC X(20).
           05 MS-JOB                 PIC X(8).
           05 MS-CURRCODE            PIC X(3).
           05 MS-P25                 PIC 9(7)V9(2).
           05 MS-P50                 PIC 9(7)V9(2).
           05 MS-P75                 PIC 9(7)V9(2).
           05 FILLER                 PIC X(8).
