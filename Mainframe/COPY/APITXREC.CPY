      ******************************************************************
      * APITXREC - API BATCH TRANSACTION RECORD. ONE FIXED 530-BYTE    *
      *           RECORD PER API COMMAND FOR COBAPIBT TO RUN: THE API  *
      *           PROGRAM (ITS PROGRAM-ID, E.G. APITP035), THE COMMAND *
      *           CODE, THE OPERATOR WHOSE AUTHORITY THE COMMAND RUNS  *
      *           UNDER, AND THE DATA-IN PAYLOAD EXACTLY AS THAT       *
      *           PROGRAM'S CMDNN-DATA-IN LAYOUT DESCRIBES IT. THE     *
      *           OPERATOR MUST BE THE AUTH ID THE JOB RUNS UNDER -    *
      *           THE API PROGRAMS CHECK AND AUDIT THE SQL AUTH ID,    *
      *           NOT A FIELD ON THE RECORD.                           *
      ******************************************************************
       01  APITX-RECORD.
           05 ATX-PROGRAM            PIC X(8).
           05 ATX-CMD-CODE           PIC 9(2).
           05 ATX-OPID               PIC X(8).
           05 ATX-DATA-IN            PIC X(512).
