      ******************************************************************
      * FXRTREC - TREASURY DAILY RATE RECORD. TREASURY SENDS ONE FIXED *
      *           40-BYTE RECORD PER CURRENCY PAIR AND EFFECTIVE DATE: *
      *           THE FROM AND TO CURRENCY CODES, THE EFFECTIVE DATE   *
      *           (YYYY-MM-DD) AND THE RATE - ONE UNIT OF THE FROM     *
      *           CURRENCY IN THE TO CURRENCY. OFTEN ONLY ONE          *
      *           DIRECTION OF A PAIR IS SENT. COBFXLD LOADS THEM INTO *
      *           EXCHRATE.                                            *
      ******************************************************************
       01  FXRT-RECORD.
           05 FX-FROMCURR            PIC X(3).
           05 FX-TOCURR              PIC X(3).
           05 FX-EFFDATE             PIC X(10).
           05 FX-EFFDATE-R REDEFINES FX-EFFDATE.
              10 FX-EFF-YYYY         PIC X(4).
              10 FX-EFF-DASH1        PIC X(1).
              10 FX-EFF-MM           PIC X(2).
              10 FX-EFF-DASH2        PIC X(1).
              10 FX-EFF-DD           PIC X(2).
           05 FX-EXRATE              PIC 9(3)V9(6).
           05 FILLER                 PIC X(15).
