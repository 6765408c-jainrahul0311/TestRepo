      ******************************************************************
      * RETAREC - RETENTION ARCHIVE RECORD. COBRETPG WRITES ONE PER    *
      *           ROW IT PURGES FROM A TABLE WHOSE RETAIN_SCHEDULE     *
      *           ACTION IS 'A', BEFORE THE ROW IS DELETED. RETA-TABLE *
      *           SAYS WHICH OF THE VIEWS BELOW THE IMAGE IS IN; THE   *
      *           IMAGE CARRIES EVERY COLUMN OF THE ROW, DATES IN ISO  *
      *           FORM AND AMOUNTS SIGNED LEADING SEPARATE AS PAYAREC  *
      *           CARRIES THEM, SO THE FILE CAN BE READ BACK WITHOUT   *
      *           THE TABLE. A NULL APPROVER OR DECIDED DATE ON A      *
      *           LEAVE REQUEST ARCHIVES AS SPACES.                    *
      ******************************************************************
       01  RETA-RECORD.
           05 RETA-TABLE             PIC X(18).
           05 RETA-RUN-DATE          PIC 9(6).
           05 RETA-IMAGE             PIC X(120).
           05 RETA-INQLOG REDEFINES RETA-IMAGE.
               10 RETA-INQ-PROGRAM   PIC X(9).
               10 RETA-INQ-CMD       PIC 9(2).
               10 RETA-INQ-OPID      PIC X(8).
               10 RETA-INQ-EMPNO     PIC X(6).
               10 RETA-INQ-DATE      PIC 9(6).
               10 RETA-INQ-TIME      PIC 9(8).
               10 FILLER             PIC X(81).
           05 RETA-AUTH-DENIAL REDEFINES RETA-IMAGE.
               10 RETA-DENY-OPID     PIC X(8).
               10 RETA-DENY-PROGRAM  PIC X(9).
               10 RETA-DENY-CMD      PIC 9(2).
               10 RETA-DENY-DATE     PIC 9(6).
               10 RETA-DENY-TIME     PIC 9(8).
               10 FILLER             PIC X(87).
           05 RETA-TIMESHEET REDEFINES RETA-IMAGE.
               10 RETA-TS-EMPNO      PIC X(6).
               10 RETA-TS-PROJ-NO    PIC X(6).
               10 RETA-TS-ACT-NO     PIC 9(2).
               10 RETA-TS-WEEKEND    PIC X(10).
               10 RETA-TS-HOURS      PIC 9(3).
               10 RETA-TS-STATUS     PIC X(1).
               10 FILLER             PIC X(92).
           05 RETA-LEAVE-REQUEST REDEFINES RETA-IMAGE.
               10 RETA-LV-REQ-NO     PIC X(20).
               10 RETA-LV-EMPNO      PIC X(6).
               10 RETA-LV-LTYPE      PIC X(1).
               10 RETA-LV-FROMDATE   PIC X(10).
               10 RETA-LV-TODATE     PIC X(10).
               10 RETA-LV-DAYS       PIC S9(4)      SIGN LEADING
                                                    SEPARATE.
               10 RETA-LV-STATUS     PIC X(1).
               10 RETA-LV-REQ-DATE   PIC X(10).
               10 RETA-LV-APPROVER   PIC X(8).
               10 RETA-LV-DECIDED    PIC X(10).
               10 RETA-LV-EVIDENCE   PIC X(20).
               10 FILLER             PIC X(19).
           05 RETA-EMP-PENDCHG REDEFINES RETA-IMAGE.
               10 RETA-PC-CHG-NO     PIC X(20).
               10 RETA-PC-EMPNO      PIC X(6).
               10 RETA-PC-EFF-DATE   PIC X(10).
               10 RETA-PC-WORKDEPT   PIC X(3).
               10 RETA-PC-JOB        PIC X(8).
               10 RETA-PC-PHONENO    PIC X(4).
               10 RETA-PC-SALARY     PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-PC-BONUS      PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-PC-COMM       PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-PC-FTEPCT     PIC S9(3)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-PC-STATUS     PIC X(1).
               10 RETA-PC-CAPT-OPID  PIC X(8).
               10 RETA-PC-CAPT-DATE  PIC X(10).
               10 FILLER             PIC X(14).
           05 RETA-PAYREISS REDEFINES RETA-IMAGE.
               10 RETA-RI-EMPNO      PIC X(6).
               10 RETA-RI-PYEARMONTH PIC X(6).
               10 RETA-RI-RETDATE    PIC 9(6).
               10 RETA-RI-REASON     PIC X(2).
               10 RETA-RI-AMOUNT     PIC S9(7)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-RI-STATUS     PIC X(1).
               10 FILLER             PIC X(89).
           05 RETA-FEEDCTL REDEFINES RETA-IMAGE.
               10 RETA-FC-PROGRAM    PIC X(9).
               10 RETA-FC-PERIOD-NO  PIC X(6).
               10 RETA-FC-REC-COUNT  PIC S9(9)      SIGN LEADING
                                                    SEPARATE.
               10 RETA-FC-GROSS-AMT  PIC S9(11)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-FC-NET-AMT    PIC S9(11)V9(2) SIGN LEADING
                                                    SEPARATE.
               10 RETA-FC-REG-DATE   PIC 9(6).
               10 RETA-FC-REG-TIME   PIC 9(8).
               10 FILLER             PIC X(53).
