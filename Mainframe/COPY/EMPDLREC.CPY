      ******************************************************************
      * EMPDLREC - EMPLOYEE CHANGE DELTA FILE LAYOUT. WRITTEN DAILY BY *
      *            COBEMPDL, ONE FILE PER DOWNSTREAM SUBSCRIBER (THE   *
      *            BENEFITS CARRIER, THE CORPORATE DIRECTORY AND THE   *
      *            BUILDING-ACCESS SYSTEM), IN PLACE OF THE WEEKLY     *
      *            FULL EMP DUMP. ALL THREE RECORD TYPES ARE 200       *
      *            BYTES; THE FIRST BYTE SAYS WHICH LAYOUT APPLIES.    *
      *                                                                *
      *            EACH FILE COVERS THE AUDITLOG SEQUENCE RANGE IN ITS *
      *            HEADER, AND NO TWO FILES EVER OVERLAP, SO A         *
      *            SUBSCRIBER HOLDING A RANGE ALREADY APPLIED KNOWS    *
      *            THE FILE IS A REPEAT. THE SUBSCRIBER PROVES THE     *
      *            FILE BY COUNTING DETAIL RECORDS, IN TOTAL AND BY    *
      *            CHANGE TYPE, AGAINST THE TRAILER.                   *
      ******************************************************************
       01  EDL-HEADER-REC.
           05 EH-RECORD-TYPE         PIC X(1).
               88  EH-IS-HEADER                 VALUE 'H'.
      *        ** 'BENCARR', 'CORPDIR' OR 'BLDGACC'.
           05 EH-SUBSCRIBER          PIC X(8).
           05 EH-FILE-DATE           PIC 9(6).
           05 EH-FILE-TIME           PIC 9(8).
      *        ** AUDITLOG AUD_SEQ RANGE THE FILE COVERS, INCLUSIVE.
      *        ** FROM > TO WHEN NOTHING WAS AUDITED SINCE LAST RUN.
           05 EH-FROM-SEQ            PIC 9(9).
           05 EH-TO-SEQ              PIC 9(9).
           05 FILLER                 PIC X(159).

       01  EDL-DETAIL-REC.
           05 ED-RECORD-TYPE         PIC X(1).
               88  ED-IS-DETAIL                 VALUE 'D'.
           05 ED-EMPNO               PIC X(6).
      *        ** THE MOST SIGNIFICANT CHANGE IN THE RANGE, IN THIS
      *        ** ORDER: 'S' SEPARATION, 'R' REHIRE, 'H' HIRE,
      *        ** 'T' TRANSFER (DEPARTMENT OR WORK LOCATION),
      *        ** 'J' JOB CHANGE, 'C' CONTACT OR PERSONAL DETAILS.
           05 ED-CHANGE-TYPE         PIC X(1).
               88  ED-SEPARATION                VALUE 'S'.
               88  ED-REHIRE                    VALUE 'R'.
               88  ED-HIRE                      VALUE 'H'.
               88  ED-TRANSFER                  VALUE 'T'.
               88  ED-JOB-CHANGE                VALUE 'J'.
               88  ED-CONTACT-CHANGE            VALUE 'C'.
      *        ** EVERY CHANGE IN THE RANGE THE SUBSCRIBER RECEIVES,
      *        ** 'Y' OR SPACE, IN THE SAME S-R-H-T-J-C ORDER.
           05 ED-CHANGE-FLAGS.
              10 ED-FLAG-SEPARATION  PIC X(1).
              10 ED-FLAG-REHIRE      PIC X(1).
              10 ED-FLAG-HIRE        PIC X(1).
              10 ED-FLAG-TRANSFER    PIC X(1).
              10 ED-FLAG-JOB-CHANGE  PIC X(1).
              10 ED-FLAG-CONTACT     PIC X(1).
           05 ED-CHANGE-FLAGS-R REDEFINES ED-CHANGE-FLAGS.
              10 ED-FLAG             PIC X(1)  OCCURS 6 TIMES.
      *        ** CURRENT VALUES AT THE TIME OF THE RUN. A FIELD THE
      *        ** SUBSCRIBER IS NOT ALLOWED TO SEE IS SPACES.
           05 ED-FIRSTNME            PIC X(12).
           05 ED-MIDINIT             PIC X(1).
           05 ED-LASTNAME            PIC X(15).
           05 ED-WORKDEPT            PIC X(3).
           05 ED-JOB                 PIC X(8).
           05 ED-PHONENO             PIC X(4).
           05 ED-LOC-CODE            PIC X(6).
           05 ED-HIREDATE            PIC X(10).
           05 ED-SEPDATE             PIC X(10).
           05 ED-BIRTHDATE           PIC X(10).
           05 ED-SEX                 PIC X(1).
           05 ED-ADDR1               PIC X(30).
           05 ED-ADDR2               PIC X(30).
           05 ED-ADDR3               PIC X(30).
      *        ** ON A REHIRE, THE EMPNO OF THE EARLIER SPELL.
           05 ED-OLD-EMPNO           PIC X(6).
      *        ** AUD_SEQ OF THE LATEST CHANGE THE RECORD CARRIES.
           05 ED-LAST-SEQ            PIC 9(9).
           05 FILLER                 PIC X(1).

       01  EDL-TRAILER-REC.
           05 ET-RECORD-TYPE         PIC X(1).
               88  ET-IS-TRAILER                VALUE 'T'.
           05 ET-REC-COUNT           PIC 9(7).
      *        ** DETAIL RECORDS BY ED-CHANGE-TYPE, S-R-H-T-J-C.
           05 ET-TYPE-COUNTS.
              10 ET-SEPARATION-COUNT PIC 9(7).
              10 ET-REHIRE-COUNT     PIC 9(7).
              10 ET-HIRE-COUNT       PIC 9(7).
              10 ET-TRANSFER-COUNT   PIC 9(7).
              10 ET-JOB-CHANGE-COUNT PIC 9(7).
              10 ET-CONTACT-COUNT    PIC 9(7).
           05 ET-TYPE-COUNTS-R REDEFINES ET-TYPE-COUNTS.
              10 ET-TYPE-COUNT       PIC 9(7)  OCCURS 6 TIMES.
           05 ET-TO-SEQ              PIC 9(9).
           05 FILLER                 PIC X(141).
