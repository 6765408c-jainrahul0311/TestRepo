      ******************************************************************
      * DCLGEN TABLE(HR_DB.PHONE_EXT)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(PHONEEXT))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PHONE_EXT TABLE
           ( EXTENSION       CHAR(4)        NOT NULL,
             LOC_CODE        CHAR(6)        NOT NULL,
             EXT_STATUS      CHAR(1)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL,
             STATUS_DATE     DATE           NOT NULL,
             QUAR_UNTIL      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PHONE_EXT                          *
      *                                                                *
      * TELEPHONE EXTENSION INVENTORY, ONE ROW PER 4-DIGIT EXTENSION   *
      * (UNIQUE ACROSS SITES, AS EMP.PHONENO CARRIES NO SITE). THE     *
      * ROWS ARE CREATED WHEN AN EXT_RANGE IS DEFINED FOR A WORKLOC    *
      * SITE (APITPO45 COMMAND 5). EXT_STATUS:                         *
      *   'F' = FREE                                                   *
      *   'A' = ASSIGNED TO EMPNO, WHOSE EMP.PHONENO IT IS             *
      *   'Q' = QUARANTINED UNTIL QUAR_UNTIL AFTER EMPNO (THE LAST     *
      *         HOLDER) LEFT OR MOVED OFF IT; FROM THAT DATE IT IS     *
      *         ALLOCATED AS IF FREE                                   *
      *   'R' = RESERVED (SWITCHBOARD, MEETING ROOMS, HUNT GROUPS) -   *
      *         NEVER ALLOCATED UNTIL APITPO45 COMMAND 7 FREES IT      *
      * EMPNO IS SPACES ON A FREE OR RESERVED ROW. STATUS_DATE IS THE  *
      * DATE OF THE LAST CHANGE OF STATUS. THE CPEXTPG PARAGRAPHS      *
      * CHECK, CLAIM, ALLOCATE AND RELEASE EXTENSIONS; THE QUARANTINE  *
      * PERIOD IS HR_CONTROL 'EXTQDAYS'. COBEXTRC RECONCILES THE POOL  *
      * WITH EMP.PHONENO.                                              *
      ******************************************************************
       01  DCLPHONE-EXT.
           10 EXTENSION            PIC X(4).
           10 LOC-CODE             PIC X(6).
           10 EXT-STATUS           PIC X(1).
           10 EMPNO                PIC X(6).
           10 STATUS-DATE          PIC X(10).
           10 QUAR-UNTIL           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
