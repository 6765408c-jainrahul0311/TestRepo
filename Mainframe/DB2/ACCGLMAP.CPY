      ******************************************************************
      * DCLGEN TABLE(HR_DB.ACC_GLMAP)                                  *
      *        LIBRARY(HR_DB.TEST.SOURCE(ACCGLMAP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE ACC_GLMAP TABLE
           ( MOVE_TYPE       CHAR(4)        NOT NULL,
             MOVE_CODE       CHAR(8)        NOT NULL,
             GL_ACCOUNT      CHAR(8)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE ACC_GLMAP                          *
      *                                                                *
      * ACCOUNT-SIDE GENERAL-LEDGER MAPPING FOR THE COBACCGL DAILY     *
      * FEED, ONE ROW PER MOVEMENT TYPE (AND CODE). GL_ACCOUNT IS THE  *
      * CONTRA ACCOUNT THE MOVEMENT POSTS AGAINST THE CUSTOMER-BALANCE *
      * CONTROL ACCOUNT. MOVE_TYPE: 'CTRL' = THE CUSTOMER-BALANCE      *
      * CONTROL ACCOUNT ITSELF (ONE ROW, REQUIRED), 'INT ' = INTEREST  *
      * PAID (ACCINT), 'WHT ' = TAX WITHHELD FROM INTEREST (THE TAX    *
      * LIABILITY ACCOUNT), 'FEE ' = SERVICE FEE TAKEN (ACCFEE),       *
      * 'SAL ' = NET SALARY COBBNKEX CREDITED IN-HOUSE (THE NET PAY    *
      * CLEARING ACCOUNT), 'XFER' = ACCOUNT-TO-ACCOUNT TRANSFER LEG,   *
      * 'ADJ ' = ANY OTHER BALANCE ADJUSTMENT OR DEPOSIT. MOVE_CODE IS *
      * THE FEE TYPE FOR A 'FEE ' ROW AND SPACES OTHERWISE; A SPACES   *
      * 'FEE ' ROW CATCHES EVERY FEE TYPE WITHOUT A ROW OF ITS OWN.    *
      ******************************************************************
       01  DCLACC-GLMAP.
           10 MOVE-TYPE            PIC X(4).
           10 MOVE-CODE            PIC X(8).
           10 GL-ACCOUNT           PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
