             ADDR1           CHAR(30)       NOT NULL,
             ADDR2           CHAR(30)               ,
             ADDR3           CHAR(30)               ,
             CSTATUS         CHAR(1)        NOT NULL,
             RESIDENCY       CHAR(3)        NOT NULL,
             EMPNO           CHAR(6)        NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUSTOMER                           *
      * 'A' = ACTIVE, 'C' = CLOSED. COBSTMT HEADS EACH STATEMENT WITH  *
      * THE NAME AND ADDRESS AND FLAGS ANY ACCOUNT WHOSE CUSTOMER IS   *
      * NOT ON FILE - A STATEMENT WE CANNOT MAIL IS A STATEMENT WE     *
      * HAND-DELIVER. RESIDENCY IS THE COUNTRY OF TAX RESIDENCE THE    *
      * INT_WHT_RATE TABLE IS KEYED ON FOR WITHHOLDING ON INTEREST;    *
      * SPACES UNTIL THE CUSTOMER'S RESIDENCE IS RECORDED. EMPNO LINKS *
      * A CUSTOMER WHO IS ALSO ON THE PAYROLL TO THE EMPLOYEE - SPACES *
      * FOR ANYONE ELSE. APITPO28 WILL ONLY TAKE AN IN-HOUSE ACCOUNT   *
      * AS AN EMPLOYEE'S PAY DESTINATION WHEN ITS CUSTOMER CARRIES     *
      * THAT EMPLOYEE'S EMPNO.                                         *
      ******************************************************************
       01  DCLCUSTOMER.
           10 CUST-NO              PIC X(10).
           10 ADDR2                PIC X(30).
           10 ADDR3                PIC X(30).
           10 CSTATUS              PIC X(1).
           10 RESIDENCY            PIC X(3).
           10 EMPNO                PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
