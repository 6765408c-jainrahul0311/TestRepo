           EXEC SQL DECLARE HOLCAL TABLE
           ( HOLCURR         CHAR(3)        NOT NULL,
             HOLDATE         DATE           NOT NULL,
             HOLNAME         CHAR(30)       NOT NULL,
             HOLCAL_ID       CHAR(6)        NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE HOLCAL                             *
      * HOLIDAYS. READ ONLY THROUGH THE SHARED BUSINESS-DAY ENGINE     *
      * (CPBDAYS) SO COBLVDCK DOCKING, COBFINPY FINAL PAY AND THE      *
      * APITPO25 REQUEST-DAY COUNT ALL COUNT THE SAME DAYS.            *
      * HOLCAL_ID SPACES IS THE SUBSIDIARY-WIDE CALENDAR. A NON-BLANK  *
      * HOLCAL_ID IS A SITE CALENDAR NAMED BY WORKLOC.HOLCAL_ID (A     *
      * PROVINCE OR STATE): IT HOLDS EVERY HOLIDAY OBSERVED AT THE     *
      * SITE, NATIONAL ONES INCLUDED, AND REPLACES THE SUBSIDIARY      *
      * CALENDAR FOR EMPLOYEES WORKING THERE.                          *
      ******************************************************************
       01  DCLHOLCAL.
           10 HOLCURR              PIC X(3).
           10 HOLDATE              PIC X(10).
           10 HOLNAME              PIC X(30).
           10 HOLCAL-ID            PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
