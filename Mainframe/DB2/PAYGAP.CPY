      ******************************************************************
      * DCLGEN TABLE(HR_DB.PAYGAP_SNAPSHOT)                            *
      *        LIBRARY(HR_DB.TEST.SOURCE(PAYGAP))                      *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE PAYGAP_SNAPSHOT TABLE
           ( SCOPE           CHAR(3)        NOT NULL,
             GYEAR           CHAR(4)        NOT NULL,
             PYEARMONTH      CHAR(6)        NOT NULL,
             FEMALE_CNT      INTEGER        NOT NULL,
             MALE_CNT        INTEGER        NOT NULL,
             HR_GAP_OK       CHAR(1)        NOT NULL,
             HR_MEAN_GAP     DECIMAL(5,1)   NOT NULL,
             HR_MEDIAN_GAP   DECIMAL(5,1)   NOT NULL,
             BON_GAP_OK      CHAR(1)        NOT NULL,
             BON_MEAN_GAP    DECIMAL(5,1)   NOT NULL,
             BON_MEDIAN_GAP  DECIMAL(5,1)   NOT NULL,
             F_BONUS_PCT     DECIMAL(4,1)   NOT NULL,
             M_BONUS_PCT     DECIMAL(4,1)   NOT NULL,
             Q1_F_PCT        DECIMAL(4,1)   NOT NULL,
             Q2_F_PCT        DECIMAL(4,1)   NOT NULL,
             Q3_F_PCT        DECIMAL(4,1)   NOT NULL,
             Q4_F_PCT        DECIMAL(4,1)   NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYGAP_SNAPSHOT                    *
      *                                                                *
      * THE GENDER PAY GAP FIGURES COBPYGAP PUBLISHES EACH YEAR - ONE  *
      * ROW PER SUBSIDIARY CURRENCY PLUS THE '***' COMPANY-WIDE ROW,   *
      * KEYED BY THE YEAR OF THE SNAPSHOT PERIOD - SO NEXT YEAR'S RUN  *
      * CAN SHOW THE CHANGE. GAPS ARE (MALE - FEMALE) / MALE PAY AS A  *
      * PERCENTAGE; HR_GAP_OK / BON_GAP_OK ARE 'N' WHEN ONE SEX HAD    *
      * NO PAY TO COMPARE, AND THE GAP COLUMNS ARE THEN ZERO. THE      *
      * QUARTILE COLUMNS ARE THE FEMALE SHARE OF EACH HOURLY PAY       *
      * QUARTILE, Q1 THE LOWEST PAID.                                  *
      ******************************************************************
       01  DCLPAYGAP-SNAPSHOT.
           10 SCOPE                PIC X(3).
           10 GYEAR                PIC X(4).
           10 PYEARMONTH           PIC X(6).
           10 FEMALE-CNT           PIC S9(9)      USAGE COMP.
           10 MALE-CNT             PIC S9(9)      USAGE COMP.
           10 HR-GAP-OK            PIC X(1).
           10 HR-MEAN-GAP          PIC S9(4)V9(1) USAGE COMP-3.
           10 HR-MEDIAN-GAP        PIC S9(4)V9(1) USAGE COMP-3.
           10 BON-GAP-OK           PIC X(1).
           10 BON-MEAN-GAP         PIC S9(4)V9(1) USAGE COMP-3.
           10 BON-MEDIAN-GAP       PIC S9(4)V9(1) USAGE COMP-3.
           10 F-BONUS-PCT          PIC S9(3)V9(1) USAGE COMP-3.
           10 M-BONUS-PCT          PIC S9(3)V9(1) USAGE COMP-3.
           10 Q1-F-PCT             PIC S9(3)V9(1) USAGE COMP-3.
           10 Q2-F-PCT             PIC S9(3)V9(1) USAGE COMP-3.
           10 Q3-F-PCT             PIC S9(3)V9(1) USAGE COMP-3.
           10 Q4-F-PCT             PIC S9(3)V9(1) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
