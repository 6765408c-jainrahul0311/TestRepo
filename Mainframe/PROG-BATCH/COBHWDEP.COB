      *                RENEWAL FORECAST. APPLIES STRAIGHT-LINE
      *                DEPRECIATION TO EACH HARDWARE COMPONENT OVER
      *                THE PER-TYPE LIFESPANS (YEARS) ON THE CONTROL
      *                CARD, AGED FROM THE PURCHASE DATE APITPO50
      *                RECORDED WHEN THE ITEM WAS RECEIVED AGAINST ITS
      *                ORDER, OR, FOR AN ITEM BOUGHT BEFORE THE ORDER
      *                WORKFLOW, FROM ITS FIRST ASSIGNMENT DATE ON THE
      *                DEVELOPER_HISTORY (AN OLD ITEM NEVER ASSIGNED
      *                HAS NOT AGED). PRINTS PER-DEPARTMENT AND COMPANY
      *                SCHEDULES OF ORIGINAL INSURED VALUE,
      *                ACCUMULATED DEPRECIATION AND NET BOOK VALUE,
      *                PLUS A RENEWAL FORECAST OF THE ITEMS THE
      * SQL CURSORS AND STATEMENTS
      ******************************************************************

      *    THE IN-SERVICE DATE IS THE RECEIPT (PURCHASE) DATE, OR THE
      *    FIRST ASSIGNMENT FOR AN ITEM REGISTERED BEFORE RECEIPTS
      *    WERE RECORDED; THE OWNING DEPARTMENT IS THE CURRENT
      *    ASSIGNEE'S WORKDEPT, OR '***' FOR THE UNASSIGNED POOL.
           EXEC SQL DECLARE C1 CURSOR
             SELECT
                 H.HARDWARE_ID,
                 H.CPU_INS_VALUE,
                 H.MONITOR_INS_VALUE,
                 COALESCE(
                   H.PURCHASE_DATE,
                   (SELECT MIN(DH.ASSIGN_DATE)
                      FROM DEVELOPER_HISTORY DH
                     WHERE DH.HARDWARE_ID = H.HARDWARE_ID), ' '),
