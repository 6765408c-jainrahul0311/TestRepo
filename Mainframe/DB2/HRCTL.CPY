      *                WHO MUST REMAIN ON DUTY FOR A LEAVE APPROVAL    *
      *                TO PASS WITHOUT THE APITPO25 COVERAGE WARNING.  *
      *                NO ROW MEANS NO FLOOR IS ENFORCED.              *
      *   'GARNFLR'  - THE PROTECTED NET PAY COBGARN MUST LEAVE AN     *
      *                EMPLOYEE AFTER TAX AND GARNISHMENTS, AND THAT   *
      *                COBLNREC AND COBFINPY LOAN RECOVERY MAY NOT     *
      *                TAKE PAY BELOW. NO ROW MEANS A FLOOR OF ZERO.   *
      *   'EXPFINLM' - THE BASE-CURRENCY (USD) AMOUNT ABOVE WHICH AN   *
      *                EXPENSE CLAIM NEEDS FINANCE APPROVAL AFTER THE  *
      *                MANAGER'S (APITPO40). NO ROW MEANS NO CLAIM     *
      *                NEEDS FINANCE.                                  *
      *   'BNKSTLDY' - THE BUSINESS DAYS AFTER ITS PAY DATE THE BANK   *
      *                HAS TO SETTLE A TRANSMITTED PAYMENT BEFORE      *
      *                COBBNKST CALLS IT UNACCOUNTED FOR. NO ROW       *
      *                MEANS THREE.                                    *
      *   'DAYHOURS' - THE HOURS IN A FULL WORKING DAY, WHICH PRICE A  *
      *                BUSINESS DAY OF LEAVE AND A WEEK'S CAPACITY     *
      *                WHEN TIMESHEET HOURS ARE SET AGAINST APPROVED   *
      *                LEAVE (APITPO29, COBTSLVC). NO ROW MEANS EIGHT. *
      *   'FXTOLPCT' - THE PERCENT A TREASURY RATE MAY MOVE FROM THE   *
      *                PRIOR EFFECTIVE RATE FOR ITS PAIR BEFORE        *
      *                COBFXLD HOLDS IT ON EXCHRATE_HOLD FOR A         *
      *                TREASURY CONFIRMATION. NO ROW MEANS FIVE.       *
      *   'EXTQDAYS' - THE DAYS A RELEASED TELEPHONE EXTENSION STAYS   *
      *                QUARANTINED ON PHONE_EXT BEFORE IT CAN BE       *
      *                GIVEN TO SOMEONE ELSE. NO ROW MEANS NINETY.     *
      *   'AUDHRSTA' - THE START OF THE BUSINESS DAY (HHMM) FOR THE    *
      *                COBAUDMN AFTER-HOURS ALERT. NO ROW MEANS 0700.  *
      *   'AUDHREND' - THE END OF THE BUSINESS DAY (HHMM). AN ONLINE   *
      *                UPDATE OR PAY INQUIRY BEFORE THE START, FROM    *
      *                THE END ON, AT A WEEKEND OR ON THE OPERATOR'S   *
      *                HOLCAL HOLIDAY IS ALERTED. NO ROW MEANS 1900.   *
      *   'AUDBLKMN' - THE FEWEST ONLINE UPDATES IN A DAY BY ONE       *
      *                OPERATOR THAT CAN RAISE A COBAUDMN BULK-CHANGE  *
      *                ALERT. NO ROW MEANS FIFTY.                      *
      *   'AUDINQMN' - THE SAME FLOOR FOR PAY INQUIRIES (INQLOG). NO   *
      *                ROW MEANS ONE HUNDRED.                          *
      *   'AUDBLKX'  - HOW MANY TIMES THE OPERATOR'S USUAL DAILY COUNT *
      *                (AVERAGE OVER THE DAYS THEY WERE ACTIVE IN THE  *
      *                'AUDBLKDY' DAYS BEFORE) A DAY MUST EXCEED, ON   *
      *                TOP OF THE FLOOR, TO BE BULK. NO ROW MEANS 3.   *
      *   'AUDBLKDY' - THE DAYS OF HISTORY THAT SET 'USUAL'. NO ROW    *
      *                MEANS TWENTY-EIGHT.                             *
      *   'LTRDAYS'  - HOW MANY DAYS BACK COBLTRGN LOOKS FOR HR EVENTS *
      *                NOT YET LETTERED, SO AN EVENT HELD BACK FOR     *
      *                WANT OF AN ADDRESS IS LETTERED ONCE ONE IS      *
      *                KEYED. NO ROW MEANS SEVEN.                      *
      ******************************************************************
       01  DCLHR-CONTROL.
           10 CTL-KEY              PIC X(8).
