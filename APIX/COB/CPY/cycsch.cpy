      ** CYCSCH - CYCLE-COUNT SCHEDULE (FICCYCSCH), ONE RECORD PER   **
      ** PRODUCT AND SITE, WRITTEN BY ABCCLSP IN SITE/PRODUCT ORDER. **
      ** THE ITEM IS DUE ON EVERY WORKING DAY WHOSE NUMBER, TAKEN    **
      ** MODULO ITS CYCLE, EQUALS ITS SLOT (CYCCNTP) : A FEW OF EACH **
      ** CLASS EVERY DAY RATHER THAN THE WHOLE CLASS ON ONE DAY      **
       01 ST-CYCSCH.
          05 CYS-WH           PIC X(2).
          05 CYS-P-NO         PIC X(3).
          05 CYS-CLASS        PIC X(1).
             88 CYS-CLASS-A       VALUE 'A'.
             88 CYS-CLASS-B       VALUE 'B'.
             88 CYS-CLASS-C       VALUE 'C'.
      ** WORKING DAYS BETWEEN TWO COUNTS OF THE ITEM, AND ITS DAY    **
      ** WITHIN THAT CYCLE (0 TO CYCLE - 1)                          **
          05 CYS-CYCLE        PIC 9(3).
          05 CYS-SLOT         PIC 9(3).
      ** ANNUAL USAGE VALUE BEHIND THE CLASS (QUANTITY AT COST)      **
          05 CYS-VALUE        PIC 9(9)V9(2).
          05 CYS-CLASS-DATE   PIC X(10).
      ** 'Y' : NO SITE ROW (WHSTOCK) YET - COUNTED AGAINST THE       **
      ** GLOBAL ON_HAND, THE SKELETON LINE CARRIES NO SITE           **
          05 CYS-LEGACY       PIC X(1).
          05 FILLER           PIC X(26).
