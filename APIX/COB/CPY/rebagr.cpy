      ** REBAGR - VOLUME REBATE AGREEMENT (FICREBAGR) : ONE RECORD   **
      ** PER CUSTOMER AND AGREEMENT YEAR. UP TO THREE THRESHOLDS ON  **
      ** THE YEAR'S NET REVENUE ; THE HIGHEST ONE REACHED GIVES THE  **
      ** RATE, PAID BACK ON THE WHOLE YEAR'S REVENUE. READ BY        **
      ** REBACRP (MONTHLY ACCRUAL) AND REBSETP (YEAR-END SETTLEMENT) **
       01 ST-REBAGR.
          05 RBA-C-NO       PIC X(3).
          05 RBA-YEAR       PIC 9(4).
          05 RBA-TIER OCCURS 3 TIMES.
             10 RBA-THRESH  PIC 9(7)V9(2).
             10 RBA-PCT     PIC 9V9(4).
          05 FILLER         PIC X(31).
