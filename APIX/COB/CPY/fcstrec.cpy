      ** FCSTREC - REORDER RECOMMENDATIONS (FICFCSTREC). FCSTP WRITES **
      ** ONE PER ACTIVE PART FROM ITS DEMAND HISTORY AND THE LEAD     **
      ** TIME ITS SUPPLIERS ACTUALLY ACHIEVE ; FCSTAPP APPLIES THE    **
      ** APPROVED ONES TO API10.PARTS (REORDER_POINT, SAFETY_STOCK,   **
      ** EOQ, LEAD_TIME) AND REWRITES THE FILE WITH THE OUTCOME       **
       01 ST-FCSTREC.
          05 FCR-PNO          PIC X(2).
          05 FCR-STATUS       PIC X(1).
             88 FCR-PENDING       VALUE 'P'.
             88 FCR-APPLIED       VALUE 'A'.
             88 FCR-REJECTED      VALUE 'R'.
          05 FCR-RUN-DATE     PIC X(10).
      ** MONTHS OF HISTORY BEHIND THE FIGURES, AND WHAT THEY GAVE :   **
      ** NEXT MONTH'S DEMAND, THE MONTHLY TREND AND THE SEASONAL      **
      ** INDEX OF THE MONTH FORECAST (1,00 = AN AVERAGE MONTH)        **
          05 FCR-MONTHS       PIC 9(2).
          05 FCR-FORECAST     PIC 9(5).
          05 FCR-TREND        PIC S9(5).
          05 FCR-SEASON       PIC 9(1)V9(2).
      ** QUOTED LEAD TIME PLUS THE AVERAGE DAYS LATE ON RECEIPT       **
          05 FCR-LEADTIME     PIC 9(3).
      ** THE VALUES IN FORCE WHEN THE RECOMMENDATION WAS MADE         **
          05 FCR-CUR-ROP      PIC 9(4).
          05 FCR-CUR-LEAD     PIC 9(3).
          05 FCR-CUR-EOQ      PIC 9(4).
      ** THE RECOMMENDATION                                            **
          05 FCR-SAFETY       PIC 9(4).
          05 FCR-ROP          PIC 9(4).
          05 FCR-EOQ          PIC 9(4).
      ** WHO DECIDED, AND WHEN (SPACES WHILE PENDING)                  **
          05 FCR-AUTH         PIC X(8).
          05 FCR-DEC-DATE     PIC X(10).
          05 FILLER           PIC X(8).
