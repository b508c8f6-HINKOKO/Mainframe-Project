      ** FLSHIST - DAILY FLASH FIGURE HISTORY (FICFLASHHIST), ONE     **
      ** ROW PER RUN DATE AND FIGURE. FLASHP COMPARES EACH NIGHT'S    **
      ** FIGURES WITH THE ROWS OF THE SAME WEEKDAY LAST WEEK AND      **
      ** REWRITES THE FILE, KEEPING ONLY ITS LOOKBACK WINDOW          **
       01 ST-FLSHIST.
          05 FH-RUN-DATE      PIC X(10).
          05 FH-KEY           PIC X(20).
      ** C = A COUNT, A = AN AMOUNT **
          05 FH-KIND          PIC X(1).
          05 FH-VALUE         PIC S9(11)V99.
          05 FILLER           PIC X(36).
