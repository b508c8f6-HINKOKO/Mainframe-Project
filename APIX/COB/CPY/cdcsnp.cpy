      ** CDCSNP - ONE ROW OF THE TABLE SNAPSHOT CDCEXTP KEEPS        **
      ** BETWEEN RUNS (FICCDCSNP) : THE ROW AS IT WAS EXTRACTED,     **
      ** BY TABLE (1 ORDERS, 2 ITEMS, 3 CUSTOMERS, 4 PRODUCTS) AND   **
      ** KEY IN THE ORDER OF THE EXTRACT CURSORS. THE IMAGE IS THE   **
      ** DELIMITED DATA OF THE ROW ; THE HASH IS ITS AMOUNT FOR THE  **
      ** TRAILER TOTALS, SO THAT A DELETED ROW STILL COUNTS          **
       01 ST-CDCSNP.
          05 SNP-TABLE      PIC 9(1).
          05 SNP-KEY        PIC X(12).
          05 SNP-HASH       PIC S9(11)V9(2).
          05 SNP-IMAGE      PIC X(200).
          05 FILLER         PIC X(4).
