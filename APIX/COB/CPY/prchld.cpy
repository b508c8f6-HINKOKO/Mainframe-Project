      ** PRCHLD - PRICE EXCEPTION QUEUE (FICPRCHLD). PART2P PARKS    **
      ** HERE EVERY SALES LINE WHOSE ORDERED PRICE STRAYS FROM THE   **
      ** PRICE IT WOULD HAVE COMPUTED (CATALOG, PROMO, CONTRACT) BY  **
      ** MORE THAN THE PRICETOL= PERCENTAGE ; THE LINE ITSELF IN THE **
      ** VTSTRUCT LAYOUT, FOLLOWED BY WHAT THE PRICING DESK NEEDS TO **
      ** DECIDE. PRCRELP APPROVES THE ORDERED PRICE OR FORCES THE    **
      ** COMPUTED ONE, AND REWRITES THE FILE WITH THE UNDECIDED      **
      ** LINES ONLY                                                  **
       01 ST-PRCHLD.
          05 PXH-LINE         PIC X(80).
      ** THE PRICE PART2P WOULD HAVE CHARGED, AND WHERE IT CAME FROM  **
      ** (ORDCNF SOURCE CODES : C CATALOG, P PROMO, K CONTRACT)       **
          05 PXH-CALC-PRICE   PIC S9(3)V9(2).
          05 PXH-CALC-SRC     PIC X(1).
      ** ORDERED AGAINST COMPUTED, IN PERCENT, NEGATIVE WHEN BELOW    **
          05 PXH-DEV-PCT      PIC S9(3)V9(1).
      ** THE FEED AND THE SHIPPING SITE THE ORDER WAS LOADED UNDER     **
          05 PXH-REGION       PIC X(2).
          05 PXH-WH           PIC X(2).
          05 PXH-HELD-DATE    PIC X(10).
          05 FILLER           PIC X(16).
