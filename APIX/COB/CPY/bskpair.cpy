      ** BSKPAIR - MARKET-BASKET PAIR EXTRACT (FICBASKET) WRITTEN BY **
      ** BASKETP FOR THE SALES TEAM, ONE RECORD PER ANCHOR PRODUCT   **
      ** AND PARTNER KEPT IN ITS TOP PAIRS. SUPPORT AND CONFIDENCE   **
      ** ARE FRACTIONS (0,0000 TO 1,0000) ; LIFT ABOVE 1 MEANS THE   **
      ** TWO SELL TOGETHER MORE OFTEN THAN CHANCE                    **
       01 ST-BSKPAIR.
          05 BSK-DATE-DEB     PIC X(10).
          05 BSK-DATE-FIN     PIC X(10).
      ** ORDER REGION ANALYSED, SPACES = ALL REGIONS **
          05 BSK-REGION       PIC X(2).
          05 BSK-P-NO         PIC X(3).
          05 BSK-PARTNER      PIC X(3).
          05 BSK-RANK         PIC 9(2).
      ** ORDERS HOLDING BOTH / THE ANCHOR / THE PARTNER / IN ALL **
          05 BSK-BOTH         PIC 9(5).
          05 BSK-P-ORDERS     PIC 9(5).
          05 BSK-PARTNER-ORDERS PIC 9(5).
          05 BSK-ORDERS-TOTAL PIC 9(7).
          05 BSK-SUPPORT      PIC 9V9(4).
          05 BSK-CONFIDENCE   PIC 9V9(4).
          05 BSK-LIFT         PIC 9(3)V99.
          05 FILLER           PIC X(13).
