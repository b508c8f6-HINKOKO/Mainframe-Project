      ** WARREG - WARRANTY REGISTRATION (KSDS WARREGK), ONE ROW PER   **
      ** SHIPPED LINE AND LOT IT DREW FROM. WARREGP REGISTERS EVERY   **
      ** CONFIRMED SHIPMENT ONCE INVOICED, THE WARRANTY RUNNING FROM  **
      ** THE SHIP DATE FOR THE PRODUCT'S PERIOD ; WARCLMP VALIDATES   **
      ** CLAIMS AGAINST IT AND ADDS UP WHAT WAS CLAIMED ; WARRPTP     **
      ** REPORTS CLAIM RATES OFF IT. LOT SPACES = SHIPPED FROM STOCK  **
      ** NO LOT WAS TRACKED FOR                                       **
       01 ST-WARREG.
          05 WR-KEY.
             10 WR-O-NO       PIC X(7).
             10 WR-P-NO       PIC X(3).
             10 WR-SHIP-DATE  PIC X(10).
             10 WR-LOT-NO     PIC X(10).
          05 WR-C-NO          PIC X(3).
          05 WR-INV-NO        PIC 9(8).
      ** THE SUPPLIER THE LOT WAS RECEIVED FROM (FICLOTS) **
          05 WR-SNO           PIC X(2).
          05 WR-QTY           PIC 9(5).
      ** LAST DAY OF COVER **
          05 WR-EXPIRY        PIC X(10).
          05 WR-QTY-CLAIMED   PIC 9(5).
          05 FILLER           PIC X(17).
