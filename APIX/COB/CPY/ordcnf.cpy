      ** ORDCNF - ORDER CONFIRMATION DETAIL (FICORDCNF), WRITTEN BY  **
      ** PART2P FOR EVERY SALES LINE IT POSTS OR TURNS DOWN, PLUS    **
      ** ONE TRAILER PER ORDER WITH THE ORDER'S FINAL DISPOSITION.   **
      ** ORDCNFP TURNS IT INTO THE CUSTOMER CONFIRMATION DOCUMENTS   **
      ** AND THE EDI ORDER RESPONSES. ON THE TRAILER ('T') ONLY THE  **
      ** ORDER, CUSTOMER AND DATE ARE SET, AND CNF-REASON CARRIES    **
      ** THE SAME DISPOSITION TEXT AS THE REGIONAL ACKNOWLEDGMENT    **
       01 ST-ORDCNF.
          05 CNF-TYPE         PIC X(1).
             88 CNF-IS-LINE       VALUE 'L'.
             88 CNF-IS-TRAILER    VALUE 'T'.
          05 CNF-O-NO         PIC 9(7).
          05 CNF-C-NO         PIC X(3).
          05 CNF-O-DATE       PIC X(10).
          05 CNF-P-NO         PIC X(3).
          05 CNF-QTY          PIC S9(5).
          05 CNF-PRICE        PIC S9(3)V9(2).
      ** WHERE THE PRICE ACTUALLY CHARGED CAME FROM **
          05 CNF-SRC          PIC X(1).
             88 CNF-SRC-ORDERED   VALUE 'F'.
             88 CNF-SRC-CATALOG   VALUE 'C'.
             88 CNF-SRC-PROMO     VALUE 'P'.
             88 CNF-SRC-CONTRACT  VALUE 'K'.
             88 CNF-SRC-BLANKET   VALUE 'B'.
      ** SHIPPING SITE (WHMAP) THE LINE LEAVES FROM **
          05 CNF-WH           PIC X(2).
          05 CNF-STATUS       PIC X(1).
             88 CNF-CONFIRMED     VALUE 'C'.
             88 CNF-DROPSHIP      VALUE 'D'.
             88 CNF-BACKORDERED   VALUE 'B'.
             88 CNF-HELD          VALUE 'H'.
             88 CNF-PENDING       VALUE 'P'.
             88 CNF-REFUSED       VALUE 'R'.
          05 CNF-REASON       PIC X(20).
      ** UNIT OF CNF-QTY AND CNF-PRICE : THE CUSTOMER'S OWN WHEN THE **
      ** LINE WAS ORDERED IN ONE, SPACES FOR EACHES                  **
          05 CNF-UOM          PIC X(2).
          05 FILLER           PIC X(20).
