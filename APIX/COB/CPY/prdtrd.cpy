      ** PRDTRD - PRODUCT FOREIGN TRADE ATTRIBUTES (KSDS PRDTRDK),   **
      ** ONE ROW PER PRODUCT, LOADED BY PTRLDP. INTRASTP DECLARES    **
      ** EU DISPATCHES UNDER THE COMMODITY CODE AND ORIGIN HELD HERE **
      ** AND WEIGHS THEM WITH THE NET MASS OF ONE UNIT               **
       01 ST-PRDTRD.
          05 PTR-P-NO         PIC X(3).
      ** COMBINED NOMENCLATURE CODE, 8 DIGITS **
          05 PTR-CN8          PIC X(8).
      ** COUNTRY OF ORIGIN (COUNTRYK CODE) **
          05 PTR-ORIGIN       PIC X(2).
      ** NET MASS OF ONE UNIT IN KG **
          05 PTR-NET-KG       PIC 9(5)V9(3).
          05 FILLER           PIC X(59).
