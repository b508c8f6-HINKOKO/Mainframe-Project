      ** RETINS - RETURNED-GOODS INSPECTION JOURNAL (FICRETINS),      **
      ** APPENDED ONLY. A RETURN LINE POSTED BY PART2P (OR REPOSTED   **
      ** BY CREDRELP) COMES IN AS KIND 'I' AND STAYS OUT OF           **
      ** ON_HAND - IT IS NOT AVAILABLE TO SELL UNTIL RETDSPP DISPOSES **
      ** OF IT : 'R' RESTOCKED, 'S' SCRAPPED, 'V' BACK TO THE         **
      ** SUPPLIER. A CREDIT HOLD WRITES ITS RETURN LINES BACK AS A    **
      ** NEGATIVE 'I' ROW. WHAT IS STILL UNDER INSPECTION FOR A       **
      ** RETURN LINE (ORDER + PRODUCT) IS ITS 'I' ROWS LESS ITS       **
      ** DISPOSITIONS. ITS STOCK MOVEMENTS CITE THE SITE 'QI'         **
       01 ST-RETINS.
          05 RIN-KIND         PIC X(1).
             88 RIN-RECEIVED      VALUE 'I'.
             88 RIN-RESTOCKED     VALUE 'R'.
             88 RIN-SCRAPPED      VALUE 'S'.
             88 RIN-TO-VENDOR     VALUE 'V'.
          05 RIN-O-NO         PIC 9(7).
          05 RIN-P-NO         PIC X(3).
          05 RIN-C-NO         PIC X(3).
      ** ZERO WHEN THE LINE CAME BACK THROUGH A HOLD RELEASE          **
          05 RIN-RMA-NO       PIC 9(6).
      ** THE SITE THAT TOOK THE RETURN ; ON 'R', THE SITE RESTOCKED   **
          05 RIN-WH           PIC X(2).
          05 RIN-DATE         PIC X(10).
          05 RIN-QTY          PIC S9(5).
      ** UNIT COST AT DISPOSITION - THE SCRAP WRITE-DOWN VALUE        **
          05 RIN-COST         PIC 9(3)V99.
          05 RIN-PGM          PIC X(8).
          05 FILLER           PIC X(30).
