      ** CSTHIS - PRODUCT COST HISTORY JOURNAL (FICCSTHIS), APPENDED  **
      ** ONLY : ONE RECORD EACH TIME A RECEIPT MOVES A CATALOG        **
      ** PRODUCT'S MOVING WEIGHTED-AVERAGE COST ON APIX.PRODUCTS      **
      ** (RECVLDP), WITH THE COST BEFORE AND AFTER, THE QUANTITY      **
      ** RECEIVED AND THE LANDED UNIT COST IT CAME IN AT. CSTMOVP     **
      ** REPORTS THE PRODUCTS WHOSE COST MOVED PAST A THRESHOLD       **
       01 ST-CSTHIS.
          05 CSH-P-NO         PIC X(3).
          05 CSH-DATE         PIC X(10).
          05 CSH-PGM          PIC X(8).
      ** THE PO NUMBER OF THE RECEIPT, SPACES WHEN IT CITED NONE     **
          05 CSH-REF          PIC X(8).
          05 CSH-OLD-COST     PIC S9(3)V99.
          05 CSH-NEW-COST     PIC S9(3)V99.
      ** ON_HAND THE OLD COST WAS WEIGHTED ON, AND THE RECEIPT       **
          05 CSH-ON-HAND      PIC S9(9).
          05 CSH-RCV-QTY      PIC 9(4).
      ** PO COST PLUS THE FREIGHT-IN AND DUTY ALLOCATED, PER UNIT ;  **
      ** THE CHARGES ALLOCATED TO THE RECEIPT LINE IN TOTAL          **
          05 CSH-LANDED       PIC 9(5)V99.
          05 CSH-CHARGES      PIC 9(7)V99.
          05 FILLER           PIC X(12).
