      ** UOMCNV - UNITS OF MEASURE AND PACK SIZES (KSDS UOMK).      **
      ** UOMLDP LOADS IT ; UOMPROG READS IT FOR THE PROGRAMS THAT   **
      ** TAKE A QUANTITY IN ANOTHER UNIT THAN THE EACH. STOCK,      **
      ** ITEMS AND PARTSUPP QUANTITIES ARE ALWAYS HELD IN THE BASE   **
      ** UNIT 'EA' ; ONE ROW PER ALTERNATE UNIT OF AN ITEM SAYS HOW **
      ** MANY BASE UNITS IT HOLDS (A CASE OF 12 : CS, 12).          **
      ** THE ITEM IS A PRODUCT P_NO, OR A PARTS P_NO (2 CHARACTERS, **
      ** LEFT-JUSTIFIED, THE THIRD BYTE BLANK) FOR WHAT WE BUY      **
       01 ST-UOMCNV.
          05 UOM-KEY.
             10 UOM-ITEM      PIC X(3).
             10 UOM-CODE      PIC X(2).
      ** BASE UNITS IN ONE OF THIS UNIT **
          05 UOM-FACTOR       PIC 9(5).
          05 UOM-DESC         PIC X(20).
      ** THE UNIT THE SUPPLIERS SELL THE PART IN - POWRTP ORDERS IN **
      ** IT ; ONE ROW PER ITEM AT MOST                              **
          05 UOM-BUY-FLAG     PIC X(1).
             88 UOM-IS-BUY-UNIT   VALUE 'B'.
          05 UOM-LOADED       PIC X(10).
          05 FILLER           PIC X(39).
