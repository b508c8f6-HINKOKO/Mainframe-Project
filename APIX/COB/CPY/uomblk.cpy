      ** UOMBLK - REQUEST/RESPONSE BLOCK FOR UOMPROG, THE UNIT OF    **
      ** MEASURE CONVERSION (KSDS UOMK, SEE UOMCNV).                 **
      ** ACTIONS : C = UM-QTY IN UNIT UM-CODE TO UM-BASE-QTY,        **
      **           F = UM-BASE-QTY BACK TO UM-QTY IN UNIT UM-CODE,   **
      **               FRAC WHEN IT IS NOT A WHOLE NUMBER OF UNITS   **
      **               (UM-QTY THEN HOLDS THE WHOLE UNITS ONLY),     **
      **           P = THE PURCHASE UNIT OF PART UM-ITEM INTO        **
      **               UM-CODE, NONE (AND EA) WHEN IT HAS NONE       **
      ** A BLANK UNIT OR EA IS THE BASE UNIT, FACTOR 1, ALWAYS OK.   **
      ** UM-FACTOR RETURNS THE BASE UNITS IN ONE UM-CODE.            **
      ** RESULTS : OK / FRAC / NONE / UNKN (NO SUCH UNIT FOR THE     **
      **           ITEM - NOTHING CONVERTED)                         **
       01 UOM-BLOCK.
          05 UM-ACTION        PIC X(1).
             88 UM-DO-TO-BASE     VALUE 'C'.
             88 UM-DO-FROM-BASE   VALUE 'F'.
             88 UM-DO-BUY-UNIT    VALUE 'P'.
          05 UM-ITEM          PIC X(3).
          05 UM-CODE          PIC X(2).
          05 UM-QTY           PIC S9(7).
          05 UM-BASE-QTY      PIC S9(7).
          05 UM-FACTOR        PIC 9(5).
          05 UM-RESULT        PIC X(4).
             88 UM-OK             VALUE 'OK  '.
             88 UM-FRAC           VALUE 'FRAC'.
             88 UM-NONE           VALUE 'NONE'.
             88 UM-UNKNOWN        VALUE 'UNKN'.
