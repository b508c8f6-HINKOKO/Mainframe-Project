      ** PRCHBLK - REQUEST/RESPONSE BLOCK FOR PRCHPROG, THE CATALOG  **
      ** PRICE HISTORY ROUTINE (PRCHISK, PRCHIS COPY)                **
      **   L = LOOK UP THE CATALOG PRICE IN EFFECT ON PH-DATE :      **
      **       PH-PRICE AND 'OK  ', OR 'NONE' WHEN THE PRODUCT HAS   **
      **       NO HISTORY THAT FAR BACK (APIX.PRODUCTS STANDS)       **
      **   W = RECORD PH-PRICE EFFECTIVE PH-DATE WITH PH-STATUS ;    **
      **       PH-OLD-PRICE IS THE PRICE CARRIED UNTIL THEN          **
       01 PRCH-BLOCK.
          05 PH-ACTION        PIC X(1).
             88 PH-DO-LOOKUP      VALUE 'L'.
             88 PH-DO-WRITE       VALUE 'W'.
          05 PH-P-NO          PIC X(3).
          05 PH-DATE          PIC X(10).
          05 PH-PRICE         PIC S9(3)V9(2).
          05 PH-OLD-PRICE     PIC S9(3)V9(2).
          05 PH-STATUS        PIC X(1).
          05 PH-SOURCE        PIC X(8).
          05 PH-RESULT        PIC X(4).
             88 PH-OK             VALUE 'OK  '.
             88 PH-NONE           VALUE 'NONE'.
             88 PH-FAILED         VALUE 'KO  '.
