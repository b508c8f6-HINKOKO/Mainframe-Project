      ** SPABLK - REQUEST/RESPONSE BLOCK FOR SPAPROG, THE SUPPLIER   **
      ** PRICE AGREEMENT LOOKUP (KSDS SUPAGRK, SEE SUPAGR).          **
      ** ACTION : P = WHAT SUPPLIER SA-SNO CHARGES FOR PART SA-PNO   **
      **              AT QUANTITY SA-QTY ON SA-DATE                  **
      ** THE AGREEMENT IN FORCE IS THE LATEST ONE STARTED ON OR      **
      ** BEFORE SA-DATE THAT HAS NOT RUN OUT BY THEN ; ITS DATES     **
      ** AND BREAKS COME BACK WITH THE PRICE.                        **
      ** RESULTS : OK   = SA-COST IS THE AGREED UNIT COST, OF THE    **
      **                  BREAK STARTING AT SA-APPLIED-MIN           **
      **           LOWQ = AN AGREEMENT IS IN FORCE BUT SA-QTY IS     **
      **                  BELOW ITS FIRST BREAK                      **
      **           NONE = NO AGREEMENT IN FORCE (PARTSUPP STANDS)    **
       01 SPA-BLOCK.
          05 SA-ACTION        PIC X(1).
             88 SA-DO-PRICE       VALUE 'P'.
          05 SA-PNO           PIC X(2).
          05 SA-SNO           PIC X(2).
          05 SA-QTY           PIC 9(7).
          05 SA-DATE          PIC X(10).
          05 SA-COST          PIC 9(5)V9(2).
          05 SA-APPLIED-MIN   PIC 9(5).
          05 SA-FROM          PIC X(10).
          05 SA-TO            PIC X(10).
          05 SA-BREAK OCCURS 4 TIMES.
             10 SA-MIN-QTY    PIC 9(5).
             10 SA-BRK-COST   PIC 9(5)V9(2).
          05 SA-RESULT        PIC X(4).
             88 SA-OK             VALUE 'OK  '.
             88 SA-LOW-QTY        VALUE 'LOWQ'.
             88 SA-NONE           VALUE 'NONE'.
