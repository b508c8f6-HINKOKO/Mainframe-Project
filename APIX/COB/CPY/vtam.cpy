          05 AM-QUANTITY    PIC S9(05).
          05 AM-PRICE       PIC S9(03)V9(02).
      ** OPTIONAL COMPANY NAME, ONLY FILLED ON THE FIRST LINE OF AN **
      ** ORDER FOR A CUSTOMER NOT YET ON THE MASTER. AT MOST 27     **
      ** CHARACTERS - THE LAST THREE BYTES OF THE OLD 30-BYTE NAME  **
      ** NOW CARRY THE UNIT AND ITS MARK, AND GATEP REFUSES A NAME  **
      ** THAT RUNS ON INTO THEM                                     **
          05 AM-COMPANY    PIC X(27).
      ** OPTIONAL UNIT THE CUSTOMER ORDERED IN (UOMK) - SPACES  **
      ** OR EA ARE EACHES. PART2P TURNS QUANTITY AND PRICE INTO **
      ** EACHES ONCE AND MARKS THE LINE B, SO A LINE PARKED AND **
      ** PICKED UP AGAIN IS NEVER CONVERTED TWICE               **
          05 AM-UOM         PIC X(02).
      ** PART2P'S CONVERTED MARK - SENT BLANK **
          05 FILLER         PIC X(01).
      ** OPTIONAL SHIP-TO CODE (SHIPTOK) - SPACES DELIVER TO    **
      ** THE CUSTOMER'S OWN ADDRESS ON THE MASTER               **
          05 AM-SHIPTO      PIC X(04).
      ** OPTIONAL REQUESTED DELIVERY DATE (YYYY-MM-DD) - SPACES **
      ** ASK FOR DELIVERY AS SOON AS POSSIBLE. IT FILLS THE LAST **
      ** 10 BYTES OF THE FEED'S PHYSICAL 80 (THE HDR/TRL SEAL    **
      ** RECORDS AND THE SUSPENSE/GATE READERS ALL CARRY THE     **
      ** SAME LENGTH)                                            **
          05 AM-REQ-DATE    PIC X(10).
