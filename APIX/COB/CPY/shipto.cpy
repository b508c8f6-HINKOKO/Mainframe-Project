      ** SHIPTO - CUSTOMER DELIVERY ADDRESS (KSDS SHIPTOK), KEYED BY **
      ** CUSTOMER AND A SHIP-TO CODE THE CUSTOMER CHOOSES (A BRANCH, **
      ** A SITE). SHPLDP LOADS IT ; THE FEEDS NAME THE CODE, PICKPKP **
      ** PRINTS THE ADDRESS, AND PART3AP/PART3BP TAX THE INVOICE AT  **
      ** SHP-STATE - A US STATE OR A COUNTRY CODE, AS ON CUSTOMERS   **
       01 ST-SHIPTO.
          05 SHP-KEY.
             10 SHP-C-NO      PIC X(3).
             10 SHP-CODE      PIC X(4).
          05 SHP-NAME         PIC X(30).
          05 SHP-ADDRESS      PIC X(50).
          05 SHP-CITY         PIC X(20).
          05 SHP-ZIP          PIC X(10).
          05 SHP-STATE        PIC X(2).
          05 FILLER           PIC X(31).
