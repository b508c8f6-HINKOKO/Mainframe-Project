      ** SUPAGR - SUPPLIER PRICE AGREEMENTS (KSDS SUPAGRK), ONE ROW   **
      ** PER PART, SUPPLIER AND DAY THE AGREEMENT STARTS. SPALDP      **
      ** LOADS IT ; SPAPROG TELLS WHAT A SUPPLIER CHARGES FOR A PART  **
      ** AT A QUANTITY ON A DAY, FOR POWRTP (SOURCING), COSTCMPP      **
      ** (COST COMPARISON) AND SUPINVP (INVOICE MATCH) ; SPAEXPP      **
      ** LISTS THE AGREEMENTS RUNNING OUT. UP TO FOUR QUANTITY        **
      ** BREAKS IN ASCENDING ORDER : THE HIGHEST ONE THE QUANTITY     **
      ** REACHES GIVES THE UNIT COST ; BELOW THE FIRST ONE THE        **
      ** AGREEMENT DOES NOT APPLY AND PARTSUPP'S COST STANDS.         **
      ** UNUSED BREAKS ARE ZERO                                       **
       01 ST-SUPAGR.
          05 SPA-KEY.
             10 SPA-PNO       PIC X(2).
             10 SPA-SNO       PIC X(2).
             10 SPA-FROM      PIC X(10).
      ** LAST DAY OF VALIDITY, 9999-12-31 WHEN OPEN-ENDED **
          05 SPA-TO           PIC X(10).
          05 SPA-BREAK OCCURS 4 TIMES.
             10 SPA-MIN-QTY   PIC 9(5).
             10 SPA-COST      PIC 9(5)V9(2).
          05 FILLER           PIC X(8).
