      ** ORDLDR - ORDER LOAD REGISTER (KSDS ORDLDK), ONE ROW PER     **
      ** ORDER PART2P POSTED, WITH THE DAY IT WAS LOADED. THE        **
      ** DUPLICATE-ORDER CHECK ONLY COMPARES A NEW ORDER WITH THE    **
      ** ORDERS LOADED FOR THE SAME CUSTOMER WITHIN ITS WINDOW       **
       01 ST-ORDLDR.
          05 OLR-O-NO         PIC 9(7).
          05 OLR-C-NO         PIC X(3).
          05 OLR-O-DATE       PIC X(10).
          05 OLR-LOAD-DATE    PIC X(10).
      ** EU/AS/AM FEED, SU = RECYCLED FROM SUSPENSE **
          05 OLR-REGION       PIC X(2).
          05 FILLER           PIC X(48).
