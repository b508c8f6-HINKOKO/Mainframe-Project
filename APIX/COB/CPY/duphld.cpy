      ** DUPHLD - ORDERS PART2P PARKED AS SUSPECTED DUPLICATES       **
      ** (FICDUPHLD), ONE RECORD PER ITEM LINE IN THE ORIGINAL VT    **
      ** LAYOUT, WITH THE EARLIER ORDER IT REPEATS. OPENED EXTEND BY **
      ** PART2P ; ONLY DUPRELP EVER REWRITES IT                      **
       01 ST-DUPHLD.
          05 DH-VT-LINE       PIC X(80).
      ** THE ORDER ALREADY ON THE BOOKS WITH THE SAME LINES **
          05 DH-DUP-OF        PIC 9(7).
          05 DH-HELD-DATE     PIC X(10).
          05 FILLER           PIC X(3).
