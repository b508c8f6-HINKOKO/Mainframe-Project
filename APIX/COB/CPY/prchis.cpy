      ** PRCHIS - CATALOG PRICE HISTORY KSDS (PRCHISK), ONE ROW PER   **
      ** PRICE A PRODUCT HAS CARRIED OR IS SCHEDULED TO CARRY, KEYED  **
      ** BY P_NO AND THE DATE THE PRICE TAKES EFFECT. THE CATALOG     **
      ** PRICE IN EFFECT ON A DATE IS THE LAST ROW OF THE PRODUCT     **
      ** DATED ON OR BEFORE IT (PRCHPROG). PRCCHLDP SCHEDULES ROWS    **
      ** AND PUTS THEM ON APIX.PRODUCTS THE NIGHT THEY FALL DUE ;     **
      ** PART1P AND REPRICE RECORD THE CHANGES THEY MAKE THEMSELVES.  **
      ** THE FIRST CHANGE RECORDED FOR A PRODUCT ALSO WRITES A BASE   **
      ** ROW DATED 0001-01-01 WITH THE PRICE IT HAD UNTIL THEN        **
       01 ST-PRCHIS.
          05 PHS-KEY.
             10 PHS-P-NO      PIC X(3).
             10 PHS-EFF-DATE  PIC X(10).
          05 PHS-PRICE        PIC S9(3)V9(2).
      ** THE PRICE THE PRODUCT CARRIED WHEN THE ROW WAS WRITTEN **
          05 PHS-OLD-PRICE    PIC S9(3)V9(2).
          05 PHS-STATUS       PIC X(1).
             88 PHS-SCHEDULED     VALUE 'S'.
             88 PHS-APPLIED       VALUE 'A'.
      ** PROGRAM THAT RECORDED THE CHANGE, AND WHEN **
          05 PHS-SOURCE       PIC X(8).
          05 PHS-ENTERED      PIC X(10).
          05 FILLER           PIC X(38).
