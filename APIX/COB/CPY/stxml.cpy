
       01 ST-CLOSE-LOW.
          05 CLOSE-LOW PIC X(13) VALUE '</SLOWMOVERS>'.

      *** MARKET-BASKET CO-PURCHASE SECTION (BASKETP) - ONE         ***
      *** <PRODUCT> PER ANCHOR PRODUCT, ITS TOP PARTNERS AS <PAIR>  ***
       01 ST-OPEN-BSK.
          05 OPEN-BSK PIC X(13) VALUE '<COPURCHASES>'.

       01 ST-BSK-PERIOD.
          05 FILLER PIC X(05) VALUE SPACES.
          05 OPEN-BSK-PER PIC X(14) VALUE '<PERIOD FROM="'.
          05 BSK-PER-FROM PIC X(10).
          05 MID-BSK-PER PIC X(06) VALUE '" TO="'.
          05 BSK-PER-TO PIC X(10).
          05 MID-BSK-REG PIC X(10) VALUE '" REGION="'.
          05 BSK-PER-REGION PIC X(02).
          05 END-BSK-PER PIC X(03) VALUE '"/>'.

       01 ST-PROD-ORDERS.
          05 FILLER PIC X(10) VALUE SPACES.
          05 OPEN-PROD-ORD PIC X(08) VALUE '<ORDERS>'.
          05 PROD-ORD-VALUE PIC ZZZZ9.
          05 CLOSE-PROD-ORD PIC X(09) VALUE '</ORDERS>'.

       01 ST-OPEN-PAIR.
          05 FILLER PIC X(10) VALUE SPACES.
          05 OPEN-PAIR PIC X(12) VALUE '<PAIR WITH="'.
          05 PAIR-WITH PIC X(03).
          05 END-V-PAIR PIC X(02) VALUE '">'.

       01 ST-PAIR-BOTH.
          05 FILLER PIC X(15) VALUE SPACES.
          05 OPEN-PAIR-BOTH PIC X(06) VALUE '<BOTH>'.
          05 PAIR-BOTH-VALUE PIC ZZZZ9.
          05 CLOSE-PAIR-BOTH PIC X(07) VALUE '</BOTH>'.

       01 ST-PAIR-SUPPORT.
          05 FILLER PIC X(15) VALUE SPACES.
          05 OPEN-PAIR-SUP PIC X(09) VALUE '<SUPPORT>'.
          05 PAIR-SUP-VALUE PIC 9,9999.
          05 CLOSE-PAIR-SUP PIC X(10) VALUE '</SUPPORT>'.

       01 ST-PAIR-CONF.
          05 FILLER PIC X(15) VALUE SPACES.
          05 OPEN-PAIR-CONF PIC X(12) VALUE '<CONFIDENCE>'.
          05 PAIR-CONF-VALUE PIC 9,9999.
          05 CLOSE-PAIR-CONF PIC X(13) VALUE '</CONFIDENCE>'.

       01 ST-PAIR-LIFT.
          05 FILLER PIC X(15) VALUE SPACES.
          05 OPEN-PAIR-LIFT PIC X(06) VALUE '<LIFT>'.
          05 PAIR-LIFT-VALUE PIC ZZ9,99.
          05 CLOSE-PAIR-LIFT PIC X(07) VALUE '</LIFT>'.

       01 ST-CLOSE-PAIR.
          05 FILLER PIC X(10) VALUE SPACES.
          05 CLOSE-PAIR PIC X(07) VALUE '</PAIR>'.

       01 ST-CLOSE-BSK.
          05 CLOSE-BSK PIC X(14) VALUE '</COPURCHASES>'.
