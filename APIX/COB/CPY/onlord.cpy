      ** ONLORD - ONLINE ORDER LINE (KSDS ONLORDK), ONE ROW PER LINE **
      ** OF A TELEPHONE ORDER COMMITTED AT THE ORDER-ENTRY SCREEN    **
      ** (ORDENTC, TRANSACTION OENT), KEYED BY ORDER NUMBER AND LINE **
      ** NUMBER. THE LINE IS STORED READY-MADE IN THE COMMON VT FEED **
      ** LAYOUT, PRICED AS PART2P WILL PRICE IT ; ONLFEEDP SEALS THE **
      ** COMMITTED ROWS INTO THE NIGHT'S FVENTOL FEED AND MARKS THEM **
      ** FED, SO A LINE IS HANDED TO THE MERGE ONCE                  **
       01 ST-ONLORD.
          05 OLO-KEY.
             10 OLO-O-NO      PIC 9(7).
             10 OLO-LINE      PIC 9(2).
          05 OLO-STATUS       PIC X(1).
             88 OLO-COMMITTED     VALUE 'C'.
             88 OLO-FED           VALUE 'F'.
      ** THE FEED LINE ITSELF (VTSTRUCT LAYOUT, O_DATE DD/MM/YYYY) **
          05 OLO-VT-LINE      PIC X(80).
      ** WHERE THE PRICE CAME FROM : C CATALOG, P PROMO, K CONTRACT, **
      ** B BLANKET - THE SAME CODES AS THE ORDER CONFIRMATION        **
          05 OLO-PRICE-SRC    PIC X(1).
          05 OLO-ENTERED-DATE PIC X(10).
          05 OLO-ENTERED-TIME PIC X(6).
          05 OLO-OPERATOR     PIC X(8).
      ** THE NIGHT THE LINE WENT OUT ON FVENTOL (ISO) **
          05 OLO-FED-DATE     PIC X(10).
          05 FILLER           PIC X(15).
