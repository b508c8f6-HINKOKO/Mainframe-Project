          05 MOV-WH         PIC X(2).
          05 MOV-DELTA      PIC S9(8).
          05 MOV-BALANCE    PIC S9(7).
      ** ONLY ON THE BROUGHT-FORWARD ROW REGROLLP OPENS A ROLLED    **
      ** JOURNAL WITH (MOV-PGM 'REGROLLP') : THE LAST INBOUND AND   **
      ** OUTBOUND DAYS OF THE ARCHIVED MOVEMENTS                    **
          05 MOV-BF-LAST-IN  PIC X(10).
          05 MOV-BF-LAST-OUT PIC X(10).
          05 FILLER         PIC X(14).
