      ** XFRREG - INTER-SITE TRANSFER REGISTER (FICXFRREG), ONE       **
      ** RECORD PER TRANSFER, KEPT BY XFRPOSTP. SHIPPING TAKES THE    **
      ** QUANTITY OFF THE SENDING SITE AND PUTS IT ON THE IN-TRANSIT  **
      ** SITE 'IT' (APIX.WHSTOCK) ; RECEIVING MOVES IT FROM 'IT' TO   **
      ** THE RECEIVING SITE. THE GLOBAL ON_HAND ONLY MOVES WHEN A     **
      ** TRANSFER ARRIVES SHORT (THE TRANSIT LOSS)                    **
       01 ST-XFRREG.
          05 XFR-NO           PIC 9(8).
          05 XFR-P-NO         PIC X(3).
          05 XFR-FROM-WH      PIC X(2).
          05 XFR-TO-WH        PIC X(2).
          05 XFR-QTY          PIC 9(5).
          05 XFR-STATUS       PIC X(1).
             88 XFR-IN-TRANSIT    VALUE 'S'.
             88 XFR-RECEIVED      VALUE 'R'.
          05 XFR-SHIP-DATE    PIC X(10).
          05 XFR-RECV-DATE    PIC X(10).
      ** QUANTITY FOUND ON ARRIVAL ; SHORT OF XFR-QTY IS THE LOSS     **
          05 XFR-RECV-QTY     PIC 9(5).
          05 FILLER           PIC X(34).
