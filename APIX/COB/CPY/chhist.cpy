      ** CHHIST - CREDIT-HOLD RELEASE HISTORY (FICCHHIST) : ONE      **
      ** RECORD PER HELD ORDER CREDRELP RELEASED, APPENDED, NEVER    **
      ** REWRITTEN ; READ BY THE CREDIT-LIMIT REVIEW (CRLREVP)       **
       01 ST-CHHIST.
          05 CHH-C-NO       PIC X(3).
          05 CHH-O-NO       PIC 9(7).
          05 CHH-DATE       PIC X(10).
          05 CHH-MODE       PIC X(1).
             88 CHH-BY-DESK      VALUE 'D'.
             88 CHH-BY-DEPOSIT   VALUE 'P'.
          05 CHH-AUTH       PIC X(8).
          05 CHH-AMOUNT     PIC S9(8)V99.
          05 FILLER         PIC X(41).
