      ** PTPREG - PROMISE-TO-PAY REGISTER RECORD (FICPTP). PTPREGP   **
      ** RECORDS THE PROMISES COLLECTORS TAKE, PTPBRKP MARKS THEM    **
      ** KEPT OR BROKEN AGAINST FICSETTLE, DUNLETP AND AGERPTP READ  **
      ** THEM. THE REGISTER IS REWRITTEN IN FULL ; A CLOSED PROMISE  **
      ** KEEPS ITS ROW FOR THE PAPER TRAIL                          **
       01 ST-PTPREG.
          05 PTP-C-NO       PIC X(3).
      ** INVOICE PROMISED, OR ZERO FOR A WHOLE-ACCOUNT PROMISE **
          05 PTP-INV-NO     PIC 9(8).
          05 PTP-AMOUNT     PIC 9(7)V99.
          05 PTP-DATE       PIC X(10).
          05 PTP-COLLECTOR  PIC X(8).
          05 PTP-TAKEN      PIC X(10).
          05 PTP-STATUS     PIC X(1).
             88 PTP-LIVE         VALUE 'L'.
             88 PTP-KEPT         VALUE 'K'.
             88 PTP-BROKEN       VALUE 'B'.
             88 PTP-CANCELLED    VALUE 'C'.
          05 PTP-CLOSED     PIC X(10).
      ** CASH MATCHED BETWEEN THE DAY TAKEN AND THE DAY PROMISED **
          05 PTP-PAID       PIC S9(7)V99.
          05 FILLER         PIC X(12).
