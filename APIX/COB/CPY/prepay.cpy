      ** PREPAY - CUSTOMER DEPOSIT LEDGER RECORD FOR CASH-IN-ADVANCE **
      ** ACCOUNTS : DEPRCVP RECORDS THE DEPOSITS RECEIVED, CREDRELP  **
      ** EARMARKS THEM AGAINST THE PREPAY ORDERS IT RELEASES, AND    **
      ** PART3BP DRAWS THEM AGAINST THE INVOICE. ONE RECORD PER      **
      ** MOVEMENT, APPENDED, NEVER REWRITTEN                         **
       01 ST-PREPAY.
          05 PPL-C-NO       PIC X(3).
          05 PPL-DATE       PIC X(10).
          05 PPL-TYPE       PIC X(1).
             88 PPL-RECEIPT      VALUE 'R'.
             88 PPL-EARMARK      VALUE 'E'.
             88 PPL-APPLIED      VALUE 'A'.
          05 PPL-AMOUNT     PIC S9(7)V99.
          05 PPL-O-NO       PIC 9(7).
          05 PPL-INV-NO     PIC 9(8).
          05 PPL-REF        PIC X(20).
          05 FILLER         PIC X(22).
