      ** MSGTXT - CUSTOMER DOCUMENT WORDING (KSDS MSGTXTK), KEYED BY **
      ** LANGUAGE (CUSTOMERS.LANG) AND A TEXT ID. MSGLDP LOADS IT ;  **
      ** MSGPROG HANDS A TEXT TO THE DOCUMENT PROGRAMS, FALLING BACK **
      ** TO THE EN ROW, THEN TO THE WORDING BUILT INTO THE PROGRAM.  **
      ** TEXT IDS IN USE :                                           **
      **  DUNLETP  DUN-BANNER1..3, DUN-CUSTNO, DUN-COMPANY, DUN-DATE,**
      **           DUN1-01..06, DUN2-01..06, DUN3-01..06 (LETTER     **
      **           BODY BY LEVEL), DUNPTP-01..03, DUN-COLS,          **
      **           DUN-TOT-OVD, DUN-TOT-OPEN                         **
      **  STMTP    STM-BANNER, STM-CUSTNO, STM-COMPANY, STM-DATE,    **
      **           STM-COLS, STM-INVOICE, STM-CREDIT, STM-CANCEL,    **
      **           STM-PAYMENT, STM-AGED                             **
      **  PART3BP  INV-PLACE, INV-NUM, INV-ORDNUM, INV-ORDDATE,      **
      **           INV-DUEDATE, INV-CONTACT, INV-COLS, INV-SHIPTO,   **
      **           INV-BILLTO, INV-CREDMEMO, INV-SHIPPING,           **
      **           INV-TOTCRED, INV-TOTHT, INV-DISCOUNT, INV-TAXEXM, **
      **           INV-TAX, INV-COMM, INV-REFUND, INV-TOTTTC,        **
      **           INV-DEPOSIT, INV-BALDUE, INV-EARLY, INV-EARLYIF,  **
      **           INV-DAYS, INV-FXRATE, INV-FXSINCE,                **
      **           INV-CUSTREF (CUSTOMER ITEM CODE LABEL, 9 BYTES),  **
      **           INV-UNIT (ORDERED UNIT LABEL, 9 BYTES)            **
      **           (INV-COLS IS THE 72-BYTE COLUMN TITLE LINE : KEEP **
      **           ITS | SEPARATORS OVER THE COLUMNS)                **
      **  QUOTLDP  QUO-BANNER, QUO-NUM, QUO-CUSTNO, QUO-SALESREP,    **
      **           QUO-DATE, QUO-VALID, QUO-SHIPTO, QUO-TOTAL        **
      **  ORDCNFP  CNF-BANNER, CNF-CUSTNO, CNF-COMPANY, CNF-DATE,    **
      **           CNF-ORDNUM, CNF-ORDDATE, CNF-ORDSTAT, CNF-COLS,   **
      **           CNF-REASON, CNF-TOTAL, CNF-SUPPLIER, CNF-ST-CONF, **
      **           CNF-ST-DSHIP, CNF-ST-BORD, CNF-ST-HOLD,           **
      **           CNF-ST-PEND, CNF-ST-REFU (LINE STATUS),           **
      **           CNF-SR-ORDER, CNF-SR-CAT, CNF-SR-PROMO,           **
      **           CNF-SR-CONTR, CNF-SR-BLANK (PRICE SOURCE),        **
      **           CNF-OS-ACC, CNF-OSPREPAY, CNF-OSCREDIT,           **
      **           CNF-OS-REJ (ORDER STATUS)                         **
       01 ST-MSGTXT.
          05 MSG-KEY.
             10 MSG-LANG      PIC X(2).
             10 MSG-ID        PIC X(12).
          05 MSG-TEXT         PIC X(74).
          05 FILLER           PIC X(12).
