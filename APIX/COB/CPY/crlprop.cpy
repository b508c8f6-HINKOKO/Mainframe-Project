      ** CRLPROP - CREDIT-LIMIT PROPOSAL (FICCRLPROP) : ONE RECORD   **
      ** PER CUSTOMER THE QUARTERLY REVIEW (CRLREVP) PROPOSES TO     **
      ** CHANGE ; CRLAPPP TURNS THE APPROVED ONES INTO CUSTLDP CARDS **
       01 ST-CRLPROP.
          05 CRP-C-NO        PIC X(3).
          05 CRP-CUR-LIMIT   PIC 9(7)V99.
          05 CRP-NEW-LIMIT   PIC 9(7)V99.
          05 CRP-SCORE       PIC 9(3).
          05 CRP-ACTION      PIC X(10).
          05 CRP-REVIEW-DATE PIC X(10).
          05 FILLER          PIC X(36).
