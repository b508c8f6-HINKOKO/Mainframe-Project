      *   THIS PROGRAM IS INTENDED TO GUARD THE CONTROL     *
      *   PROGRAMS (PERIOD CLOSE, INVOICE VOID, RATE LOAD,  *
      *   ORDER CHANGE, EMPLOYEE MAINTENANCE, WRITE-OFF,    *
      *   CUSTOMER MERGE, PO CHANGE, SUPPLIER/PART MASTER   *
      *   MAINTENANCE, SUPPLIER BANK-CHANGE APPROVAL,       *
      *   NON-PO INVOICE APPROVAL, CREDIT-LIMIT CHANGE,     *
      *   PRICE EXCEPTION DECISION, PERSONAL-DATA           *
      *   ERASURE) :                                        *
      *   THE OPERATOR CARD IS VALIDATED AGAINST THE        *
      *   FICAUTH FILE NAMING WHO MAY DO WHAT               *
      *                                                     *
      *   CALL 'CTLAUTH' USING LK-CA-OPER   (X(8))          *
      *                        LK-CA-ACTION (C=CLOSE,       *
      *                          V=VOID, R=RATES, O=ORDER   *
      *                          CHANGE, E=EMPLOYEE,        *
      *                          W=WRITE-OFF, M=MERGE,      *
      *                          P=PO CHANGE, S=SUPPLIER/   *
      *                          PART MASTER, B=BANK CHANGE *
      *                          APPROVAL, N=NON-PO INVOICE *
      *                          APPROVAL, L=CREDIT-LIMIT   *
      *                          CHANGE, X=PRICE EXCEPTION, *
      *                          D=PERSONAL-DATA ERASURE)   *
      *                        LK-CA-RESULT (OK / DENY)     *
      *                                                     *
      *   A SECOND ENTRY POINT, CTLJRNW, APPENDS ONE        *
          05 AUT-WO        PIC X(1).
          05 AUT-MERGE     PIC X(1).
          05 AUT-POCHG     PIC X(1).
          05 AUT-SUPMNT    PIC X(1).
          05 AUT-BANKAPP   PIC X(1).
          05 AUT-NPOAPP    PIC X(1).
          05 AUT-CRLIM     PIC X(1).
          05 AUT-PRCEXC    PIC X(1).
          05 AUT-ERASE     PIC X(1).
          05 FILLER        PIC X(58).

      ** FCTLJRN - THE CENTRAL CONTROL-ACTION JOURNAL, APPENDED  **
      ** IN CHRONOLOGICAL ORDER, ONE RECORD PER ACTION           **
                 IF AUT-POCHG = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN 'S'
                 IF AUT-SUPMNT = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN 'B'
                 IF AUT-BANKAPP = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN 'N'
                 IF AUT-NPOAPP = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN 'L'
                 IF AUT-CRLIM = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN 'X'
                 IF AUT-PRCEXC = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN 'D'
                 IF AUT-ERASE = 'Y'
                    MOVE 'OK  ' TO LK-CA-RESULT
                 END-IF
              WHEN OTHER
                 DISPLAY 'CTLAUTH : BAD ACTION -> ' LK-CA-ACTION
           END-EVALUATE
