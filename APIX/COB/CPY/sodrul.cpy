      ** SODRUL - ONE SEGREGATION-OF-DUTIES RULE OF FICSODRUL, READ  **
      ** BY SODREVP. THE KIND SAYS WHAT IS FORBIDDEN :               **
      **   R = ONE OPERATOR HOLDING BOTH CTLAUTH RIGHTS (SOD-RIGHT-1 **
      **       AND -2, THE CTLAUTH ACTION LETTERS : C V R O E W M P  **
      **       S B N L X), E.G. W + V (WRITE-OFF AND INVOICE VOID),  **
      **       P + N (PO CHANGE AND NON-PO INVOICE APPROVAL)         **
      **   J = ONE OPERATOR JOURNALING BOTH ACTIONS (SOD-ACTION-1    **
      **       THEN -2, AS WRITTEN TO FICCTLJRN) ON THE SAME KEY,    **
      **       E.G. 'BANK CHANGE REQUEST' / 'BANK CHANGE APPROVED'   **
      **   S = A JOURNALED SOD-ACTION-1 WHOSE APPROVER (THE BEFORE   **
      **       VALUE OF THE JOURNAL RECORD) IS THE OPERATOR WHO      **
      **       JOURNALED IT, E.G. 'NON-PO VOUCHER'                   **
       01 ST-SODRUL.
          05 SOD-KIND       PIC X(1).
             88 SOD-RIGHTS       VALUE 'R'.
             88 SOD-JOURNAL-PAIR VALUE 'J'.
             88 SOD-SELF-APPROVE VALUE 'S'.
          05 SOD-RULE-ID    PIC X(6).
          05 SOD-RIGHT-1    PIC X(1).
          05 SOD-RIGHT-2    PIC X(1).
          05 SOD-ACTION-1   PIC X(20).
          05 SOD-ACTION-2   PIC X(20).
          05 SOD-TEXT       PIC X(30).
          05 FILLER         PIC X(1).
