      ** XREFBLK - REQUEST/RESPONSE BLOCK FOR XREFPROG, THE ITEM     **
      ** CROSS-REFERENCE LOOKUP (KSDS ITMXREFK, SEE ITMXREF).        **
      ** ACTIONS : R = RESOLVE XR-CODE, AS THE CUSTOMER XR-C-NO SENT **
      **               IT, INTO OUR XR-P-NO : THE CUSTOMER'S OWN     **
      **               CODE FIRST, THEN A GTIN (8, 12, 13 OR 14      **
      **               DIGITS), THEN A CODE OF 3 CHARACTERS OR LESS  **
      **               TAKEN AS OUR OWN P_NO,                        **
      **           C = THE CUSTOMER'S CODE (XR-CODE) FOR OUR XR-P-NO,**
      **               SPACES WHEN THE CUSTOMER HAS NONE             **
      ** RESULTS : OK (CROSS-REFERENCED) / OWN (OUR OWN P_NO, NOT    **
      **           CHECKED AGAINST PRODUCTS) / UNKN (NO SUCH CODE)   **
       01 XREF-BLOCK.
          05 XR-ACTION        PIC X(1).
             88 XR-DO-RESOLVE     VALUE 'R'.
             88 XR-DO-CUSTCODE    VALUE 'C'.
          05 XR-C-NO          PIC X(3).
          05 XR-CODE          PIC X(20).
          05 XR-P-NO          PIC X(3).
          05 XR-RESULT        PIC X(4).
             88 XR-OK             VALUE 'OK  '.
             88 XR-OWN            VALUE 'OWN '.
             88 XR-UNKNOWN        VALUE 'UNKN'.
      ** WHICH ROW ANSWERED AN R : C = CUSTOMER CODE, G = GTIN **
          05 XR-SOURCE        PIC X(1).
