      ** NUMRNG - REQUEST/RESPONSE BLOCK FOR THE NUMRANGE NUMBER     **
      ** RANGE REGISTRY (NUMRNGK). EVERY PROGRAM THAT MINTS A        **
      ** DOCUMENT OR ORDER NUMBER DRAWS IT HERE, NAMING ITS RANGE.   **
      ** ACTIONS : N = NEXT NUMBER OF THE RANGE (NR-NUMBER),         **
      **           Q = QUERY THE RANGE (LAST, LOW, HIGH, KIND),      **
      **           D = DEFINE OR WIDEN A RANGE - REFUSED WHEN IT     **
      **               OVERLAPS ANOTHER RANGE OF THE SAME NUMBER     **
      **               SPACE (NR-SPACE : ORD, INV, PO, ...) OR WOULD **
      **               HIDE NUMBERS ALREADY ISSUED,                  **
      **           H = HIGH-WATER OF AN EXTERNAL RANGE (NUMBERS      **
      **               ASSIGNED OUTSIDE, E.G. THE REGIONAL FEEDS)    **
      ** RESULTS : OK / EXHS (RANGE USED UP) / UNKN (NOT DEFINED) /  **
      **           OVLP (CLASHES WITH NR-CLASH-ID) / BAD (REFUSED)   **
       01 NUMRNG-BLOCK.
          05 NR-RANGE-ID      PIC X(8).
          05 NR-ACTION        PIC X(1).
             88 NR-DO-NEXT        VALUE 'N'.
             88 NR-DO-QUERY       VALUE 'Q'.
             88 NR-DO-DEFINE      VALUE 'D'.
             88 NR-DO-HIGHWATER   VALUE 'H'.
          05 NR-NUMBER        PIC 9(9).
          05 NR-LOW           PIC 9(9).
          05 NR-HIGH          PIC 9(9).
          05 NR-KIND          PIC X(1).
             88 NR-INTERNAL       VALUE 'I'.
             88 NR-EXTERNAL       VALUE 'E'.
          05 NR-OWNER         PIC X(8).
          05 NR-SPACE         PIC X(3).
          05 NR-RESULT        PIC X(4).
             88 NR-OK             VALUE 'OK  '.
             88 NR-EXHAUSTED      VALUE 'EXHS'.
             88 NR-UNKNOWN        VALUE 'UNKN'.
             88 NR-OVERLAP        VALUE 'OVLP'.
             88 NR-REFUSED        VALUE 'BAD '.
          05 NR-CLASH-ID      PIC X(8).
