      ** ITMXREF - ITEM CROSS-REFERENCE (KSDS ITMXREFK). XREFLDP     **
      ** LOADS IT ; XREFPROG READS IT FOR THE INTAKE PROGRAMS AND    **
      ** THE INVOICE. THREE KINDS OF ROW SHARE THE KEY :             **
      **   C  CUSTOMER + THE CUSTOMER'S OWN ITEM CODE -> IXR-P-NO    **
      **   G  (NO CUSTOMER) + GTIN, 14 DIGITS ZERO-FILLED ON THE     **
      **      LEFT -> IXR-P-NO                                       **
      **   P  CUSTOMER + OUR P_NO -> IXR-CUST-CODE, THE CODE THEIR   **
      **      ACCOUNTS PAYABLE MATCHES THE INVOICE ON ; XREFLDP      **
      **      WRITES IT WITH EVERY C ROW                             **
       01 ST-ITMXREF.
          05 IXR-KEY.
             10 IXR-TYPE      PIC X(1).
                88 IXR-IS-CUSTCODE  VALUE 'C'.
                88 IXR-IS-GTIN      VALUE 'G'.
                88 IXR-IS-OURS      VALUE 'P'.
             10 IXR-C-NO      PIC X(3).
             10 IXR-CODE      PIC X(20).
          05 IXR-P-NO         PIC X(3).
          05 IXR-CUST-CODE    PIC X(20).
          05 FILLER           PIC X(33).
