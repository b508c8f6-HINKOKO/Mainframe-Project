      ** EDIPREF - EDI PURCHASE ORDER REFERENCE REGISTER              **
      ** (FICEDIPREF), APPENDED BY EDIADPP FOR EVERY PURCHASE ORDER   **
      ** IT ACCEPTS : OUR ORDER NUMBER AGAINST THE PARTNER'S PO       **
      ** NUMBER, SO THE DOCUMENTS SENT BACK (THE ADVANCE SHIP         **
      ** NOTICES OF SHIPCFP) CAN QUOTE THE CUSTOMER'S OWN REFERENCE   **
       01 ST-EDIPREF.
          05 PRF-O-NO         PIC 9(7).
          05 PRF-PARTNER      PIC X(3).
          05 PRF-C-NO         PIC X(3).
          05 PRF-PO-NO        PIC X(15).
          05 PRF-PO-DATE      PIC X(10).
          05 FILLER           PIC X(42).
