      ** WARCLM - WARRANTY CLAIM HISTORY (FICWARCLM), APPENDED BY     **
      ** WARCLMP WITH EVERY CLAIM TAKEN IN, APPROVED OR DECLINED,     **
      ** CARRYING THE LOT AND SUPPLIER OFF THE REGISTRATION SO THE    **
      ** CLAIM COST GOES BACK TO WHERE THE GOODS CAME FROM ; WARRPTP  **
      ** REPORTS FROM IT                                              **
       01 ST-WARCLM.
          05 CLM-NO           PIC 9(6).
          05 CLM-DATE         PIC X(10).
          05 CLM-O-NO         PIC X(7).
          05 CLM-P-NO         PIC X(3).
          05 CLM-LOT-NO       PIC X(10).
          05 CLM-SNO          PIC X(2).
          05 CLM-C-NO         PIC X(3).
          05 CLM-QTY          PIC 9(5).
          05 CLM-REASON       PIC X(3).
          05 CLM-DECISION     PIC X(1).
             88 CLM-APPROVED      VALUE 'A'.
             88 CLM-DECLINED      VALUE 'D'.
      ** WHY DECLINED : NREG NOT REGISTERED, EXPD COVER RUN OUT,     **
      ** OQTY MORE THAN SHIPPED AND NOT YET CLAIMED                  **
          05 CLM-DECLINE      PIC X(4).
      ** THE RMA ISSUED WHEN THE GOODS COME BACK, ZERO OTHERWISE **
          05 CLM-RMA-NO       PIC 9(6).
          05 CLM-COST         PIC 9(7)V9(2).
          05 FILLER           PIC X(11).
