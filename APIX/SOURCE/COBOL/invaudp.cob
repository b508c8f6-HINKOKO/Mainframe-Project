
      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - ACCOUNT FOR EVERY INVOICE NUMBER THE 'INVOICE' RANGE      *
      *      EVER HANDED OUT : WALK FINVREG (ISSUES AND INVVOIDP       *
      *      REVERSALS) AND THE FINVMAP KSDS, AND REPORT EVERY GAP     *
      *      OR DUPLICATE NUMBER IN THE SEQUENCE                       *
      *    - CROSS-REFERENCE EACH GAP TO THE PART3BP RUNS RECORDED     *
      *      IN API10.RUNHIST BETWEEN THE BOUNDING INVOICE DATES       *
      *    - PRINT A GAP-ACCOUNTING CERTIFICATE THE AUDITORS TAKE      *
