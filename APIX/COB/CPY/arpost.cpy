      ** ARPOST - REQUEST/RESPONSE BLOCK FOR ARPOST, THE ROUTINE     **
      ** THAT KEEPS THE DB2 OPEN-ITEMS TABLES (API10.AR_INVOICE,     **
      ** API10.AR_SETTLE, VIEW API10.AR_OPEN_ITEMS) IN STEP WITH     **
      ** THE INVOICE REGISTER AND THE SETTLEMENT LEDGER              **
      **   I = AP-RECORD IS A FINVREG RECORD JUST WRITTEN            **
      **   S = AP-RECORD IS A FICSETTLE RECORD JUST WRITTEN          **
      **   D = AP-INV-NO IS DISPUTED (AP-DISPUTE 'Y') OR NO LONGER   **
      **       (AP-DISPUTE SPACE)                                    **
      **   M = THE INVOICES OF AP-OLD-C-NO NOW BELONG TO AP-NEW-C-NO **
      **   Z = EMPTY BOTH TABLES (ARLOADP, BEFORE A FULL RELOAD)     **
      ** AP-COMMIT 'Y' COMMITS EACH POSTING (FILE-ONLY CALLERS) ;    **
      ** 'N' LEAVES THE COMMIT TO A CALLER WITH ITS OWN UNIT OF WORK **
       01 AR-POST-BLOCK.
          05 AP-ACTION        PIC X(1).
             88 AP-DO-INVOICE     VALUE 'I'.
             88 AP-DO-SETTLE      VALUE 'S'.
             88 AP-DO-DISPUTE     VALUE 'D'.
             88 AP-DO-MERGE       VALUE 'M'.
             88 AP-DO-CLEAR       VALUE 'Z'.
          05 AP-COMMIT        PIC X(1).
             88 AP-COMMIT-EACH    VALUE 'Y'.
             88 AP-CALLER-COMMITS VALUE 'N'.
          05 AP-RECORD        PIC X(80).
          05 AP-INV-NO        PIC 9(8).
          05 AP-DISPUTE       PIC X(1).
          05 AP-OLD-C-NO      PIC X(3).
          05 AP-NEW-C-NO      PIC X(3).
          05 AP-SQLCODE       PIC S9(9).
          05 AP-RESULT        PIC X(4).
             88 AP-OK             VALUE 'OK  '.
             88 AP-NONE           VALUE 'NONE'.
             88 AP-FAILED         VALUE 'KO  '.
