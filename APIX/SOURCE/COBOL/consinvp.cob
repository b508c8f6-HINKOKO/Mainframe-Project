      *    - DRAIN THE MONTH'S ACCUMULATED ORDERS OF THE CUSTOMERS     *
      *      FLAGGED FOR CONSOLIDATED BILLING (FICCONSACC, WRITTEN     *
      *      BY PART3BP IN THE EXTRACT LAYOUT)                         *
      *    - CUT ONE INVOICE PER CUSTOMER AND DELIVERY ADDRESS (THE    *
      *      BILL-TO, OR EACH SHIP-TO CODE) : ONE NUMBER OF THE        *
      *      'INVOICE' RANGE OF THE NUMBER-RANGE REGISTRY,             *
      *      ORDER-LEVEL SUBTOTALS, ONE FINVMAP ENTRY PER ORDER,       *
      *      ONE FINVREG RECORD FOR THE LEDGER                         *
      *    - TAX THROUGH THE SAME TAXRATE KSDS / SYSIN FLAT RATE AS    *
      *      THE NIGHTLY INVOICING, HONORING TAX-EXEMPT CUSTOMERS     *
      *      AND THE CTRYTAX VAT/GST TREATMENT FOR NON-US CODES,      *
      *      WITH THE SAME STATE AND COUNTRY REMITTANCE SUMMARIES,    *
      *      AT THE STATE OR COUNTRY THE GOODS WERE DELIVERED TO       *
      *    - CLEAR THE ACCUMULATION FILE SO THE NEXT PERIOD STARTS     *
      *      EMPTY                                                     *
      *                                                                *
               FILE STATUS IS FS-CTRYTAX.
           SELECT FTAXREM ASSIGN TO FICTAXREM.
           SELECT FVATREM ASSIGN TO FICVATREM.
           SELECT FINVMAP ASSIGN TO FICINVMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
          05 CH-CERT-NO    PIC X(10).
          05 CH-CURRENCY   PIC X(3).
          05 CH-TERMS      PIC X(3).
          05 FILLER        PIC X(4).
          05 CH-SHIPTO     PIC X(4).
          05 CH-SHIP-STATE PIC X(2).
          05 CH-LANG       PIC X(2).
          05 FILLER        PIC X(28).
       01 ENR-CONS-I.
          05 FILLER        PIC X.
          05 CI-TYPE       PIC X(1).
       FD FVATREM.
       01 ENR-VATREM      PIC X(80).

      ** FINVMAP - ORDER NO -> INVOICE NO MAP : EVERY ORDER ON THE  **
      ** CONSOLIDATED INVOICE GETS ITS OWN ROW, ALL CARRYING THE    **
      ** SAME INVOICE NUMBER                                        **
          05 FILLER        PIC X(66).

       WORKING-STORAGE SECTION.
      ** RUN-CONTROL LOCK - TWO CONCURRENT RUNS WOULD DRAIN THE     **
      ** SAME ACCUMULATION AND INVOICE THE PERIOD TWICE             **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'CONSINVP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.
       77 WS-VAT-FLAG     PIC 9  VALUE 0.
            88 IS-COUNTRY-TAX   VALUE 1.
       77 WS-VAT-NAME     PIC X(12) VALUE SPACES.
       77 FS-INVMAP       PIC 99 VALUE 0.
       77 FS-TERMS        PIC 99 VALUE 0.
       77 WS-CONSACC-EOF  PIC 9  VALUE 0.
             10 OT-O-DATE   PIC X(10).
             10 OT-C-NO     PIC X(3).
             10 OT-DONE     PIC X(1).
      *** LIEU DE LIVRAISON : CODE SHIP-TO ET ETAT/PAYS TAXABLE ***
             10 OT-SHIPTO   PIC X(4).
             10 OT-TAX-LOC  PIC X(2).
       77 OT-CNT          PIC 9(3) VALUE 0.
       77 WS-ACC-OVFL     PIC 9 VALUE 0.
            88 ACCUM-OVERFLOWED VALUE 1.
       77 TRT-CNT         PIC 99 VALUE 0.
       77 TRT-IDX         PIC 99 VALUE 0.

      *** NUMEROTATION PARTAGEE DES FACTURES (PLAGE 'INVOICE') ***
       COPY NUMRNG.
       77 WS-ANO          PIC 9 VALUE 0.
       77 WS-CUR-INV-NO   PIC 9(8) VALUE 0.
       77 ED-INV-NO       PIC Z(7)9.

      *** COMPTEURS ***
       77 CNT-INVOICES    PIC 9(4) VALUE 0.
       77 CNT-ORDERS      PIC 9(4) VALUE 0.
       77 CNT-AR-FAILED   PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DB2 TENUS AU FIL DES ECRITURES (ARPOST) ***
       COPY ARPOST.

      *** CUMUL TAXE PAR ETAT POUR LA DECLARATION TRIMESTRIELLE ***
       01 STATE-TAX-TAB.
           END-IF

           PERFORM READ-TERMS-SCHEDULE
           PERFORM PEEK-INVOICE-RANGE
           OPEN INPUT TAXRATE
           PERFORM OPEN-CTRYTAX
           PERFORM OPEN-INVMAP
           END-IF
           CLOSE TAXRATE
           PERFORM CLOSE-CTRYTAX
           PERFORM CLEAR-ACCUMULATION
           PERFORM WRITE-TAXREM-REPORT
           PERFORM WRITE-VATREM-REPORT

           DISPLAY 'CONSOLIDATED INVOICES CUT : ' CNT-INVOICES
           DISPLAY 'ORDERS COVERED            : ' CNT-ORDERS
           IF CNT-AR-FAILED > 0
              DISPLAY 'OPEN-ITEM POSTINGS FAILED : ' CNT-AR-FAILED
                      ' - RUN ARLOADP MODE=CHECK'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
           GOBACK.

                 MOVE CH-O-DATE TO OT-O-DATE(OT-CNT)
                 MOVE CH-C-NO   TO OT-C-NO(OT-CNT)
                 MOVE 'N'       TO OT-DONE(OT-CNT)
                 MOVE CH-SHIPTO TO OT-SHIPTO(OT-CNT)
                 IF CH-SHIPTO = SPACES
                    MOVE CH-STATE      TO OT-TAX-LOC(OT-CNT)
                 ELSE
                    MOVE CH-SHIP-STATE TO OT-TAX-LOC(OT-CNT)
                 END-IF
                 PERFORM REMEMBER-CUSTOMER
              ELSE
                 DISPLAY 'ORDER TABLE FULL, RAISE OCCURS'
           END-IF
           .

      ** PEEK-INVOICE-RANGE - refuse the run up front when the      **
      ** 'INVOICE' range PART3BP shares is undefined or used up       **
       PEEK-INVOICE-RANGE.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'Q'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NR-OK AND NR-NUMBER NOT < NR-HIGH
              MOVE 'EXHS' TO NR-RESULT
           END-IF
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN REFUSED ***'
              PERFORM FREE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      ** DRAW-INV-NO - one registry number per consolidated invoice ; **
      ** running dry halfway abends with the lock held so the period   **
      ** is not cleared before the range is extended and the run      **
      ** restarted                                                    **
       DRAW-INV-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN ABANDONED ***'
              DISPLAY 'ABEND CODE : 41'
              COMPUTE WS-ANO = 1 / WS-ANO
           END-IF
           MOVE NR-NUMBER TO WS-CUR-INV-NO
           .

       OPEN-INVMAP.
           .

      ** CUT-ONE-INVOICE - every still-pending order of the customer **
      ** at OT-IDX for the same delivery address lands on one        **
      ** document under one invoice number, taxed where it shipped   **
       CUT-ONE-INVOICE.
           PERFORM DRAW-INV-NO
           ADD 1 TO CNT-INVOICES
           MOVE ZERO TO WS-TOTAL-HT
           PERFORM FIND-CUSTOMER-HEADER
           PERFORM VARYING OT-JDX FROM OT-IDX BY 1
                   UNTIL OT-JDX > OT-CNT
              IF OT-C-NO(OT-JDX) = OT-C-NO(OT-IDX) AND
                 OT-SHIPTO(OT-JDX) = OT-SHIPTO(OT-IDX) AND
                 OT-DONE(OT-JDX) = 'N'
                 PERFORM WRITE-ONE-ORDER-BLOCK
              END-IF
              MOVE CHT-ADDRESS(WS-CHT-HIT)(1:36) TO L-REF-DATA
              WRITE ENR-CONSFACT FROM L-CONS-REF
           END-IF
           IF OT-SHIPTO(OT-IDX) NOT = SPACES
              MOVE 'SHIP-TO CODE  :' TO L-REF-TITLE
              MOVE OT-SHIPTO(OT-IDX) TO L-REF-DATA
              WRITE ENR-CONSFACT FROM L-CONS-REF
           END-IF
           PERFORM COMPUTE-DUE-DATE
           MOVE 'DUE DATE      :' TO L-REF-TITLE
           MOVE WS-DUE-DATE-ISO TO L-REF-DATA
           MOVE SPACES TO WS-VAT-NAME
           COMPUTE TP-TAX = FUNCTION NUMVAL(AC-TAX)
           MOVE TP-TAX TO WS-TAX
           MOVE OT-TAX-LOC(OT-IDX) TO WS-CUR-STATE
           IF WS-CHT-HIT > 0
              MOVE WS-CUR-STATE TO TAXR-STATE
              READ TAXRATE
              IF FS-TAXRATE = 0
                 MOVE TAXR-RATE TO WS-TAX
           COMPUTE WS-TOTAL-TAX ROUNDED = WS-TOTAL-HT * WS-TAX
           COMPUTE WS-TOTAL-TTC = WS-TOTAL-HT + WS-TOTAL-TAX
           IF WS-CHT-HIT > 0 AND CHT-EXEMPT(WS-CHT-HIT) NOT = 'Y'
              IF IS-COUNTRY-TAX
                 PERFORM ACCUM-COUNTRY-TAX
              ELSE
              MOVE ' ' TO IR-CREDIT-MEMO
           END-IF
           WRITE ENR-INVREG
           MOVE ENR-INVREG TO AP-RECORD
           SET AP-DO-INVOICE  TO TRUE
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           END-IF
           .

       COMPUTE-DUE-DATE.

       READ-CTRYTAX.
           IF CTRYTAX-OPEN
              MOVE WS-CUR-STATE TO CTX-CODE
              READ CTRYTAX
              IF FS-CTRYTAX = 0
                 MOVE CTX-RATE TO WS-TAX
