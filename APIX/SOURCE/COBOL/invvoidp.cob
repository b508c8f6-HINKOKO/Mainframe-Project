       77 CNT-NOTFOUND    PIC 9(4) VALUE 0.
       77 CNT-ALREADY     PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.
       77 CNT-AR-FAILED   PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DB2 TENUS AU FIL DES ECRITURES (ARPOST) ***
       COPY ARPOST.

      *** DOCUMENT D'ANNULATION, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.

           DISPLAY 'INVOICES VOIDED   : ' CNT-VOIDED
           DISPLAY 'VOIDS REJECTED    : ' CNT-TOTAL-REJECTS
           IF CNT-AR-FAILED > 0
              DISPLAY 'OPEN-ITEM POSTINGS FAILED : ' CNT-AR-FAILED
                      ' - RUN ARLOADP MODE=CHECK'
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
           COMPUTE IR-TOTAL-GROSS = 0 - RT-TOTAL-GROSS(WS-HIT)
           MOVE 'V'                  TO IR-CREDIT-MEMO
           WRITE ENR-INVREG
      ** THE REVERSAL NETS THE OPEN ITEM BACK TO ZERO, SO IT DROPS **
      ** OUT OF THE OPEN-ITEMS VIEW                                **
           MOVE ENR-INVREG TO AP-RECORD
           SET AP-DO-INVOICE  TO TRUE
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           END-IF
           MOVE ZERO TO RT-TOTAL-TTC(WS-HIT)
           .

