      *    - WRITE A SETTLEMENT LEDGER RECORD TYPED 'W', DISTINCT      *
      *      FROM A PAYMENT, FOR THE WHOLE OPEN AMOUNT - THE INVOICE   *
      *      DROPS OUT OF AGING AND DUNNING LIKE ANY SETTLED ONE       *
      *    - THE OPEN AMOUNT, THE UNRELIEVED GROSS AND THE DISPUTE     *
      *      FLAG ARE READ FROM THE DB2 OPEN ITEMS (API10.AR_INVOICE, *
      *      KEPT BY ARPOST), AND THE WRITE-OFF IS POSTED THERE IN    *
      *      THE SAME UNIT OF WORK AS THE BALANCE RELIEF               *
      *    - RELIEVE CUSTOMERS.BALANCE BY THE UNRELIEVED GROSS, THE    *
      *      SAME DISCIPLINE PAYAPPP APPLIES                           *
      *    - LOG EVERY ACTION AND REJECT IN LOADLOG FORMAT SO THE      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FWOLIST ASSIGN TO FICWOLIST.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FWOLOG  ASSIGN TO FICWOLOG.

       DATA DIVISION.
          05 WO-APPROVER   PIC X(8).
          05 FILLER        PIC X(61).

      ** FSETTLE - SETTLEMENT LEDGER ; THE WRITE-OFF RECORD GOES    **
      ** HERE TYPED 'W', CLOSING THE INVOICE WITHOUT PRETENDING     **
      ** ANY CASH ARRIVED                                           **
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

       FD FWOLOG.
       01 ENR-WOLOG       PIC X(80).


       77 WS-WOLIST-EOF   PIC 9  VALUE 0.
            88 FF-WOLIST        VALUE 1.
       77 FS-SETTLE       PIC 99 VALUE 0.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** LE POSTE OUVERT DE LA FACTURE DEMANDEE (API10.AR_INVOICE) ***
       77 WS-WO-INV-NO    PIC S9(9) COMP VALUE 0.
       77 WS-WO-C-NO      PIC X(3) VALUE SPACES.
       77 WS-WO-OPEN      PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-WO-GROSS-LEFT PIC S9(9)V9(2) COMP-3 VALUE 0.
       77 WS-WO-DISPUTE   PIC X(1) VALUE SPACE.
          88 INV-DISPUTED       VALUE 'Y'.
       77 WS-WO-FOUND     PIC 9  VALUE 0.
          88 INV-ON-FILE        VALUE 1.
       77 WS-RELIEF       PIC S9(7)V9(2) VALUE 0.

      *** LE LETTRAGE 'W' PASSE AUX POSTES OUVERTS (ARPOST) DANS ***
      *** LA MEME UNITE DE TRAVAIL QUE LE SOLDE CLIENT           ***
       COPY ARPOST.

      *** DATE DU JOUR - DATE PORTEE SUR LE LETTRAGE ***
       01 WS-RUN-DATE.
           WRITE ENR-WOLOG FROM WO-HEAD

           PERFORM GET-RUN-DATE

           OPEN EXTEND FSETTLE
           OPEN INPUT FWOLIST
              DISPLAY 'FIN FICHIER ANNULATIONS CREANCE'
           END-READ.

      ** WRITE-OFF-ONE - validate the request, close the open       **
      ** amount with a 'W' ledger record, relieve the balance       **
       WRITE-OFF-ONE.
              PERFORM WRITE-WO-REJECT
              ADD 1 TO CNT-BAD-FORMAT
           ELSE
              PERFORM FETCH-OPEN-ITEM
              EVALUATE TRUE
                 WHEN NOT INV-ON-FILE
                    MOVE 'INVOICE NOT FOUND' TO LOGREC-MSG
                    PERFORM WRITE-WO-REJECT
                    ADD 1 TO CNT-NOTFOUND
                 WHEN WS-WO-OPEN NOT > ZERO
                    MOVE 'NOTHING LEFT OPEN' TO LOGREC-MSG
                    PERFORM WRITE-WO-REJECT
                    ADD 1 TO CNT-CLOSED
           END-IF
           .

      ** FETCH-OPEN-ITEM - the requested invoice as the open items  **
      ** stand : what is left to settle, the gross CUSTOMERS.BALANCE **
      ** still carries for it, and whether it is disputed            **
       FETCH-OPEN-ITEM.
           MOVE 0 TO WS-WO-FOUND
           MOVE WO-INV-NO TO WS-WO-INV-NO
           EXEC SQL
              SELECT C_NO, ORIGINAL - SETTLED, GROSS - RELIEVED,
                     DISPUTE
              INTO :WS-WO-C-NO, :WS-WO-OPEN, :WS-WO-GROSS-LEFT,
                   :WS-WO-DISPUTE
              FROM API10.AR_INVOICE
              WHERE INV_NO = :WS-WO-INV-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 SET INV-ON-FILE TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'ANOMALIE ' ED-SQLCODE
           END-EVALUATE
           .

      ** POST-WRITE-OFF - the balance relief and the open-item      **
      ** posting commit together, then the ledger record is written **
       POST-WRITE-OFF.
           MOVE WS-WO-GROSS-LEFT TO WS-RELIEF
           MOVE WS-WO-C-NO TO CUS-C-NO
           SET AP-OK TO TRUE
           EXEC SQL
              UPDATE APIX.CUSTOMERS
              SET BALANCE = BALANCE - :WS-RELIEF
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE = ZERO
              MOVE SPACES              TO ENR-SETTLE
              MOVE WO-INV-NO           TO SET-INV-NO
              MOVE WS-RUN-DATE-ISO     TO SET-PAY-DATE
              MOVE WS-WO-OPEN          TO SET-AMOUNT
              MOVE WS-RELIEF           TO SET-RELIEF
              MOVE 'W'                 TO SET-TYPE
              MOVE WS-WO-C-NO          TO SET-C-NO
              MOVE ENR-SETTLE          TO AP-RECORD
              SET AP-DO-SETTLE         TO TRUE
              SET AP-CALLER-COMMITS    TO TRUE
              CALL 'ARPOST' USING AR-POST-BLOCK
           ELSE
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ANOMALIE ' ED-SQLCODE
           END-IF
           IF SQLCODE = ZERO AND NOT AP-FAILED
              EXEC SQL COMMIT END-EXEC
              WRITE ENR-SETTLE
              ADD 1 TO CNT-WRITTEN-OFF
              MOVE 'BAD DEBT WRITE-OFF' TO WS-JR-ACTION
              MOVE WO-INV-NO TO WS-JR-KEY
              MOVE 'WRITTEN OFF' TO LOGREC-MSG
              PERFORM WRITE-WO-ACTION
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              IF AP-FAILED
                 MOVE 'OPEN ITEMS UPDATE KO' TO LOGREC-MSG
              ELSE
                 MOVE 'BALANCE UPDATE KO' TO LOGREC-MSG
              END-IF
              PERFORM WRITE-WO-REJECT
           END-IF
           .

      ** WRITE-WO-ACTION - every write-off applied is itself on the **
      ** audit trail, reason and approver cited                     **
       WRITE-WO-ACTION.
