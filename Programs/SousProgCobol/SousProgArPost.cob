       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPOST.
       AUTHOR.     HINKOKO.
      *******************************************************
      *   THIS PROGRAM IS INTENDED TO KEEP THE DB2 OPEN     *
      *   ITEMS IN STEP WITH THE INVOICE REGISTER (FINVREG) *
      *   AND THE SETTLEMENT LEDGER (FICSETTLE) : EVERY     *
      *   PROGRAM THAT APPENDS TO ONE OF THEM POSTS THE     *
      *   SAME RECORD HERE, SO THE AGING, DUNNING,          *
      *   STATEMENT, LOCKBOX, WRITE-OFF AND INQUIRY RUNS    *
      *   QUERY THE OPEN ITEMS INSTEAD OF RE-READING BOTH   *
      *   FILES FROM THE FIRST DAY                          *
      *                                                     *
      *   CALL 'ARPOST' USING AR-POST-BLOCK (ARPOST COPY)   *
      *     I = ADD THE TTC OF A FINVREG RECORD TO THE      *
      *         INVOICE ROW (A VOID NETS IT BACK TO ZERO),  *
      *         CREATING THE ROW ON ITS FIRST POSTING       *
      *     S = COPY A FICSETTLE RECORD TO AR_SETTLE AND    *
      *         ADD ITS AMOUNT AND RELIEF TO THE SETTLED    *
      *         AND RELIEVED TOTALS OF ITS INVOICE - 'NONE' *
      *         WHEN NO SUCH INVOICE ROW                    *
      *         (DEPOSITS 'B' AND BROUGHT-FORWARD 'F' ROWS  *
      *         ARE COPIED BUT SETTLE NO INVOICE)           *
      *     D = SET OR CLEAR THE DISPUTE FLAG OF AN INVOICE *
      *     M = MOVE THE INVOICES OF A MERGED CUSTOMER      *
      *     Z = EMPTY BOTH TABLES BEFORE A FULL RELOAD      *
      *                                                     *
      *   TABLES (CREATED OUTSIDE THIS PROGRAM) :           *
      *     API10.AR_INVOICE  INV_NO INTEGER (KEY),         *
      *        O_NO CHAR(7), C_NO CHAR(3), INV_DATE CHAR(10)*
      *        DUE_DATE CHAR(10), CURRENCY CHAR(3),         *
      *        CREDIT_MEMO CHAR(1), ORIGINAL DEC(11,2),     *
      *        SETTLED DEC(11,2), GROSS DEC(11,2),          *
      *        RELIEVED DEC(11,2), DISPUTE CHAR(1),         *
      *        LAST_DATE CHAR(10) - GROSS LESS RELIEVED IS  *
      *        WHAT CUSTOMERS.BALANCE STILL CARRIES FOR IT  *
      *     API10.AR_SETTLE   INV_NO, PAY_DATE, AMOUNT,     *
      *        RELIEF, SET_TYPE, C_NO - ONE ROW PER LEDGER  *
      *        RECORD                                       *
      *     API10.AR_OPEN_ITEMS VIEW OF AR_INVOICE WHERE    *
      *        ORIGINAL <> SETTLED : INV_NO, C_NO, INV_DATE,*
      *        DUE_DATE, ORIGINAL, SETTLED,                 *
      *        OPEN_AMT = ORIGINAL - SETTLED, DISPUTE       *
      *                                                     *
      *   THE FILES REMAIN THE BOOK OF RECORD : A POSTING   *
      *   PROBLEM NEVER KILLS THE CALLER, IT DISPLAYS A     *
      *   WARNING AND ANSWERS 'KO  ' - ARLOADP MODE=CHECK   *
      *   TELLS WHETHER THE TABLES STILL AGREE WITH THE     *
      *   FILES, ARLOADP MODE=LOAD REBUILDS THEM            *
      *******************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *** ENREGISTREMENT DU REGISTRE DES FACTURES ***
       01 AP-INVREG.
          05 IR-INV-NO      PIC 9(8).
          05 IR-O-NO        PIC X(7).
          05 IR-C-NO        PIC X(3).
          05 IR-INV-DATE    PIC X(10).
          05 IR-TOTAL-HT    PIC S9(7)V9(2).
          05 IR-TOTAL-TAX   PIC S9(7)V9(2).
          05 IR-TOTAL-TTC   PIC S9(7)V9(2).
          05 IR-CREDIT-MEMO PIC X(1).
          05 IR-TOTAL-GROSS PIC S9(7)V9(2).
          05 IR-DUE-DATE    PIC X(10).
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      *** ENREGISTREMENT DU GRAND LIVRE DES REGLEMENTS ***
       01 AP-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      *** VARIABLES HOTES ***
       77 WS-AR-INV-NO     PIC S9(9) COMP.
       77 WS-AR-DUE-DATE   PIC X(10).
       77 WS-AR-ORIGINAL   PIC S9(9)V9(2) COMP-3.
       77 WS-AR-GROSS      PIC S9(9)V9(2) COMP-3.
       77 WS-AR-AMOUNT     PIC S9(9)V9(2) COMP-3.
       77 WS-AR-RELIEF     PIC S9(9)V9(2) COMP-3.
       77 WS-AR-DISPUTE    PIC X(1).
       01 ED-SQLCODE       PIC +Z(8)9.
       77 ED-INV-NO        PIC Z(7)9.

      *************** DB2 *******
           EXEC SQL INCLUDE SQLCA END-EXEC

       LINKAGE SECTION.
       COPY ARPOST.

       PROCEDURE DIVISION USING AR-POST-BLOCK.
           SET AP-OK TO TRUE
           MOVE ZERO TO AP-SQLCODE
           EVALUATE TRUE
              WHEN AP-DO-INVOICE
                 PERFORM POST-INVOICE
              WHEN AP-DO-SETTLE
                 PERFORM POST-SETTLEMENT
              WHEN AP-DO-DISPUTE
                 PERFORM POST-DISPUTE
              WHEN AP-DO-MERGE
                 PERFORM POST-MERGE
              WHEN AP-DO-CLEAR
                 PERFORM CLEAR-TABLES
              WHEN OTHER
                 DISPLAY 'ARPOST : UNKNOWN ACTION ' AP-ACTION
                 SET AP-FAILED TO TRUE
           END-EVALUATE

      *** UN APPELANT QUI TIENT SA PROPRE UNITE DE TRAVAIL DECIDE ***
      *** LUI-MEME DU COMMIT OU DU ROLLBACK                        ***
           IF AP-FAILED
              MOVE SQLCODE TO AP-SQLCODE
           END-IF
           IF AP-COMMIT-EACH
              IF AP-FAILED
                 EXEC SQL ROLLBACK END-EXEC
              ELSE
                 EXEC SQL COMMIT END-EXEC
              END-IF
           END-IF
           GOBACK.

      * PARAGRAPHS *
      ** POST-INVOICE - the register record adds its TTC to the     **
      ** invoice row ; the first posting of an invoice creates it   **
      ** (the due date falls back on the invoice date when blank)   **
       POST-INVOICE.
           MOVE AP-RECORD    TO AP-INVREG
           MOVE IR-INV-NO    TO WS-AR-INV-NO AP-INV-NO
           MOVE IR-TOTAL-TTC TO WS-AR-ORIGINAL
      *** LES ENREGISTREMENTS D'AVANT LE BRUT PORTENT LE HT ***
           IF IR-TOTAL-GROSS IS NUMERIC
              MOVE IR-TOTAL-GROSS TO WS-AR-GROSS
           ELSE
              MOVE IR-TOTAL-HT    TO WS-AR-GROSS
           END-IF
           IF IR-DUE-DATE(1:4) IS NUMERIC
              MOVE IR-DUE-DATE TO WS-AR-DUE-DATE
           ELSE
              MOVE IR-INV-DATE TO WS-AR-DUE-DATE
           END-IF

           EXEC SQL
              UPDATE API10.AR_INVOICE
                 SET ORIGINAL  = ORIGINAL + :WS-AR-ORIGINAL,
                     GROSS     = GROSS + :WS-AR-GROSS,
                     LAST_DATE = :IR-INV-DATE
               WHERE INV_NO = :WS-AR-INV-NO
           END-EXEC
           IF SQLCODE = 100
              MOVE SPACE TO WS-AR-DISPUTE
              EXEC SQL
                 INSERT INTO API10.AR_INVOICE
                    (INV_NO, O_NO, C_NO, INV_DATE, DUE_DATE,
                     CURRENCY, CREDIT_MEMO, ORIGINAL, SETTLED,
                     GROSS, RELIEVED, DISPUTE, LAST_DATE)
                 VALUES (:WS-AR-INV-NO, :IR-O-NO, :IR-C-NO,
                         :IR-INV-DATE, :WS-AR-DUE-DATE,
                         :IR-CURRENCY, :IR-CREDIT-MEMO,
                         :WS-AR-ORIGINAL, 0, :WS-AR-GROSS, 0,
                         :WS-AR-DISPUTE, :IR-INV-DATE)
              END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
              MOVE IR-INV-NO TO ED-INV-NO
              MOVE SQLCODE   TO ED-SQLCODE
              DISPLAY 'ARPOST : INVOICE ' ED-INV-NO
                      ' NOT POSTED ' ED-SQLCODE
              SET AP-FAILED TO TRUE
           END-IF
           .

      ** POST-SETTLEMENT - every ledger record is copied ; those    **
      ** against an invoice (not deposits, not brought-forward      **
      ** summaries) add their amount and relief to its totals       **
       POST-SETTLEMENT.
           MOVE AP-RECORD    TO AP-SETTLE
           MOVE SET-INV-NO   TO WS-AR-INV-NO AP-INV-NO
           MOVE SET-AMOUNT   TO WS-AR-AMOUNT
           IF SET-RELIEF IS NUMERIC
              MOVE SET-RELIEF TO WS-AR-RELIEF
           ELSE
              MOVE ZERO       TO WS-AR-RELIEF
           END-IF

           EXEC SQL
              INSERT INTO API10.AR_SETTLE
                 (INV_NO, PAY_DATE, AMOUNT, RELIEF, SET_TYPE, C_NO)
              VALUES (:WS-AR-INV-NO, :SET-PAY-DATE, :WS-AR-AMOUNT,
                      :WS-AR-RELIEF, :SET-TYPE, :SET-C-NO)
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SET-INV-NO TO ED-INV-NO
              MOVE SQLCODE    TO ED-SQLCODE
              DISPLAY 'ARPOST : SETTLEMENT OF ' ED-INV-NO
                      ' NOT POSTED ' ED-SQLCODE
              SET AP-FAILED TO TRUE
              EXIT PARAGRAPH
           END-IF

           IF SET-INV-NO = ZERO OR SET-TYPE = 'B' OR SET-TYPE = 'F'
              EXIT PARAGRAPH
           END-IF
           EXEC SQL
              UPDATE API10.AR_INVOICE
                 SET SETTLED   = SETTLED + :WS-AR-AMOUNT,
                     RELIEVED  = RELIEVED + :WS-AR-RELIEF,
                     LAST_DATE = :SET-PAY-DATE
               WHERE INV_NO = :WS-AR-INV-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN 100
                 MOVE SET-INV-NO TO ED-INV-NO
                 DISPLAY 'ARPOST : NO OPEN ITEM FOR INVOICE ' ED-INV-NO
                         ' - SETTLEMENT KEPT IN AR_SETTLE ONLY'
                 SET AP-NONE TO TRUE
              WHEN OTHER
                 MOVE SET-INV-NO TO ED-INV-NO
                 MOVE SQLCODE    TO ED-SQLCODE
                 DISPLAY 'ARPOST : INVOICE ' ED-INV-NO
                         ' NOT RELIEVED ' ED-SQLCODE
                 SET AP-FAILED TO TRUE
           END-EVALUATE
           .

      ** POST-DISPUTE - 'Y' while a dispute is open, space after    **
       POST-DISPUTE.
           MOVE AP-INV-NO  TO WS-AR-INV-NO
           MOVE AP-DISPUTE TO WS-AR-DISPUTE
           EXEC SQL
              UPDATE API10.AR_INVOICE
                 SET DISPUTE = :WS-AR-DISPUTE
               WHERE INV_NO = :WS-AR-INV-NO
           END-EXEC
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN 100
                 SET AP-NONE TO TRUE
              WHEN OTHER
                 MOVE AP-INV-NO TO ED-INV-NO
                 MOVE SQLCODE   TO ED-SQLCODE
                 DISPLAY 'ARPOST : DISPUTE OF ' ED-INV-NO
                         ' NOT POSTED ' ED-SQLCODE
                 SET AP-FAILED TO TRUE
           END-EVALUATE
           .

      ** POST-MERGE - the survivor takes over every invoice of the  **
      ** merged customer, as CUSTMRGP re-points the register ; the  **
      ** ledger rows keep the customer they were written for        **
       POST-MERGE.
           EXEC SQL
              UPDATE API10.AR_INVOICE
                 SET C_NO = :AP-NEW-C-NO
               WHERE C_NO = :AP-OLD-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ARPOST : MERGE OF ' AP-OLD-C-NO ' INTO '
                      AP-NEW-C-NO ' NOT POSTED ' ED-SQLCODE
              SET AP-FAILED TO TRUE
           END-IF
           .

       CLEAR-TABLES.
           EXEC SQL DELETE FROM API10.AR_SETTLE END-EXEC
           IF SQLCODE = ZERO OR SQLCODE = 100
              EXEC SQL DELETE FROM API10.AR_INVOICE END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ARPOST : TABLES NOT EMPTIED ' ED-SQLCODE
              SET AP-FAILED TO TRUE
           END-IF
           .
