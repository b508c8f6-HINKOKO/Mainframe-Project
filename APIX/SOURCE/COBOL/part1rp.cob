      *         RUN DATE (CHANGEK NOW CARRIES ONE ROW PER CURRENCY PER    *
      *         EFFECTIVE DATE, NOT JUST ONE CURRENT ROW)                 *
      *       - USED AFTER ACCOUNTING CORRECTS A CHANGEK RATE             *
      *       - RECORD EVERY PRICE IT MOVES ON THE PRICE HISTORY          *
      *         (PRCHPROG), IN EFFECT FROM THE RUN DATE                   *
      ********************************************************************

       ENVIRONMENT DIVISION.
       77 WS-HAVE-RATE       PIC X(01) VALUE 'N'.
          88 HAVE-RATE              VALUE 'Y'.

      *** HISTORIQUE DES PRIX CATALOGUE (PRCHPROG) : LE PRIX QUE   ***
      *** PORTAIT LA LIGNE AVANT LE RECALCUL                       ***
       COPY PRCHBLK.
       01 WS-OLD-PRICE       PIC S9(3)V9(2) COMP-3 VALUE 0.
       77 CNT-PRICES-MOVED   PIC 9(6)  VALUE 0.

      *************** DB2 *******
           EXEC SQL INCLUDE SQLCA END-EXEC
           EXEC SQL INCLUDE PRO END-EXEC
           END-IF

           CLOSE FCK
           CALL 'PRCHRST'
           DISPLAY 'CURRENCY CODES SCANNED : ' CNT-CODES-READ
           DISPLAY 'PRODUCTS ROWS REPRICED : ' CNT-ROWS-REPRICED
           DISPLAY 'CATALOG PRICES MOVED   : ' CNT-PRICES-MOVED
           GOBACK.

      *** PARAGRAPHS ***
       REPRICE-ONE-CURRENCY.
           EXEC SQL
              DECLARE CURS-REPRICE CURSOR FOR
                 SELECT P_NO, ORIG_PRICE, PRICE
                 FROM API10.PRODUCTS
                 WHERE DEVISE = :WS-PREV-CODE
           END-EXEC
       FETCH-NEXT-PRODUCT.
           EXEC SQL
              FETCH CURS-REPRICE
              INTO :PRO-P-NO, :PRO-ORIG-PRICE, :WS-OLD-PRICE
           END-EXEC
           .

      ** UPDATE-PRICE - writes the recomputed price back to PRODUCTS ;    **
      ** a price that actually moved goes on the price history            **
       UPDATE-PRICE.
           EXEC SQL
              UPDATE API10.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           PERFORM EVAL-UPDATE
           IF PRO-PRICE NOT = WS-OLD-PRICE
              PERFORM RECORD-PRICE-CHANGE
           END-IF
           .

      ** RECORD-PRICE-CHANGE - the recomputed price on PRCHISK, in effect **
      ** from the run date                                                **
       RECORD-PRICE-CHANGE.
           INITIALIZE PRCH-BLOCK
           MOVE 'W'             TO PH-ACTION
           MOVE PRO-P-NO        TO PH-P-NO
           MOVE WS-RUN-DATE-ISO TO PH-DATE
           MOVE PRO-PRICE       TO PH-PRICE
           MOVE WS-OLD-PRICE    TO PH-OLD-PRICE
           MOVE 'A'             TO PH-STATUS
           MOVE 'REPRICE'       TO PH-SOURCE
           CALL 'PRCHPROG' USING PRCH-BLOCK
           ADD 1 TO CNT-PRICES-MOVED
           .

      ** EVAL-UPDATE - evaluates the SQLCODE returned by the UPDATE        **
