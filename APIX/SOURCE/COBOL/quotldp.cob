      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TAKE IN SALES QUOTATIONS FROM A ; DELIMITED FILE :        *
      *         Q;C_NO;E_NO;EXPIRY(YYYY-MM-DD)  OPENS A QUOTE          *
      *           [;SHIP-TO CODE]                 DELIVERED THERE      *
      *         L;P_NO;QTY                      ADDS A LINE TO IT      *
      *      THE LINE'S ITEM MAY ALSO BE THE CUSTOMER'S OWN ITEM CODE  *
      *      OR A GTIN, RESOLVED THROUGH XREFPROG                      *
      *    - ASSIGN A SEQUENTIAL QUOTE NUMBER DRAWN FROM THE 'QUOTE'   *
      *      RANGE OF THE NUMBER-RANGE REGISTRY (NUMRANGE)             *
      *    - FREEZE EACH LINE'S PRICE AT QUOTE TIME : THE CATALOG      *
      *      PRICE IN EFFECT ON THE QUOTE DATE (PRICE HISTORY THROUGH  *
      *      PRCHPROG, ELSE PRODUCTS), HONORING A PROMOK WINDOW        *
      *      COVERING THE QUOTE DATE                                   *
      *    - APPEND THE QUOTE MASTER (FICQUOTES) AND PRINT THE         *
      *      QUOTE DOCUMENT SALES SENDS OUT, WORDED IN THE CUSTOMER'S  *
      *      LANGUAGE (TEXTS FROM MSGTXTK THROUGH MSGPROG, DATES SPELT *
      *      OUT BY DATELNG)                                           *
      *    - LOG REJECTS IN LOADLOG FORMAT                             *
      ******************************************************************

           SELECT FQUOTIN ASSIGN TO FICQUOTIN.
           SELECT FQUOTES ASSIGN TO FICQUOTES.
           SELECT FQUODOC ASSIGN TO FICQUODOC.
           SELECT PROMOK ASSIGN TO PROMOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
          05 QUO-PRICE     PIC 9(3)V9(2).
          05 QUO-EXPIRY    PIC X(10).
          05 QUO-STATUS    PIC X(1).
      ** SHIP-TO CODE THE CONVERTED ORDER DELIVERS TO (SHIPTOK) **
          05 QUO-SHIPTO    PIC X(4).
          05 FILLER        PIC X(38).

      ** FQUODOC - THE PRINTED QUOTE DOCUMENTS **
       FD FQUODOC.
       01 ENR-QUODOC      PIC X(80).

      ** PROMOK - MARKETING PROMOTIONS KSDS, SAME FILE PART2P READS **
       FD PROMOK.
       01 ST-PROMOK.
       COPY LOADLOG.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** PICK UP THE SAME INPUT AND EMIT EVERY DOCUMENT TWICE         **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'QUOTLDP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

       77 WS-QUOTIN-EOF   PIC 9  VALUE 0.
            88 FF-QUOTIN        VALUE 1.
       77 FS-PROMO        PIC 99 VALUE 0.
       77 PROMOK-FLAG     PIC 9  VALUE 0.
            88 PROMOK-OPEN      VALUE 1.
       01 QIN-ACTION      PIC X(1).
          88 QIN-IS-QUOTE       VALUE 'Q'.
          88 QIN-IS-LINE        VALUE 'L'.
       01 QIN-F1          PIC X(20).
       01 QIN-F2          PIC X(10).
       01 QIN-F3          PIC X(10).
       01 QIN-F4          PIC X(10).

      *** QUOTE EN COURS ***
       77 WS-QUO-OPEN     PIC 9 VALUE 0.
       77 WS-CUR-C-NO     PIC X(3) VALUE SPACES.
       77 WS-CUR-E-NO     PIC X(3) VALUE SPACES.
       77 WS-CUR-EXPIRY   PIC X(10) VALUE SPACES.
       77 WS-CUR-SHIPTO   PIC X(4)  VALUE SPACES.
       77 WS-CUR-LINE     PIC 9(2) VALUE 0.
       77 WS-QUO-TOTAL    PIC S9(7)V9(2) VALUE 0.

      *** CODES ARTICLE DU CLIENT / GTIN (REFERENCES CROISEES) ***
       COPY XREFBLK.

      *** PRIX CATALOGUE EN VIGUEUR A LA DATE DU DEVIS ***
       COPY PRCHBLK.

      *** LIBELLES DANS LA LANGUE DU CLIENT (MSGPROG) ***
       77 WS-MSG-LANG     PIC X(2).
       77 WS-MSG-ID       PIC X(12).
       77 WS-MSG-TEXT     PIC X(74).
       77 WS-QUO-DATE-TXT PIC X(30).

      *** NUMEROTATION DES DEVIS (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-QUO-NO   PIC 9(6) VALUE 0.
       77 ED-QUO-NO       PIC Z(5)9.

       77 CNT-PROMO-FROZE PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-PRODUCT PIC 9(4) VALUE 0.
       77 CNT-BAD-ITEM    PIC 9(4) VALUE 0.
       77 CNT-NO-QUOTE    PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

       01 L-QUO-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 L-QUO-BANNER-TXT PIC X(28).
          05 FILLER  PIC X(23) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-QUO-REF.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-QUO-TOTAL.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-TOT-LABEL   PIC X(21).
          05 L-TOT-AMT     PIC -ZZZZZZ9,99.
          05 FILLER        PIC X(42) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           WRITE ENR-QUOLOG FROM QUO-HEAD

           PERFORM GET-RUN-DATE
           PERFORM OPEN-PROMOK

           OPEN EXTEND FQUOTES
           IF PROMOK-OPEN
              CLOSE PROMOK
           END-IF
           CALL 'PRCHRST'

           PERFORM WRITE-QUO-FOOTER
           CLOSE FQUOLOG
           DISPLAY 'QUOTES TAKEN IN   : ' CNT-QUOTES
              DISPLAY 'FIN FICHIER DEVIS'
           END-READ.

      ** DRAW-QUO-NO - the next quote number off the registry ; a  **
      ** range used up or never defined stops the run              **
       DRAW-QUO-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'QUOTE' TO NR-RANGE-ID
           MOVE 'N'     TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** QUOTE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN STOPPED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-QUO-NO
           .

       OPEN-PROMOK.
           .

       TRAIT-ONE-LINE.
           MOVE SPACES TO QIN-ACTION QIN-F1 QIN-F2 QIN-F3 QIN-F4
           UNSTRING ENR-QUO-CSV DELIMITED BY ';'
              INTO QIN-ACTION QIN-F1 QIN-F2 QIN-F3 QIN-F4
           END-UNSTRING
           EVALUATE TRUE
              WHEN QIN-IS-QUOTE
              ADD 1 TO CNT-BAD-FORMAT
              MOVE 0 TO WS-QUO-OPEN
           ELSE
              PERFORM DRAW-QUO-NO
              ADD 1 TO CNT-QUOTES
              MOVE QIN-F1(1:3)  TO WS-CUR-C-NO
              MOVE QIN-F2(1:3)  TO WS-CUR-E-NO
              MOVE QIN-F3(1:10) TO WS-CUR-EXPIRY
              MOVE QIN-F4(1:4)  TO WS-CUR-SHIPTO
              MOVE 0 TO WS-CUR-LINE
              MOVE ZERO TO WS-QUO-TOTAL
              SET QUOTE-OPEN TO TRUE
                 PERFORM WRITE-QUO-LOG
                 ADD 1 TO CNT-BAD-FORMAT
              ELSE
                 PERFORM RESOLVE-LINE-ITEM
              END-IF
           END-IF
           .

      ** RESOLVE-LINE-ITEM - our P_NO as keyed, or the customer's   **
      ** own code or barcode translated through the cross-reference **
       RESOLVE-LINE-ITEM.
           INITIALIZE XREF-BLOCK
           MOVE 'R'         TO XR-ACTION
           MOVE WS-CUR-C-NO TO XR-C-NO
           MOVE QIN-F1      TO XR-CODE
           CALL 'XREFPROG' USING XREF-BLOCK
           IF XR-UNKNOWN
              MOVE 'UNKNOWN ITEM CODE' TO LOGREC-MSG
              PERFORM WRITE-QUO-LOG
              ADD 1 TO CNT-BAD-ITEM
           ELSE
              PERFORM FREEZE-LINE-PRICE
           END-IF
           .

       FREEZE-LINE-PRICE.
           MOVE XR-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE
              INTO :PRO-PRICE
              ADD 1 TO CNT-BAD-PRODUCT
           ELSE
              MOVE PRO-PRICE TO WS-PRICE
              INITIALIZE PRCH-BLOCK
              MOVE 'L'             TO PH-ACTION
              MOVE PRO-P-NO        TO PH-P-NO
              MOVE WS-RUN-DATE-ISO TO PH-DATE
              CALL 'PRCHPROG' USING PRCH-BLOCK
              IF PH-OK
                 MOVE PH-PRICE TO WS-PRICE
              END-IF
              MOVE SPACES TO L-ITE-NOTE
              IF PROMOK-OPEN
                 MOVE PRO-P-NO TO PROM-P-NO
           MOVE WS-PRICE       TO QUO-PRICE
           MOVE WS-CUR-EXPIRY  TO QUO-EXPIRY
           MOVE 'O'            TO QUO-STATUS
           MOVE WS-CUR-SHIPTO  TO QUO-SHIPTO
           WRITE ENR-QUOTES

           COMPUTE WS-LINE-TOT = WS-QTY * WS-PRICE
           .

       WRITE-QUOTE-DOC-TOP.
           PERFORM READ-CUSTOMER-LANG
           WRITE ENR-QUODOC FROM L-TIRET
           WRITE ENR-QUODOC FROM L-VIDE
           MOVE '***     QUOTATION      ***' TO WS-MSG-TEXT
           MOVE 'QUO-BANNER'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-QUO-BANNER-TXT
           WRITE ENR-QUODOC FROM L-QUO-BANNER
           WRITE ENR-QUODOC FROM L-VIDE
           MOVE 'QUOTE NUM     :' TO WS-MSG-TEXT
           MOVE 'QUO-NUM'         TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE WS-CUR-QUO-NO TO ED-QUO-NO
           MOVE ED-QUO-NO TO L-REF-DATA
           WRITE ENR-QUODOC FROM L-QUO-REF
           MOVE 'CUSTOMER NO   :' TO WS-MSG-TEXT
           MOVE 'QUO-CUSTNO'      TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE WS-CUR-C-NO TO L-REF-DATA
           WRITE ENR-QUODOC FROM L-QUO-REF
           MOVE 'SALESREP      :' TO WS-MSG-TEXT
           MOVE 'QUO-SALESREP'    TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           MOVE WS-CUR-E-NO TO L-REF-DATA
           WRITE ENR-QUODOC FROM L-QUO-REF
           MOVE 'QUOTE DATE    :' TO WS-MSG-TEXT
           MOVE 'QUO-DATE'        TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           CALL 'DATELNG' USING CUS-LANG WS-RUN-DATE-ISO
                                WS-QUO-DATE-TXT
           MOVE WS-QUO-DATE-TXT   TO L-REF-DATA
           WRITE ENR-QUODOC FROM L-QUO-REF
           MOVE 'VALID UNTIL   :' TO WS-MSG-TEXT
           MOVE 'QUO-VALID'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-REF-TITLE
           CALL 'DATELNG' USING CUS-LANG WS-CUR-EXPIRY
                                WS-QUO-DATE-TXT
           MOVE WS-QUO-DATE-TXT   TO L-REF-DATA
           WRITE ENR-QUODOC FROM L-QUO-REF
           IF WS-CUR-SHIPTO NOT = SPACES
              MOVE 'SHIP-TO CODE  :' TO WS-MSG-TEXT
              MOVE 'QUO-SHIPTO'      TO WS-MSG-ID
              PERFORM GET-DOC-TEXT
              MOVE WS-MSG-TEXT       TO L-REF-TITLE
              MOVE WS-CUR-SHIPTO TO L-REF-DATA
              WRITE ENR-QUODOC FROM L-QUO-REF
           END-IF
           WRITE ENR-QUODOC FROM L-VIDE
           .

       CLOSE-QUOTE-DOC.
           WRITE ENR-QUODOC FROM L-VIDE
           MOVE 'QUOTED TOTAL        :' TO WS-MSG-TEXT
           MOVE 'QUO-TOTAL'       TO WS-MSG-ID
           PERFORM GET-DOC-TEXT
           MOVE WS-MSG-TEXT       TO L-TOT-LABEL
           MOVE WS-QUO-TOTAL TO L-TOT-AMT
           WRITE ENR-QUODOC FROM L-QUO-TOTAL
           WRITE ENR-QUODOC FROM L-VIDE
           MOVE 0 TO WS-QUO-OPEN
           .

      ** READ-CUSTOMER-LANG - the language the quote is worded in ; **
      ** a customer not on the master gets the built-in wording     **
       READ-CUSTOMER-LANG.
           MOVE WS-CUR-C-NO TO CUS-C-NO
           MOVE SPACES      TO CUS-LANG
           EXEC SQL
              SELECT LANG
              INTO :CUS-LANG
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SPACES TO CUS-LANG
           END-IF
           .

      ** GET-DOC-TEXT - WS-MSG-ID in the customer's language, the    **
      ** wording already in WS-MSG-TEXT when MSGTXTK has none        **
       GET-DOC-TEXT.
           MOVE CUS-LANG TO WS-MSG-LANG
           CALL 'MSGPROG' USING WS-MSG-LANG WS-MSG-ID WS-MSG-TEXT
           .

       WRITE-QUO-LOG.
           COMPUTE LOGREC-REF = CSV-LINE
           MOVE QIN-F1 TO LOGREC-DETAIL
           MOVE CNT-BAD-PRODUCT      TO LOGREC-FCOUNT
           WRITE ENR-QUOLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN ITEM CODE'  TO LOGREC-FLABEL
           MOVE CNT-BAD-ITEM         TO LOGREC-FCOUNT
           WRITE ENR-QUOLOG FROM ST-LOADLOG-FOOT

           MOVE 'LINE OUTSIDE QUOTE' TO LOGREC-FLABEL
           MOVE CNT-NO-QUOTE         TO LOGREC-FCOUNT
           WRITE ENR-QUOLOG FROM ST-LOADLOG-FOOT
