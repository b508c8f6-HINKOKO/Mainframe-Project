      *      - INSERT NEW SALES IN DB2                         *
      *       - PERFORM A SYNCHRONIZED READ ON ASIA AND        *
      *       - EUROPEAN SALES                                 *
      *      - WRITE ONE CONFIRMATION DETAIL PER SALES LINE    *
      *        (PRICE APPLIED AND ITS SOURCE, SHIPPING SITE,   *
      *        BACKORDER/DROP-SHIP/REFUSAL) PLUS AN ORDER      *
      *        TRAILER TO FICORDCNF, FOR ORDCNFP               *
      *      - STORE THE REQUESTED DELIVERY DATE OF EACH LINE  *
      *        (THE LOAD DATE WHEN NONE WAS ASKED FOR)         *
      *      - PARK ON FICPRCHLD, FOR THE PRCRELP PRICING      *
      *        DESK, EVERY LINE WHOSE ORDERED PRICE STRAYS     *
      *        FROM THE COMPUTED PRICE BEYOND PRICETOL=        *
      *      - PRICE AT THE CATALOG PRICE IN EFFECT ON THE     *
      *        ORDER DATE (PRICE HISTORY, PRCHPROG)            *
      *      - RECEIVE RETURN LINES INTO INSPECTION (FICRETINS, *
      *        STOCK MOVEMENTS ON SITE QI), NOT INTO ON_HAND : *
      *        RETDSPP RESTOCKS, SCRAPS OR RETURNS THEM        *
      *      - PARK ON FICDUPHLD, FOR THE DUPRELP DESK, AN     *
      *        ORDER REPEATING THE PRODUCTS, QUANTITIES AND    *
      *        ORDER DATE OF ONE LOADED FOR THE SAME CUSTOMER  *
      *        IN THE LAST DUPDAYS= DAYS (REGISTER ORDLDK)     *
      **********************************************************
       
       ENVIRONMENT DIVISION.
              SELECT VENTAM ASSIGN TO FVENTAM.
              SELECT FAUDIT ASSIGN TO FICAUDIT.
              SELECT FHOLD  ASSIGN TO FICCREDHLD.
              SELECT FPRCHLD ASSIGN TO FICPRCHLD.
              SELECT FSUSPIN ASSIGN TO FICSUSPIN
              FILE STATUS IS FS-SUSPIN.
              SELECT FSUSPOUT ASSIGN TO FICSUSPOUT.
              FILE STATUS IS FS-SUPSDK.
              SELECT FRMA ASSIGN TO FICRMA
              FILE STATUS IS FS-RMA.
              SELECT FRETINS ASSIGN TO FICRETINS.
              SELECT CONTRK ASSIGN TO CONTRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CTR-KEY
              FILE STATUS IS FS-CONTRK.
              SELECT SHIPTOK ASSIGN TO SHIPTOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SHP-KEY
              FILE STATUS IS FS-SHIPTOK.
              SELECT FORDCNF ASSIGN TO FICORDCNF.
              SELECT FDUPHLD ASSIGN TO FICDUPHLD.
              SELECT ORDLDK ASSIGN TO ORDLDK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OLR-O-NO
              FILE STATUS IS FS-ORDLDK.
      ******************************************
       DATA DIVISION.
       FILE SECTION.
       FD FHOLD.
       01 ENR-HOLD        PIC X(80).

      ** FPRCHLD - single lines parked on a price exception, for the **
      ** PRCRELP pricing desk ; OPENED EXTEND LIKE FHOLD, ONLY       **
      ** PRCRELP EVER REWRITES IT                                    **
       FD FPRCHLD.
       COPY PRCHLD.

      ** FSUSPIN - the suspense file written by the PREVIOUS run,    **
      ** recycled ahead of the fresh feeds so a line that failed on  **
      ** timing yesterday loads automatically today                  **
       FD FACKAM.
       01 ENR-ACKAM       PIC X(80).

      ** FORDCNF - ORDER CONFIRMATION DETAIL FOR THE CUSTOMER        **
      ** DOCUMENTS AND EDI ORDER RESPONSES (ORDCNFP), LAYOUT ORDCNF  **
       FD FORDCNF.
       01 ENR-ORDCNF      PIC X(80).

      ** FDUPHLD - whole orders parked as suspected duplicates of an **
      ** order already loaded, for the DUPRELP desk ; OPENED EXTEND  **
      ** LIKE FHOLD, ONLY DUPRELP EVER REWRITES IT                   **
       FD FDUPHLD.
       COPY DUPHLD.

      ** ORDLDK - ORDER LOAD REGISTER : THE DAY EACH POSTED ORDER    **
      ** WAS LOADED, FOR THE DUPLICATE-ORDER WINDOW                  **
       FD ORDLDK.
       COPY ORDLDR.

      ** FSTOCK - END-OF-RUN STOCK POSITION REPORT, ONE LINE PER     **
      ** PRODUCT WITH ITS ON-HAND QUANTITY AFTER TONIGHT'S SALES     **
       FD FSTOCK.
          05 LOT-P-NO      PIC X(3).
          05 LOT-QTY-REMAIN PIC S9(7).
          05 LOT-RECV-DATE PIC X(10).
          05 LOT-SNO       PIC X(2).
          05 FILLER        PIC X(48).

      ** FLOTCONS - LOT CONSUMPTION DETAIL : WHICH ORDER TOOK HOW   **
      ** MUCH OF WHICH LOT, THE RECALL TRAIL LOTWUP REPORTS FROM    **
          05 RMA-STATUS    PIC X(1).
          05 FILLER        PIC X(44).

      ** FRETINS - RETURNED-GOODS INSPECTION JOURNAL : A RETURN LINE  **
      ** IS RECEIVED HERE, NOT INTO ON_HAND, UNTIL RETDSPP DISPOSES   **
      ** OF IT                                                        **
       FD FRETINS.
       COPY RETINS.

      ** CONTRK - CUSTOMER CONTRACT PRICE KSDS (CONTRLDP) : A ROW    **
      ** WHOSE DATE WINDOW COVERS THE ORDER DATE WINS OVER BOTH THE   **
      ** CATALOG PRICE AND ANY PROMO IN THE PRICE BACKFILL            **
          05 CTR-END       PIC X(10).
          05 FILLER        PIC X(49).

      ** SHIPTOK - CUSTOMER SHIP-TO ADDRESSES (SHPLDP) : A SHIP-TO   **
      ** CODE ON THE FEED MUST NAME ONE OF THE CUSTOMER'S OWN ROWS   **
       FD SHIPTOK.
       COPY SHIPTO.

      ** FBLANKET - BLANKET-ORDER MASTER MAINTAINED BY BLKLDP : A    **
      ** CALL-OFF LINE MATCHING AN OPEN AGREEMENT PRICES FROM IT AND  **
      ** DRAWS ITS REMAINING QUANTITY DOWN ; THE DRAWN COUNTS ARE     **
       01 ED-MARGIN       PIC -ZZZZ9,99.
       77 CNT-BELOW-COST  PIC 9(4) VALUE 0.
       77 CNT-COST-HELD   PIC 9(4) VALUE 0.

      ** PRICE TOLERANCE (PRICETOL= CARD, WHOLE PERCENT, DEFAULT   **
      ** 10) - AN ORDERED PRICE FURTHER THAN THAT FROM THE PRICE   **
      ** FETCH-PRICE WOULD HAVE CHARGED, EITHER WAY, IS PARKED ON  **
      ** FPRCHLD INSTEAD OF POSTING                                **
       77 WS-PRICE-TOL    PIC 9(3) VALUE 10.
       77 WS-PRICE-DEV    PIC S9(5)V9(1) VALUE 0.
       77 WS-PRICE-PROBE  PIC 9 VALUE 0.
            88 PRICE-PROBE      VALUE 1.
       77 WS-CALC-SRC     PIC X(1) VALUE SPACE.
       01 ED-PRICE-DEV    PIC -ZZZZ9.9.
       77 CNT-PRICE-HELD  PIC 9(4) VALUE 0.

      ** DUPLICATE-ORDER WINDOW (DUPDAYS= CARD, DEFAULT 7, 0 = NO   **
      ** CHECK) - AN ORDER REPEATING THE ORDER DATE, PRODUCTS AND   **
      ** QUANTITIES OF AN ORDER LOADED FOR THE SAME CUSTOMER IN THE **
      ** LAST N DAYS IS PARKED ON FDUPHLD INSTEAD OF POSTING        **
       77 WS-DUP-DAYS     PIC 9(3) VALUE 7.
       77 WS-DUP-FROM-ISO PIC X(10) VALUE SPACES.
       77 WS-DUP-INT      PIC 9(7) VALUE 0.
       01 WS-DUP-YYYYMMDD PIC 9(8) VALUE 0.
       01 WS-DUP-YYYYMMDD-X REDEFINES WS-DUP-YYYYMMDD.
          05 WS-DUP-YYYY  PIC X(4).
          05 WS-DUP-MM    PIC X(2).
          05 WS-DUP-DD    PIC X(2).
       77 DUP-FLAG        PIC 9 VALUE 0.
            88 DUP-SUSPECT      VALUE 1.
       77 WS-DUP-OF       PIC 9(7) VALUE 0.
       01 ED-DUP-OF       PIC 9(7).
       77 WS-DUP-CAND     PIC S9(9) COMP VALUE 0.
       77 WS-DUP-IN-WINDOW PIC X(1) VALUE 'Y'.
       77 WS-DUP-SAME     PIC X(1) VALUE 'Y'.
       77 WS-DUP-HIT      PIC 99 VALUE 0.
       77 FS-ORDLDK       PIC 99 VALUE 0.
       77 ORDLDK-FLAG     PIC 9 VALUE 0.
            88 ORDLDK-OPEN      VALUE 1.
       77 CNT-DUP-HOLDS   PIC 9(4) VALUE 0.
      ** THE ORDER IN FLIGHT'S LINES ('FRT' LEFT OUT), TICKED OFF    **
      ** ONE BY ONE AGAINST A CANDIDATE'S ITEMS ROWS                 **
       01 DUP-LINES.
          05 DL-ENTRY OCCURS 99 TIMES.
             10 DL-P-NO   PIC X(3).
             10 DL-QTY    PIC S9(5).
             10 DL-USED   PIC X(1).
       77 DL-CNT          PIC 99 VALUE 0.
       77 DL-IDX          PIC 99 VALUE 0.
       77 DL-MATCHED      PIC 99 VALUE 0.
       01 DUP-VT-LINE.
          05 FILLER       PIC X(23).
          05 DUP-VT-P-NO  PIC X(3).
          05 DUP-VT-QTY   PIC S9(5).
          05 FILLER       PIC X(49).

      ** CATALOG PRICE IN EFFECT ON THE ORDER DATE (PRCHPROG) -     **
      ** A LATE-LOADED ORDER KEEPS THE PRICE OF THE DAY IT WAS      **
      ** TAKEN, NOT THE ONE ON THE PRODUCTS ROW TONIGHT             **
       COPY PRCHBLK.
       77 WS-PRICE-DATE   PIC X(10) VALUE SPACES.
       77 CNT-DATED-PRICE PIC 9(4) VALUE 0.

      ** UNIT THE CUSTOMER ORDERED IN (UOMPROG) - THE LINE IS TAKEN  **
      ** IN EACHES, THE CONFIRMATION SPEAKS THE CUSTOMER'S UNIT      **
       COPY UOMBLK.
       77 CNT-UOM-CONVERTED PIC 9(4) VALUE 0.
       77 CNT-BAD-UOM     PIC 9(4) VALUE 0.
      ** AUD-PRICE-ED - holds the backfilled price in edited form before **
      ** it is copied into LOGREC-DETAIL, which is plain PIC X          **
       01 AUD-PRICE-ED    PIC Z(4)9.99.
       77 CNT-ORDER-COLLISIONS PIC 9(4) VALUE 0.
       77 CNT-DISCONTINUED PIC 9(4) VALUE 0.
       77 CNT-CREDIT-HOLDS PIC 9(4) VALUE 0.
       77 CNT-PREPAY-HOLDS PIC 9(4) VALUE 0.
       77 CNT-GROUP-HOLDS PIC 9(4) VALUE 0.
       77 WS-SUSPIN       PIC 9     VALUE 0.
            88 FF-SUSPIN            VALUE 1.
       77 FS-SUSPIN       PIC 99    VALUE 0.
       77 COLLIDE-FLAG    PIC 9     VALUE 0.
            88 ORDER-COLLIDED       VALUE 1.

      ** CONFIRMATION DETAIL - PRICE SOURCE, LINE STATUS AND REASON **
      ** ARE BUILT UP AS THE LINE GOES THROUGH UPDATE-ITEMS ; A     **
      ** RECYCLED LINE STILL PENDING WAS ALREADY ANNOUNCED THE      **
      ** NIGHT IT FIRST WENT TO SUSPENSE AND IS NOT REPEATED        **
       COPY ORDCNF.
       77 WS-CNF-RECYC    PIC 9     VALUE 0.
            88 CNF-FROM-SUSPENSE    VALUE 1.

      ** FEED OF ORIGIN OF THE ORDER BEING POSTED - STORED ON THE    **
      ** ORDERS ROW SO REVENUE CAN BE REPORTED BY REGION (REGREVP)   **
       77 WS-REGION       PIC X(2)  VALUE SPACES.
             10 LT-P-NO    PIC X(3).
             10 LT-REMAIN  PIC S9(7).
             10 LT-DATE    PIC X(10).
             10 LT-SNO     PIC X(2).
       77 LOT-CNT         PIC 9(3) VALUE 0.
       77 LOT-IDX         PIC 9(3) VALUE 0.
       77 FS-LOTS         PIC 99 VALUE 0.
       77 CNT-RET-UNAUTH  PIC 9(4) VALUE 0.
       77 WS-RMA-PEND     PIC 9(3) VALUE 0.
       77 WS-RMA-PEND-QTY PIC 9(5) VALUE 0.
       77 WS-RET-RMA-NO   PIC 9(6) VALUE 0.
       77 WS-QI-WH        PIC X(2) VALUE 'QI'.
       77 CNT-INSPECT     PIC 9(4) VALUE 0.

      ** WHAT THE ORDER IN FLIGHT HAS CONSUMED SO FAR : BLANKET    **
      ** DRAWS, RMA USAGE AND LOT TAKES, KEPT PER ORDER SO A       **
            88 CONTRK-OPEN      VALUE 1.
       77 CNT-CONTR-PRICED PIC 9(4) VALUE 0.

      ** SHIP-TO STATE **
       77 FS-SHIPTOK      PIC 99 VALUE 0.
       77 SHIPTOK-FLAG    PIC 9  VALUE 0.
            88 SHIPTOK-OPEN     VALUE 1.
       77 CNT-SHIPTO-BAD  PIC 9(4) VALUE 0.
       77 CNT-REQDT-BAD   PIC 9(4) VALUE 0.

      ** SITE STOCK SECTION LAYOUT **
       01 L-SITE-HEAD     PIC X(34) VALUE
             "STOCK POSITION BY SHIPPING SITE".
            88 ORD-LINES-TRUNC      VALUE 1.
       77 HOLD-IDX        PIC 99    VALUE 0.
       77 CREDIT-FLAG     PIC 9     VALUE 0.
            88 CREDIT-HELD          VALUES 1 2 3.
            88 PREPAY-HELD          VALUE 2.
            88 GROUP-HELD           VALUE 3.
      ** GROUP EXPOSURE - THE HEAD OF THE CUSTOMER'S CORPORATE      **
      ** GROUP AND THE SUMMED BALANCE OF EVERY MEMBER               **
       77 WS-GRP-HEAD     PIC X(3)  VALUE SPACES.
       77 WS-GRP-EXPOSURE PIC S9(9)V9(2) COMP-3 VALUE 0.

      ** RECONCILIATION COUNTERS - LINES READ VS ROWS ACTUALLY INSERTED **
       77 CNT-EU-READ        PIC 9(5) VALUE 0.
              WHERE O_NO = :ORD-O-NO
           END-EXEC

      *** CURSEUR COMMANDES DU MEME CLIENT A LA MEME DATE - LES    ***
      *** CANDIDATES AU DOUBLON DE LA COMMANDE EN COURS            ***
           EXEC SQL
              DECLARE CDUPORD CURSOR
              FOR
              SELECT O_NO
              FROM APIX.ORDERS
              WHERE C_NO = :ORD-C-NO
                AND O_DATE = :ORD-O-DATE
                AND O_NO <> :ORD-O-NO
              ORDER BY O_NO ASC
           END-EXEC

      *** CURSEUR LIGNES D'UNE COMMANDE CANDIDATE AU DOUBLON ***
           EXEC SQL
              DECLARE CDUPITM CURSOR
              FOR
              SELECT P_NO, QUANTITY
              FROM APIX.ITEMS
              WHERE O_NO = :WS-DUP-CAND
           END-EXEC

      *** CURSEUR POSITION DE STOCK PAR SITE EN FIN DE RUN ***
           EXEC SQL
              DECLARE CWHSTK CURSOR
           OPEN INPUT VENTEU VENTAS VENTAM
           OPEN OUTPUT FAUDIT
           OPEN EXTEND FHOLD
           OPEN EXTEND FPRCHLD
           OPEN EXTEND FDUPHLD
           OPEN OUTPUT FSUSPOUT
           OPEN OUTPUT FACKEU FACKAS FACKAM
           OPEN OUTPUT FORDCNF
           PERFORM OPEN-PERIODK
           PERFORM OPEN-PROMOK
           PERFORM LOAD-BLANKETS
           OPEN EXTEND FLOTCONS
           OPEN EXTEND FDSREQN
           OPEN EXTEND FSTKMOV
           OPEN EXTEND FRETINS
           OPEN EXTEND FBACKORD
           ACCEPT WS-RUN-DATE-BO FROM DATE
           MOVE SPACES TO WS-BO-DATE-ISO
             INTO WS-BO-DATE-ISO
           END-STRING
           PERFORM OPEN-CONTRK
           PERFORM OPEN-SHIPTOK
           PERFORM OPEN-ORDLDK
           MOVE "ORDER NO.  " TO LOGREC-LABEL
           WRITE ENR-AUDIT FROM AUDIT-HEAD
           PERFORM PROCESS-SUSPENSE
           CLOSE FLOTCONS
           CLOSE FBACKORD
           CLOSE FSTKMOV
           CLOSE FRETINS
           CLOSE FDSREQN
           PERFORM WRITE-STOCK-REPORT
           CLOSE VENTEU VENTAS VENTAM
           CLOSE FHOLD
           CLOSE FPRCHLD
           CLOSE FDUPHLD
           CALL 'PRCHRST'
           CALL 'UOMRST'
           CLOSE FSUSPOUT
           CLOSE FACKEU FACKAS FACKAM
           CLOSE FORDCNF
           IF PERIODK-OPEN
              CLOSE PERIODK
           END-IF
           IF CONTRK-OPEN
              CLOSE CONTRK
           END-IF
           IF SHIPTOK-OPEN
              CLOSE SHIPTOK
           END-IF
           IF SUPSDK-OPEN
              CLOSE SUPSDK
           END-IF
           IF ORDLDK-OPEN
              CLOSE ORDLDK
           END-IF
           PERFORM WRITE-AUDIT-FOOTER
           CLOSE FAUDIT
           DISPLAY 'REJECTED/SKIPPED RECORDS : ' CNT-REJECTS
           DISPLAY 'CONTRACT PRICES APPLIED  : ' CNT-CONTR-PRICED
           DISPLAY 'RMA RETURNS CONSUMED     : ' CNT-RMA-USED
           DISPLAY 'RETURNS NOT AUTHORIZED   : ' CNT-RET-UNAUTH
           DISPLAY 'RETURNS TO INSPECTION    : ' CNT-INSPECT
           DISPLAY 'LINES BACKORDERED        : ' CNT-BACKORDERED
           DISPLAY 'BELOW-COST LINES FLAGGED : ' CNT-BELOW-COST
           DISPLAY 'BELOW-COST LINES HELD    : ' CNT-COST-HELD
           DISPLAY 'PRICE EXCEPTIONS PARKED  : ' CNT-PRICE-HELD
           DISPLAY 'DUPLICATE ORDERS PARKED  : ' CNT-DUP-HOLDS
           DISPLAY 'PRICED AT ORDER-DATE LIST: ' CNT-DATED-PRICE
           DISPLAY 'LINES CONVERTED TO EACHES: ' CNT-UOM-CONVERTED
           DISPLAY 'UNKNOWN ORDER UNITS      : ' CNT-BAD-UOM
           DISPLAY 'OUT-OF-TERRITORY ORDERS  : ' CNT-OUT-OF-TERR
           DISPLAY 'UNKNOWN SHIP-TO CODES    : ' CNT-SHIPTO-BAD
           DISPLAY 'BAD REQUESTED DATES      : ' CNT-REQDT-BAD
           DISPLAY 'DROP-SHIP LINES          : ' CNT-DROPSHIP
           DISPLAY 'STOCK MOVEMENTS JOURNALED: ' CNT-MOVEMENTS
           DISPLAY 'KIT LINES EXPLODED       : ' CNT-KIT-LINES
           GOBACK.
       
      *** PARAGRAPHS ***
      ** READ-PARM-CARDS - the commit interval in orders (default    **
      ** every 100), the margin floor, the cost hold, the dry-run     **
      ** switch, the price tolerance and the duplicate-order window   **
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 6 TO PARM-COUNT
           MOVE 'COMMITN'  TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE 'X'        TO PARM-TYPE(4)
           MOVE 'N'        TO PARM-REQUIRED(4)
           MOVE 'N'        TO PARM-DEFAULT(4)
           MOVE 'PRICETOL' TO PARM-KEYWORD(5)
           MOVE 'N'        TO PARM-TYPE(5)
           MOVE 'N'        TO PARM-REQUIRED(5)
           MOVE '010'      TO PARM-DEFAULT(5)
           MOVE 'DUPDAYS'  TO PARM-KEYWORD(6)
           MOVE 'N'        TO PARM-TYPE(6)
           MOVE 'N'        TO PARM-REQUIRED(6)
           MOVE '007'      TO PARM-DEFAULT(6)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE WS-COMMIT-N = FUNCTION NUMVAL(PARM-VALUE(1))
              COMPUTE WS-MARGIN-PCT = FUNCTION NUMVAL(PARM-VALUE(2))
              MOVE PARM-VALUE(3)(1:1) TO WS-COST-HOLD
              MOVE PARM-VALUE(4)(1:1) TO WS-NOUPDATE
              COMPUTE WS-PRICE-TOL = FUNCTION NUMVAL(PARM-VALUE(5))
              COMPUTE WS-DUP-DAYS = FUNCTION NUMVAL(PARM-VALUE(6))
              IF DRY-RUN
                 DISPLAY '*** PART2P : NOUPDATE MODE - NOTHING'
                         ' WILL POST ***'
           MOVE 'FETCH PRICE ' TO WS-MSG
           PERFORM TEST-SQLCODE
           IF REC-OK
              PERFORM GET-DATED-PRICE
              MOVE 'C' TO CNF-SRC
              PERFORM CHECK-PROMO
              PERFORM CHECK-CONTRACT
           END-IF
           .

      ** GET-DATED-PRICE - the catalog price in effect on the order   **
      ** date replaces the one on the row ; a product with no history **
      ** that far back keeps the row's price                         **
       GET-DATED-PRICE.
           MOVE ENR-O-DATE TO WS-PRICE-DATE
           MOVE ZERO TO WS-SLASH-CNT
           INSPECT WS-PRICE-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
           IF WS-SLASH-CNT > 0
              CALL WS-DATEPROG USING WS-PRICE-DATE WS-FORMAT
           END-IF
           INITIALIZE PRCH-BLOCK
           MOVE 'L'           TO PH-ACTION
           MOVE ENR-P-NO      TO PH-P-NO
           MOVE WS-PRICE-DATE TO PH-DATE
           CALL 'PRCHPROG' USING PRCH-BLOCK
           IF PH-OK AND PH-PRICE NOT = PRO-PRICE
              MOVE PH-PRICE TO PRO-PRICE
              IF NOT PRICE-PROBE
                 ADD 1 TO CNT-DATED-PRICE
              END-IF
           END-IF
           .

      ** CHECK-PROMO - when a promotion window covers the order date  **
      ** the promo price wins over the catalog price just fetched     **
       CHECK-PROMO.
                 IF WS-PROMO-DATE NOT < PROM-START AND
                    WS-PROMO-DATE NOT > PROM-END
                    MOVE PROM-PRICE TO PRO-PRICE
                    MOVE 'P' TO CNF-SRC
                    IF NOT PRICE-PROBE
                       MOVE ENR-P-NO TO LOGREC-PNO
                       MOVE 'PROMO PRICE APPLIED' TO WS-MSG
                       PERFORM WRITE-AUDIT
                       ADD 1 TO CNT-PROMO-APPLIED
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           .

      ** OPEN-SHIPTOK - no ship-to file means every order delivers **
      ** to the customer's own address                             **
       OPEN-SHIPTOK.
           OPEN INPUT SHIPTOK
           IF FS-SHIPTOK = 0
              SET SHIPTOK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO SHIP-TO FILE, BILL-TO ADDRESSES ONLY'
           END-IF
           .

      ** OPEN-ORDLDK - the load register is created on the first    **
      ** live run ; without it every same-day order of the customer  **
      ** still on file counts as inside the window                   **
       OPEN-ORDLDK.
           IF DRY-RUN
              OPEN INPUT ORDLDK
           ELSE
              OPEN I-O ORDLDK
              IF FS-ORDLDK = 35
                 OPEN OUTPUT ORDLDK
                 CLOSE ORDLDK
                 OPEN I-O ORDLDK
              END-IF
           END-IF
           IF FS-ORDLDK = 0
              SET ORDLDK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO ORDER LOAD REGISTER, NO DUPLICATE WINDOW'
           END-IF
      ** FIRST LOAD DAY STILL INSIDE THE WINDOW **
           MOVE WS-BO-DATE-ISO(1:4) TO WS-DUP-YYYY
           MOVE WS-BO-DATE-ISO(6:2) TO WS-DUP-MM
           MOVE WS-BO-DATE-ISO(9:2) TO WS-DUP-DD
           COMPUTE WS-DUP-INT =
              FUNCTION INTEGER-OF-DATE(WS-DUP-YYYYMMDD) - WS-DUP-DAYS
           COMPUTE WS-DUP-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-DUP-INT)
           STRING WS-DUP-YYYY '-' WS-DUP-MM '-' WS-DUP-DD
              DELIMITED BY SIZE INTO WS-DUP-FROM-ISO
           END-STRING
           .

      ** CHECK-SHIP-TO - a code the customer does not have still    **
      ** loads the order, delivered to the bill-to address, but it  **
      ** goes on FAUDIT so the desk can correct the ship-to         **
       CHECK-SHIP-TO.
           IF ENR-SHIPTO NOT = SPACES
              MOVE 1 TO FS-SHIPTOK
              IF SHIPTOK-OPEN
                 MOVE ENR-C-NO   TO SHP-C-NO
                 MOVE ENR-SHIPTO TO SHP-CODE
                 READ SHIPTOK
              END-IF
              IF FS-SHIPTOK NOT = 0
                 MOVE ENR-SHIPTO TO LOGREC-DETAIL
                 MOVE 'UNKNOWN SHIP-TO' TO WS-MSG
                 PERFORM WRITE-AUDIT
                 ADD 1 TO CNT-SHIPTO-BAD
                 MOVE SPACES TO ENR-SHIPTO
              END-IF
           END-IF
           .

      ** CHECK-CONTRACT - a contract row covering the order date     **
      ** wins over whatever the catalog and the promo just decided ; **
      ** every application leaves an FAUDIT line                     **
                 IF ENR-O-DATE NOT < CTR-START AND
                    ENR-O-DATE NOT > CTR-END
                    MOVE CTR-PRICE TO PRO-PRICE
                    MOVE 'K' TO CNF-SRC
                    IF NOT PRICE-PROBE
                       MOVE ENR-P-NO TO LOGREC-PNO
                       MOVE 'CONTRACT PRICE' TO WS-MSG
                       PERFORM WRITE-AUDIT
                       ADD 1 TO CNT-CONTR-PRICED
                    END-IF
                 END-IF
              END-IF
           END-IF
                  PERFORM UPDATE-ITEMS
               ELSE
                  PERFORM WRITE-SUSPENSE
                  PERFORM WRITE-CNF-ORDER-REFUSED
               END-IF
               PERFORM LECT-VENTEU

           PERFORM SET-ACK-DISP
           MOVE EU-CMD-CURR TO ACK-O-NO
           WRITE ENR-ACKEU FROM ST-ACK
           PERFORM WRITE-CNF-TRAILER
           .
       
       TRAIT-AS.
                  PERFORM UPDATE-ITEMS
               ELSE
                  PERFORM WRITE-SUSPENSE
                  PERFORM WRITE-CNF-ORDER-REFUSED
               END-IF
               PERFORM LECT-VENTAS

           PERFORM SET-ACK-DISP
           MOVE AS-CMD-CURR TO ACK-O-NO
           WRITE ENR-ACKAS FROM ST-ACK
           PERFORM WRITE-CNF-TRAILER
           .

       TRAIT-AM.
                  PERFORM UPDATE-ITEMS
               ELSE
                  PERFORM WRITE-SUSPENSE
                  PERFORM WRITE-CNF-ORDER-REFUSED
               END-IF
               PERFORM LECT-VENTAM

           PERFORM SET-ACK-DISP
           MOVE AM-CMD-CURR TO ACK-O-NO
           WRITE ENR-ACKAM FROM ST-ACK
           PERFORM WRITE-CNF-TRAILER
           .


           EVALUATE TRUE
              WHEN SKIP-ORDER
                 MOVE 'REJECTED - SEE AUDIT' TO ACK-DISP
              WHEN DUP-SUSPECT
                 MOVE 'HELD - DUPLICATE' TO ACK-DISP
              WHEN PREPAY-HELD
                 MOVE 'HELD - PREPAYMENT' TO ACK-DISP
              WHEN GROUP-HELD
                 MOVE 'HELD - GROUP LIMIT' TO ACK-DISP
              WHEN CREDIT-HELD
                 MOVE 'HELD - CREDIT LIMIT' TO ACK-DISP
              WHEN ORDER-COLLIDED
      ** INSERT-ORDER-ROW - the actual ORDERS insert, once the        **
      ** posting-date control has let the order through               **
       INSERT-ORDER-ROW.
           PERFORM CHECK-SHIP-TO
           MOVE ENR-O-NO     TO ORD-O-NO
           MOVE ENR-E-NO     TO ORD-S-NO
           MOVE ENR-C-NO     TO ORD-C-NO
           MOVE ENR-O-DATE   TO ORD-O-DATE
           MOVE WS-REGION    TO ORD-REGION
           MOVE WS-CUR-WH    TO ORD-WH
           MOVE ENR-SHIPTO   TO ORD-SHIP-TO

           MOVE 'UPDATING ORDERS' TO WS-MSG
           IF DRY-RUN
              EXEC SQL
                INSERT INTO
                      APIX.ORDERS(O_NO, S_NO, C_NO, O_DATE, REGION,
                                  WH, SHIP_TO)
                VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                        :ORD-REGION, :ORD-WH, :ORD-SHIP-TO)
              END-EXEC
           END-IF

                 EXEC SQL
                   INSERT INTO
                         APIX.ORDERS(O_NO, S_NO, C_NO, O_DATE,
                                     REGION, WH, SHIP_TO)
                   VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO,
                           :ORD-O-DATE, :ORD-REGION, :ORD-WH,
                           :ORD-SHIP-TO)
                 END-EXEC
              END-IF
           END-IF
           MOVE 0 TO SKIP-ITEM-FLAG
           MOVE 0 TO WS-BLK-PEND
           MOVE 0 TO WS-RMA-PEND
           MOVE 0 TO WS-RET-RMA-NO
           MOVE 'F'    TO CNF-SRC
           MOVE 'C'    TO CNF-STATUS
           MOVE SPACES TO CNF-REASON
           PERFORM SET-REQ-DATE
           PERFORM CHECK-PROD-STATUS
           IF NOT SKIP-ITEM
              PERFORM SET-LINE-UOM
           END-IF
           IF NOT SKIP-ITEM
              PERFORM CHECK-BLANKET
           END-IF
              ELSE
                 SET SKIP-ITEM TO TRUE
                 PERFORM WRITE-SUSPENSE
                 PERFORM SET-CNF-NOT-POSTED
                 MOVE 'PRICE NOT FOUND' TO CNF-REASON
              END-IF
           ELSE
      ** A BLANKET CALL-OFF ALREADY CARRIES THE AGREED PRICE **
              IF NOT SKIP-ITEM AND ENR-QUANTITY > 0 AND
                 ENR-P-NO NOT = 'FRT' AND CNF-SRC-ORDERED
                 PERFORM CHECK-PRICE-TOLERANCE
              END-IF
           END-IF

              MOVE ENR-P-NO       TO ITE-P-NO
              MOVE ENR-QUANTITY   TO ITE-QUANTITY
              MOVE ENR-PRICE      TO ITE-PRICE
              MOVE ENR-REQ-DATE   TO ITE-REQ-DATE
              MOVE ENR-UOM        TO ITE-UOM

              IF DRY-RUN
                 MOVE 0 TO SQLCODE
              ELSE
                 EXEC SQL
                    INSERT INTO
                    APIX.ITEMS(O_NO, P_NO, QUANTITY, PRICE, REQ_DATE,
                               UOM)
                    VALUES (:ITE-O-NO, :ITE-P-NO, :ITE-QUANTITY,
                            :ITE-PRICE, :ITE-REQ-DATE, :ITE-UOM)
                 END-EXEC
              END-IF
              MOVE 'UPDATING ITEMS' TO WS-MSG
                 IF ENR-P-NO NOT = 'FRT'
                    EVALUATE TRUE
                       WHEN LINE-IS-DROPSHIP
                          MOVE 'D' TO CNF-STATUS
                          PERFORM WRITE-DSHIP-REQN
                       WHEN LINE-IS-KIT
                          PERFORM EXPLODE-KIT-STOCK
                       WHEN ENR-QUANTITY < 0
                          PERFORM RECEIVE-INTO-INSPECTION
                       WHEN OTHER
                          PERFORM UPDATE-STOCK
                    END-EVALUATE
                 END-IF
              ELSE
                 PERFORM WRITE-SUSPENSE
                 PERFORM SET-CNF-NOT-POSTED
                 MOVE 'NOT POSTED' TO CNF-REASON
              END-IF
           END-IF
           PERFORM WRITE-CNF-LINE
           .

      ** SET-REQ-DATE - the delivery date the customer asked for on  **
      ** the line ; none means as soon as possible, which is the     **
      ** load date. A date that is not YYYY-MM-DD, or a fresh line   **
      ** asking for a day already behind us, also falls back to the  **
      ** load date and goes on FAUDIT so the desk can confirm it     **
      ** with the customer. The date is settled on the feed line     **
      ** itself, so a line parked on backorder or suspense comes     **
      ** back through suspense with it and keeps it                  **
       SET-REQ-DATE.
           IF ENR-REQ-DATE = SPACES
              MOVE WS-BO-DATE-ISO TO ENR-REQ-DATE
           ELSE
              IF ENR-REQ-DATE(1:4) IS NUMERIC AND
                 ENR-REQ-DATE(5:1) = '-' AND
                 ENR-REQ-DATE(6:2) >= '01' AND
                 ENR-REQ-DATE(6:2) <= '12' AND
                 ENR-REQ-DATE(8:1) = '-' AND
                 ENR-REQ-DATE(9:2) >= '01' AND
                 ENR-REQ-DATE(9:2) <= '31' AND
                 (ENR-REQ-DATE >= WS-BO-DATE-ISO OR CNF-FROM-SUSPENSE)
                 CONTINUE
              ELSE
                 MOVE ENR-P-NO     TO LOGREC-PNO
                 MOVE ENR-REQ-DATE TO LOGREC-DETAIL
                 MOVE 'BAD REQUESTED DATE' TO WS-MSG
                 PERFORM WRITE-AUDIT
                 ADD 1 TO CNT-REQDT-BAD
                 MOVE WS-BO-DATE-ISO TO ENR-REQ-DATE
              END-IF
           END-IF
           .

      ** SET-LINE-UOM - a line ordered by the case comes in as      **
      ** eaches : the quantity times the pack size, the price per   **
      ** case spread over it. The line keeps the customer's unit    **
      ** for the documents and is marked B, so a line coming back  **
      ** from suspense, a hold or a backorder is never converted   **
      ** twice. A unit the product does not have is not guessed    **
      ** at : the line is rejected until UOMK knows it             **
       SET-LINE-UOM.
           IF ENR-UOM = SPACES OR ENR-UOM = 'EA' OR
              ENR-UOM-IN-BASE OR ENR-P-NO = 'FRT'
              CONTINUE
           ELSE
              INITIALIZE UOM-BLOCK
              MOVE 'C'          TO UM-ACTION
              MOVE ENR-P-NO     TO UM-ITEM
              MOVE ENR-UOM      TO UM-CODE
              MOVE ENR-QUANTITY TO UM-QTY
              CALL 'UOMPROG' USING UOM-BLOCK
              IF UM-OK AND UM-BASE-QTY < 100000 AND
                 UM-BASE-QTY > -100000
                 MOVE UM-BASE-QTY TO ENR-QUANTITY
                 COMPUTE ENR-PRICE ROUNDED = ENR-PRICE / UM-FACTOR
                 SET ENR-UOM-IN-BASE TO TRUE
                 ADD 1 TO CNT-UOM-CONVERTED
              ELSE
                 SET SKIP-ITEM TO TRUE
                 MOVE ENR-P-NO TO LOGREC-PNO
                 MOVE ENR-UOM  TO LOGREC-DETAIL
                 MOVE 'UNKNOWN UNIT' TO WS-MSG
                 PERFORM WRITE-AUDIT
                 ADD 1 TO CNT-BAD-UOM
                 ADD 1 TO CNT-REJECTS
              END-IF
           END-IF
           .

      ** SET-CNF-NOT-POSTED - a line the database turned down is    **
      ** pending when it recycles through suspense, refused when    **
      ** it never can                                               **
       SET-CNF-NOT-POSTED.
           IF SUSP-RECYCLABLE
              MOVE 'P' TO CNF-STATUS
           ELSE
              MOVE 'R' TO CNF-STATUS
           END-IF
           .

      ** WRITE-CNF-LINE - the line as the customer will see it on  **
      ** the confirmation : a skipped line not already classed as  **
      ** backordered, held or pending is refused, under the reason **
      ** its edit left in WS-MSG                                    **
       WRITE-CNF-LINE.
           IF SKIP-ITEM AND CNF-STATUS = 'C'
              MOVE 'R' TO CNF-STATUS
           END-IF
           IF CNF-STATUS NOT = 'C' AND CNF-STATUS NOT = 'D' AND
              CNF-REASON = SPACES
              MOVE WS-MSG TO CNF-REASON
           END-IF
           IF CNF-FROM-SUSPENSE AND CNF-STATUS = 'P'
              CONTINUE
           ELSE
              PERFORM WRITE-CNF-LINE-RECORD
           END-IF
           .

      ** WRITE-CNF-ORDER-REFUSED - a line of an order whose ORDERS  **
      ** row never went in : refused for a closed period, pending   **
      ** when the order itself recycles                             **
       WRITE-CNF-ORDER-REFUSED.
           MOVE 'F' TO CNF-SRC
           IF PERIOD-CLOSED
              MOVE 'R' TO CNF-STATUS
              MOVE 'CLOSED PERIOD' TO CNF-REASON
           ELSE
              PERFORM SET-CNF-NOT-POSTED
              MOVE 'ORDER NOT LOADED' TO CNF-REASON
           END-IF
           PERFORM WRITE-CNF-LINE-RECORD
           .

      ** WRITE-CNF-TRAILER - closes the order with the disposition  **
      ** the regional acknowledgment just carried                   **
       WRITE-CNF-TRAILER.
           MOVE 'T'      TO CNF-TYPE
           MOVE ACK-DISP TO CNF-REASON
           MOVE ZERO     TO CNF-QTY CNF-PRICE
           MOVE SPACES   TO CNF-P-NO CNF-SRC CNF-STATUS CNF-UOM
           PERFORM WRITE-CNF-RECORD
           .

       WRITE-CNF-LINE-RECORD.
           MOVE 'L'          TO CNF-TYPE
           MOVE ENR-P-NO     TO CNF-P-NO
           MOVE ENR-QUANTITY TO CNF-QTY
           MOVE ENR-PRICE    TO CNF-PRICE
           PERFORM SET-CNF-UOM
           PERFORM WRITE-CNF-RECORD
           .

      ** SET-CNF-UOM - a line taken in eaches is confirmed back in  **
      ** the customer's own unit ; an odd number of eaches, or a    **
      ** unit price too big for the document, stays in eaches. A   **
      ** line refused before it was converted is still as ordered  **
       SET-CNF-UOM.
           MOVE ENR-UOM TO CNF-UOM
           IF ENR-UOM-IN-BASE
              INITIALIZE UOM-BLOCK
              MOVE 'F'          TO UM-ACTION
              MOVE ENR-P-NO     TO UM-ITEM
              MOVE ENR-UOM      TO UM-CODE
              MOVE ENR-QUANTITY TO UM-BASE-QTY
              CALL 'UOMPROG' USING UOM-BLOCK
              MOVE SPACES TO CNF-UOM
              IF UM-OK
                 COMPUTE CNF-PRICE = ENR-PRICE * UM-FACTOR
                    ON SIZE ERROR
                       MOVE ENR-PRICE TO CNF-PRICE
                    NOT ON SIZE ERROR
                       MOVE UM-QTY  TO CNF-QTY
                       MOVE ENR-UOM TO CNF-UOM
                 END-COMPUTE
              END-IF
           END-IF
           .

      ** WRITE-CNF-RECORD - the feed may still carry the raw order  **
      ** date, so only a date holding '/' goes through CONVDATE ;   **
      ** a dry run confirms nothing to anyone                       **
       WRITE-CNF-RECORD.
           IF LIVE-RUN
              MOVE ENR-O-NO     TO CNF-O-NO
              MOVE ENR-C-NO     TO CNF-C-NO
              MOVE ENR-O-DATE   TO CNF-O-DATE
              MOVE ZERO TO WS-SLASH-CNT
              INSPECT CNF-O-DATE TALLYING WS-SLASH-CNT FOR ALL '/'
              IF WS-SLASH-CNT > 0
                 CALL WS-DATEPROG USING CNF-O-DATE WS-FORMAT
              END-IF
              MOVE WS-CUR-WH    TO CNF-WH
              WRITE ENR-ORDCNF FROM ST-ORDCNF
           END-IF
           .

      ** CHECK-PROD-STATUS - a sales line against a discontinued      **
                 PERFORM WRITE-AUDIT
                 ADD 1 TO CNT-BELOW-COST
                 IF COST-HOLD-ON
                    MOVE 'H' TO CNF-STATUS
                    IF LIVE-RUN
                       WRITE ENR-HOLD FROM ENR-VENTE-ST
                    END-IF
           END-IF
           .

      ** CHECK-PRICE-TOLERANCE - the ordered price is set against   **
      ** what FETCH-PRICE would have charged (dated catalog, promo,  **
      ** contract) ; further off than PRICETOL either way, the line  **
      ** is parked on FPRCHLD with both prices for the PRCRELP desk  **
      ** instead of posting. The probe leaves no promo/contract      **
      ** audit line - the price it found is not the one charged -    **
      ** and a catalog miss simply lets the ordered price stand      **
       CHECK-PRICE-TOLERANCE.
           MOVE ENR-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT PRICE
              INTO :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO CNF-SRC
           SET PRICE-PROBE TO TRUE
           PERFORM GET-DATED-PRICE
           PERFORM CHECK-PROMO
           PERFORM CHECK-CONTRACT
           MOVE 0 TO WS-PRICE-PROBE
           MOVE CNF-SRC TO WS-CALC-SRC
           MOVE 'F' TO CNF-SRC
           IF PRO-PRICE NOT > 0
              EXIT PARAGRAPH
           END-IF
      ** A DEVIATION TOO WIDE FOR THE FIELD IS PINNED AT ITS LIMIT, **
      ** SO IT CAN NEVER WRAP ROUND INTO THE TOLERANCE              **
           COMPUTE WS-PRICE-DEV ROUNDED =
              (ENR-PRICE - PRO-PRICE) * 100 / PRO-PRICE
              ON SIZE ERROR
                 IF ENR-PRICE < PRO-PRICE
                    MOVE -99999.9 TO WS-PRICE-DEV
                 ELSE
                    MOVE 99999.9 TO WS-PRICE-DEV
                 END-IF
           END-COMPUTE
           IF WS-PRICE-DEV > WS-PRICE-TOL OR
              WS-PRICE-DEV < 0 - WS-PRICE-TOL
              MOVE WS-PRICE-DEV TO ED-PRICE-DEV
              MOVE ED-PRICE-DEV TO LOGREC-DETAIL
              MOVE ENR-P-NO TO LOGREC-PNO
              MOVE 'PRICE EXCEPTION' TO WS-MSG
              PERFORM WRITE-AUDIT
              IF LIVE-RUN
                 MOVE SPACES         TO ST-PRCHLD
                 MOVE ENR-VENTE-ST   TO PXH-LINE
                 MOVE PRO-PRICE      TO PXH-CALC-PRICE
                 MOVE WS-CALC-SRC    TO PXH-CALC-SRC
      ** THE HOLD RECORD KEEPS THREE DIGITS - PAST THEM IT SHOWS  **
      ** THE LIMIT, THE AUDIT LINE ABOVE THE TRUE FIGURE          **
                 EVALUATE TRUE
                    WHEN WS-PRICE-DEV > 999.9
                       MOVE 999.9          TO PXH-DEV-PCT
                    WHEN WS-PRICE-DEV < -999.9
                       MOVE -999.9         TO PXH-DEV-PCT
                    WHEN OTHER
                       MOVE WS-PRICE-DEV   TO PXH-DEV-PCT
                 END-EVALUATE
                 MOVE WS-REGION      TO PXH-REGION
                 MOVE WS-CUR-WH      TO PXH-WH
                 MOVE WS-BO-DATE-ISO TO PXH-HELD-DATE
                 WRITE ST-PRCHLD
              END-IF
              MOVE 'H' TO CNF-STATUS
              MOVE 'PRICE EXCEPTION' TO CNF-REASON
              ADD 1 TO CNT-PRICE-HELD
              ADD 1 TO CNT-REJECTS
              SET SKIP-ITEM TO TRUE
           END-IF
           .

      ** CHECK-STOCK-COVER - a sale the on-hand count cannot cover  **
      ** goes on the backorder file whole, instead of posting and    **
      ** driving the count negative ; BORDRELP releases it through   **
              MOVE ENR-P-NO TO LOGREC-PNO
              MOVE 'BACKORDERED' TO WS-MSG
              PERFORM WRITE-AUDIT
              MOVE 'B' TO CNF-STATUS
              ADD 1 TO CNT-BACKORDERED
              SET SKIP-ITEM TO TRUE
           END-IF
                          MOVE LOT-P-NO       TO LT-P-NO(LOT-CNT)
                          MOVE LOT-QTY-REMAIN TO LT-REMAIN(LOT-CNT)
                          MOVE LOT-RECV-DATE  TO LT-DATE(LOT-CNT)
                          MOVE LOT-SNO        TO LT-SNO(LOT-CNT)
                       ELSE
                          DISPLAY 'LOT TABLE FULL, RAISE OCCURS'
                       END-IF
                 MOVE LT-P-NO(LOT-IDX)   TO LOT-P-NO
                 MOVE LT-REMAIN(LOT-IDX) TO LOT-QTY-REMAIN
                 MOVE LT-DATE(LOT-IDX)   TO LOT-RECV-DATE
                 MOVE LT-SNO(LOT-IDX)    TO LOT-SNO
                 WRITE ENR-LOTS
              END-PERFORM
              CLOSE FLOTS
      ** RECYCLES MUST NOT BURN IT                             **
              MOVE WS-RMA-HIT TO WS-RMA-PEND
              MOVE WS-RET-QTY TO WS-RMA-PEND-QTY
              MOVE RT-NO(WS-RMA-HIT) TO WS-RET-RMA-NO
           ELSE
              MOVE ENR-P-NO TO LOGREC-PNO
              MOVE 'RETURN NOT AUTH' TO WS-MSG
              SET SKIP-ITEM TO TRUE
      ** THE RMA MAY SIMPLY NOT BE ISSUED YET - RECYCLE THE LINE **
              SET SUSP-RECYCLABLE TO TRUE
              MOVE 'P' TO CNF-STATUS
              PERFORM WRITE-SUSPENSE
           END-IF
           .
                    SET SKIP-ITEM TO TRUE
                 ELSE
                    MOVE BT-PRICE(WS-BLK-HIT) TO ENR-PRICE
                    MOVE 'B' TO CNF-SRC
                    MOVE WS-BLK-HIT   TO WS-BLK-PEND
                    MOVE ENR-QUANTITY TO WS-BLK-PEND-QTY
                    MOVE ENR-P-NO TO LOGREC-PNO
           IF FS-SUSPIN NOT = 0
              DISPLAY 'NO SUSPENSE FILE, NOTHING TO RECYCLE'
           ELSE
              SET CNF-FROM-SUSPENSE TO TRUE
              PERFORM LECT-SUSPIN
              PERFORM UNTIL FF-SUSPIN
                 PERFORM TRAIT-SUSP-LINE
                 PERFORM LECT-SUSPIN
              END-PERFORM
              MOVE 0 TO WS-CNF-RECYC
              CLOSE FSUSPIN
           END-IF
           .
              MOVE 'SU'         TO ORD-REGION
              MOVE 'D1'         TO WS-CUR-WH
              MOVE WS-CUR-WH    TO ORD-WH
              PERFORM CHECK-SHIP-TO
              MOVE ENR-SHIPTO   TO ORD-SHIP-TO

              MOVE 'SUSP: INSERT ORDER' TO WS-MSG
              IF DRY-RUN
                 EXEC SQL
                   INSERT INTO
                         APIX.ORDERS(O_NO, S_NO, C_NO, O_DATE, REGION,
                                     WH, SHIP_TO)
                 VALUES (:ORD-O-NO, :ORD-S-NO, :ORD-C-NO, :ORD-O-DATE,
                           :ORD-REGION, :ORD-WH, :ORD-SHIP-TO)
                 END-EXEC
              END-IF
              PERFORM TEST-SQLCODE
                 SET SKIP-ORDER TO TRUE
              ELSE
                 ADD 1 TO CNT-ORDERS-INSERTED
                 PERFORM RECORD-ORDER-LOAD
              END-IF
           END-IF
           .

      ** UPDATE-STOCK - each sold line takes its quantity out of the **
      ** product's on-hand count ; return/credit lines (negative      **
      ** quantity) go to inspection instead (RECEIVE-INTO-INSPECTION).**
      ** A sale that drives the count below zero raises an            **
      ** out-of-stock warning on FAUDIT                               **
       UPDATE-STOCK.
           MOVE ENR-P-NO TO PRO-P-NO
           IF DRY-RUN
           ADD 1 TO CNT-MOVEMENTS
           .

      ** RECEIVE-INTO-INSPECTION - a return line comes back into     **
      ** inspection, not into ON_HAND : it cannot be sold again      **
      ** until RETDSPP restocks it. The journal movement cites site  **
      ** QI and carries the unchanged balance                        **
       RECEIVE-INTO-INSPECTION.
           IF DRY-RUN
              EXIT PARAGRAPH
           END-IF
           MOVE ENR-P-NO TO PRO-P-NO
           COMPUTE WS-COMP-QTY = 0 - ITE-QUANTITY
           MOVE ENR-C-NO      TO RIN-C-NO
           MOVE WS-RET-RMA-NO TO RIN-RMA-NO
           MOVE ENR-O-NO      TO RIN-O-NO
           PERFORM WRITE-INSPECTION-ENTRY
           ADD 1 TO CNT-INSPECT
           .

      ** WRITE-INSPECTION-ENTRY - WS-COMP-QTY of PRO-P-NO into (or,  **
      ** negative, back out of) inspection ; the caller sets the     **
      ** order, customer and RMA                                     **
       WRITE-INSPECTION-ENTRY.
           SET RIN-RECEIVED   TO TRUE
           MOVE PRO-P-NO       TO RIN-P-NO
           MOVE WS-CUR-WH      TO RIN-WH
           MOVE WS-BO-DATE-ISO TO RIN-DATE
           MOVE WS-COMP-QTY    TO RIN-QTY
           MOVE 0              TO RIN-COST
           MOVE 'PART2P'       TO RIN-PGM
           WRITE ST-RETINS
           EXEC SQL
              SELECT ON_HAND
              INTO :PRO-ON-HAND
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           MOVE WS-BO-DATE-ISO TO MOV-DATE
           MOVE 'PART2P'       TO MOV-PGM
           MOVE RIN-O-NO       TO MOV-REF
           MOVE PRO-P-NO       TO MOV-P-NO
           MOVE WS-QI-WH       TO MOV-WH
           MOVE WS-COMP-QTY    TO MOV-DELTA
           MOVE PRO-ON-HAND    TO MOV-BALANCE
           WRITE ST-STKMOV
           ADD 1 TO CNT-MOVEMENTS
           .

      ** WRITE-STOCK-REPORT - the stock position the floor can trust, **
      ** written once the whole night's sales have been applied       **
       WRITE-STOCK-REPORT.
       UPDATE-CA-CUSTOMER.
           COMPUTE CUST-COMM-UP = CUST-COMM-TOTAL + CUST-RETURN-TOTAL
           MOVE ORD-C-NO  TO CUS-C-NO
      ** A SECOND KEYING OF AN ORDER ALREADY ON THE BOOKS IS HELD  **
      ** WHATEVER THE CUSTOMER'S CREDIT                            **
           PERFORM CHECK-DUPLICATE-ORDER
           IF DUP-SUSPECT
              MOVE 0 TO CREDIT-FLAG
           ELSE
              PERFORM CHECK-CREDIT-LIMIT
           END-IF
           IF DUP-SUSPECT OR CREDIT-HELD
              PERFORM HOLD-ORDER
           ELSE
              IF DRY-RUN
                 END-EXEC
              END-IF
              PERFORM TEST-SQLCODE
              PERFORM RECORD-ORDER-LOAD
           END-IF
           .

      ** CHECK-DUPLICATE-ORDER - the same customer's orders of the   **
      ** same order date, loaded within the window, whose ITEMS rows **
      ** carry exactly this order's products and quantities : the    **
      ** order in flight is then taken for a second keying of that   **
      ** one. 'FRT' charge lines do not count, and an order too long **
      ** for the line buffer is not compared                         **
       CHECK-DUPLICATE-ORDER.
           MOVE 0 TO DUP-FLAG
           MOVE 0 TO WS-DUP-OF
           IF WS-DUP-DAYS = 0 OR ORD-LINES-TRUNC
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO DL-CNT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > ORD-LINE-CNT
              MOVE ORD-LINE-ENTRY(HOLD-IDX) TO DUP-VT-LINE
              IF DUP-VT-P-NO NOT = 'FRT'
                 ADD 1 TO DL-CNT
                 MOVE DUP-VT-P-NO TO DL-P-NO(DL-CNT)
                 MOVE DUP-VT-QTY  TO DL-QTY(DL-CNT)
              END-IF
           END-PERFORM
           IF DL-CNT = 0
              EXIT PARAGRAPH
           END-IF

           EXEC SQL OPEN CDUPORD END-EXEC
           MOVE 'DUP: ORDER CURSOR' TO WS-MSG
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CDUPORD
           PERFORM UNTIL SQLCODE NOT = ZERO OR DUP-SUSPECT
              PERFORM CHECK-DUP-WINDOW
              IF WS-DUP-IN-WINDOW = 'Y'
                 PERFORM COMPARE-DUP-CANDIDATE
              END-IF
              IF NOT DUP-SUSPECT
                 PERFORM FETCH-CDUPORD
              END-IF
           END-PERFORM
           EXEC SQL CLOSE CDUPORD END-EXEC
           .

      ** CHECK-DUP-WINDOW - a candidate the register shows loaded    **
      ** before the window is left alone ; one it does not know      **
      ** (loaded before the register, or released from a hold)      **
      ** is compared all the same                                    **
       CHECK-DUP-WINDOW.
           MOVE 'Y' TO WS-DUP-IN-WINDOW
           IF ORDLDK-OPEN
              MOVE WS-DUP-CAND TO OLR-O-NO
              READ ORDLDK
              IF FS-ORDLDK = 0
                 AND OLR-LOAD-DATE < WS-DUP-FROM-ISO
                 MOVE 'N' TO WS-DUP-IN-WINDOW
              END-IF
           END-IF
           .

      ** COMPARE-DUP-CANDIDATE - every candidate line must tick off  **
      ** one unused line of the order in flight, and every line of  **
      ** the order in flight must be ticked                          **
       COMPARE-DUP-CANDIDATE.
           PERFORM VARYING DL-IDX FROM 1 BY 1 UNTIL DL-IDX > DL-CNT
              MOVE 'N' TO DL-USED(DL-IDX)
           END-PERFORM
           MOVE 0 TO DL-MATCHED
           MOVE 'Y' TO WS-DUP-SAME
           EXEC SQL OPEN CDUPITM END-EXEC
           PERFORM FETCH-CDUPITM
           PERFORM UNTIL SQLCODE NOT = ZERO OR WS-DUP-SAME = 'N'
              IF ITE-P-NO NOT = 'FRT'
                 PERFORM MATCH-DUP-LINE
              END-IF
              PERFORM FETCH-CDUPITM
           END-PERFORM
           EXEC SQL CLOSE CDUPITM END-EXEC
           IF WS-DUP-SAME = 'Y' AND DL-MATCHED = DL-CNT
              SET DUP-SUSPECT TO TRUE
              MOVE WS-DUP-CAND TO WS-DUP-OF
           END-IF
           .

       MATCH-DUP-LINE.
           MOVE 0 TO WS-DUP-HIT
           PERFORM VARYING DL-IDX FROM 1 BY 1
                   UNTIL DL-IDX > DL-CNT OR WS-DUP-HIT > 0
              IF DL-USED(DL-IDX) = 'N'
                 AND DL-P-NO(DL-IDX) = ITE-P-NO
                 AND DL-QTY(DL-IDX) = ITE-QUANTITY
                 MOVE DL-IDX TO WS-DUP-HIT
              END-IF
           END-PERFORM
           IF WS-DUP-HIT = 0
              MOVE 'N' TO WS-DUP-SAME
           ELSE
              MOVE 'Y' TO DL-USED(WS-DUP-HIT)
              ADD 1 TO DL-MATCHED
           END-IF
           .

       FETCH-CDUPORD.
           EXEC SQL
              FETCH CDUPORD
              INTO :WS-DUP-CAND
           END-EXEC
           .

       FETCH-CDUPITM.
           EXEC SQL
              FETCH CDUPITM
              INTO :ITE-P-NO, :ITE-QUANTITY
           END-EXEC
           .

      ** RECORD-ORDER-LOAD - the posted order joins the register the **
      ** coming nights compare against ; a restarted run finds it    **
      ** there already and simply dates it again                     **
       RECORD-ORDER-LOAD.
           IF ORDLDK-OPEN AND LIVE-RUN
              MOVE SPACES         TO ST-ORDLDR
              MOVE ORD-O-NO       TO OLR-O-NO
              MOVE ORD-C-NO       TO OLR-C-NO
              MOVE ORD-O-DATE     TO OLR-O-DATE
              MOVE WS-BO-DATE-ISO TO OLR-LOAD-DATE
              MOVE ORD-REGION     TO OLR-REGION
              WRITE ST-ORDLDR
              IF FS-ORDLDK = 22
                 REWRITE ST-ORDLDR
              END-IF
           END-IF
           .

                       PERFORM RESTORE-STOCK-QTY
                    END-IF
                 END-PERFORM
      ** A RETURN LINE NEVER REACHED ON_HAND - IT LEAVES          **
      ** INSPECTION AGAIN AS A NEGATIVE ROW                        **
              WHEN ITE-QUANTITY < 0
                 MOVE ITE-QUANTITY TO WS-COMP-QTY
                 MOVE ITE-P-NO TO PRO-P-NO
                 MOVE ORD-C-NO TO RIN-C-NO
                 MOVE 0        TO RIN-RMA-NO
                 MOVE ORD-O-NO TO RIN-O-NO
                 PERFORM WRITE-INSPECTION-ENTRY
              WHEN OTHER
                 MOVE ITE-QUANTITY TO WS-COMP-QTY
                 MOVE ITE-P-NO TO PRO-P-NO
      ** balance past CREDIT_LIMIT the order is held instead of       **
      ** silently extending unlimited credit ; a zero limit means no  **
      ** ceiling was negotiated for the account                      **
      ** A CASH-IN-ADVANCE ACCOUNT (PREPAY = 'Y') IS HELD WHATEVER  **
      ** ITS LIMIT : CREDRELP RELEASES IT ONCE A DEPOSIT COVERING   **
      ** THE ORDER IS ON THE DEPOSIT LEDGER                         **
      ** AN ORDER WITHIN ITS OWN LIMIT IS STILL HELD WHEN IT WOULD  **
      ** TAKE THE WHOLE CORPORATE GROUP PAST THE GROUP LIMIT        **
       CHECK-CREDIT-LIMIT.
           MOVE 0 TO CREDIT-FLAG
           IF CUST-COMM-UP > 0
              EXEC SQL
                 SELECT BALANCE, CREDIT_LIMIT, PREPAY, PARENT_C_NO
                 INTO :CUS-BALANCE, :CUS-CREDIT-LIMIT, :CUS-PREPAY,
                      :CUS-PARENT-C-NO
                 FROM APIX.CUSTOMERS
                 WHERE C_NO = :CUS-C-NO
              END-EXEC
              IF SQLCODE = ZERO AND CUS-PREPAY = 'Y'
                 SET PREPAY-HELD TO TRUE
              END-IF
              IF SQLCODE = ZERO AND CUS-CREDIT-LIMIT > 0
                 AND NOT PREPAY-HELD
                 IF CUS-BALANCE + CUST-COMM-UP > CUS-CREDIT-LIMIT
                    SET CREDIT-HELD TO TRUE
                 END-IF
              END-IF
              IF SQLCODE = ZERO AND NOT CREDIT-HELD
                 PERFORM CHECK-GROUP-LIMIT
              END-IF
           END-IF
           .

      ** CHECK-GROUP-LIMIT - the group limit sits on the head's row ; **
      ** a customer with no parent heads its own (possibly empty)    **
      ** group, and a zero group limit means no group ceiling        **
       CHECK-GROUP-LIMIT.
           IF CUS-PARENT-C-NO = SPACES
              MOVE CUS-C-NO        TO WS-GRP-HEAD
           ELSE
              MOVE CUS-PARENT-C-NO TO WS-GRP-HEAD
           END-IF
           EXEC SQL
              SELECT GROUP_LIMIT
              INTO :CUS-GROUP-LIMIT
              FROM APIX.CUSTOMERS
              WHERE C_NO = :WS-GRP-HEAD
           END-EXEC
           IF SQLCODE = ZERO AND CUS-GROUP-LIMIT > 0
              EXEC SQL
                 SELECT SUM(BALANCE)
                 INTO :WS-GRP-EXPOSURE
                 FROM APIX.CUSTOMERS
                 WHERE C_NO = :WS-GRP-HEAD
                    OR PARENT_C_NO = :WS-GRP-HEAD
              END-EXEC
              IF SQLCODE = ZERO AND
                 WS-GRP-EXPOSURE + CUST-COMM-UP > CUS-GROUP-LIMIT
                 SET GROUP-HELD TO TRUE
              END-IF
           END-IF
           .

      ** HOLD-ORDER - puts the whole order on the credit review file  **
      ** (a suspected duplicate on the duplicate review file) in the  **
      ** original feed layout, reverses its ORDERS/ITEMS rows and     **
      ** leaves the customer balance untouched                        **
       HOLD-ORDER.
      ** THE READ-AHEAD ALREADY HOLDS THE NEXT ORDER'S FIRST LINE - **
      ** EVERY AUDIT LINE FROM HERE MUST CITE THE ORDER BEING HELD  **
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > ORD-LINE-CNT
              IF LIVE-RUN
                 IF DUP-SUSPECT
                    MOVE SPACES         TO ST-DUPHLD
                    MOVE ORD-LINE-ENTRY(HOLD-IDX) TO DH-VT-LINE
                    MOVE WS-DUP-OF      TO DH-DUP-OF
                    MOVE WS-BO-DATE-ISO TO DH-HELD-DATE
                    WRITE ST-DUPHLD
                 ELSE
                    WRITE ENR-HOLD FROM ORD-LINE-ENTRY(HOLD-IDX)
                 END-IF
              END-IF
           END-PERFORM
           IF ORD-LINES-TRUNC
           PERFORM TEST-SQLCODE

           MOVE ORD-O-NO TO ENR-O-NO
           EVALUATE TRUE
              WHEN DUP-SUSPECT
                 MOVE 'DUPLICATE SUSPECT' TO WS-MSG
                 MOVE WS-DUP-OF TO ED-DUP-OF
                 STRING 'REPEATS ORDER ' ED-DUP-OF
                    DELIMITED BY SIZE INTO LOGREC-DETAIL
                 END-STRING
                 ADD 1 TO CNT-DUP-HOLDS
              WHEN PREPAY-HELD
                 MOVE 'PREPAYMENT HOLD' TO WS-MSG
                 ADD 1 TO CNT-PREPAY-HOLDS
              WHEN GROUP-HELD
                 MOVE 'GROUP LIMIT HOLD' TO WS-MSG
                 ADD 1 TO CNT-GROUP-HOLDS
              WHEN OTHER
                 MOVE 'CREDIT LIMIT HOLD' TO WS-MSG
                 ADD 1 TO CNT-CREDIT-HOLDS
           END-EVALUATE
           PERFORM WRITE-AUDIT

           SUBTRACT 1 FROM CNT-ORDERS-INSERTED
           SUBTRACT ORD-INS-CNT FROM CNT-ITEMS-INSERTED
           MOVE CNT-CREDIT-HOLDS     TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'PREPAYMENT HOLD'    TO LOGREC-FLABEL
           MOVE CNT-PREPAY-HOLDS     TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'GROUP LIMIT HOLD'   TO LOGREC-FLABEL
           MOVE CNT-GROUP-HOLDS      TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'DUPLICATE SUSPECT'  TO LOGREC-FLABEL
           MOVE CNT-DUP-HOLDS        TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'PRODUCT DISCONTINUED' TO LOGREC-FLABEL
           MOVE CNT-DISCONTINUED     TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN UNIT'       TO LOGREC-FLABEL
           MOVE CNT-BAD-UOM          TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'SUPERSEDED'         TO LOGREC-FLABEL
           MOVE CNT-SUPERSEDED       TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT
           MOVE CNT-RET-UNAUTH       TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'RETURN TO INSPECTION' TO LOGREC-FLABEL
           MOVE CNT-INSPECT          TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'BACKORDERED'        TO LOGREC-FLABEL
           MOVE CNT-BACKORDERED      TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT
           MOVE CNT-BELOW-COST       TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'PRICE EXCEPTION'    TO LOGREC-FLABEL
           MOVE CNT-PRICE-HELD       TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'ORDER-DATE PRICE'   TO LOGREC-FLABEL
           MOVE CNT-DATED-PRICE      TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'OUT OF TERRITORY'   TO LOGREC-FLABEL
           MOVE CNT-OUT-OF-TERR      TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN SHIP-TO'    TO LOGREC-FLABEL
           MOVE CNT-SHIPTO-BAD       TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'BAD REQUESTED DATE' TO LOGREC-FLABEL
           MOVE CNT-REQDT-BAD        TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT

           MOVE 'DROP-SHIP LINE'     TO LOGREC-FLABEL
           MOVE CNT-DROPSHIP         TO LOGREC-FCOUNT
           WRITE ENR-AUDIT FROM ST-LOADLOG-FOOT
