       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ORDENTC.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    CICS TELEPHONE ORDER ENTRY (TRANSACTION OENT)               *
      *    - OPEN AN ORDER FOR A CUSTOMER : STATUS (ACTIVE ONLY - NOT  *
      *      A PENDING SKELETON, A MERGED OR AN ERASED ACCOUNT), THE   *
      *      SALESREP STILL EMPLOYED, THE SHIP-TO ON SHIPTOK, THE      *
      *      DELIVERY DATE AND THE ACCOUNTING PERIOD STILL OPEN        *
      *    - THE ORDER NUMBER IS DRAWN AT ONCE FROM THE RESERVED       *
      *      ONLINE RANGE ('ONLORD', 9750000-9999989) OF THE NUMBER-   *
      *      RANGE REGISTRY, WITH THE RULES OF NUMRANGE : WRITTEN BACK *
      *      BEFORE IT IS SHOWN, SO A CANCELLED ORDER LEAVES A GAP,    *
      *      NEVER A NUMBER USED TWICE                                 *
      *    - KEY THE LINES : EACH PRODUCT IS CHECKED AND PRICED THE    *
      *      WAY PART2P WILL LOAD IT TONIGHT - A DISCONTINUED PRODUCT  *
      *      SELLS ITS SUPSDK SUCCESSOR OR NOTHING, AN OPEN BLANKET    *
      *      AGREEMENT PRICES THE CALL-OFF (A CALL-OFF PAST WHAT IS    *
      *      LEFT IS REFUSED), OTHERWISE THE DATED CATALOG PRICE       *
      *      (PRCHISK), THE PROMOTION (PROMOK), THEN THE CUSTOMER'S    *
      *      CONTRACT PRICE (CONTRK) ; A KIT, A DROP-SHIP PRODUCT OR A *
      *      QUANTITY PAST THE ON-HAND IS SHOWN AS SUCH                *
      *    - EVERY SCREEN SHOWS THE PRICED LINES, THE ORDER TOTAL AND  *
      *      THE CREDIT POSITION : BALANCE AGAINST LIMIT, AND WHETHER  *
      *      THE PREPAYMENT, CREDIT-LIMIT OR GROUP-LIMIT CHECK WILL    *
      *      HOLD THE ORDER, WITH THE ORDERS ALREADY ON FICCREDHLD     *
      *    - COMMIT WRITES THE LINES TO THE ONLORDK KSDS IN THE VT     *
      *      FEED LAYOUT ; ONLFEEDP SEALS THEM INTO THE FVENTOL FEED   *
      *      THE NIGHT CHAIN HANDS TO GATEP AND PART2P LIKE THE WEB    *
      *      AND EDI FEEDS                                             *
      *    PSEUDO-CONVERSATIONAL : THE ORDER IN PROGRESS TRAVELS IN    *
      *    THE COMMAREA BETWEEN SCREENS. SCREENS BUILT LIKE ORDINQC    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *** ZONE DE SAISIE (OENT A ...) ***
       01 WS-INPUT.
          05 WS-IN-TRANS   PIC X(4).
          05 FILLER        PIC X(1).
          05 WS-IN-ACTION  PIC X(1).
          05 FILLER        PIC X(74).
      *** OENT N CCC EEE SSSS YYYY-MM-DD ***
       01 WS-IN-NEW REDEFINES WS-INPUT.
          05 FILLER        PIC X(7).
          05 WS-IN-C-NO    PIC X(3).
          05 FILLER        PIC X(1).
          05 WS-IN-E-NO    PIC X(3).
          05 FILLER        PIC X(1).
          05 WS-IN-SHIPTO  PIC X(4).
          05 FILLER        PIC X(1).
          05 WS-IN-REQ-DATE PIC X(10).
          05 FILLER        PIC X(50).
      *** OENT L PPP QQQQQ  /  OENT D PPP ***
       01 WS-IN-ITEM REDEFINES WS-INPUT.
          05 FILLER        PIC X(7).
          05 WS-IN-P-NO    PIC X(3).
          05 FILLER        PIC X(1).
          05 WS-IN-QTY     PIC X(5).
          05 FILLER        PIC X(64).
       77 WS-IN-LEN        PIC S9(4) USAGE COMP-5 VALUE 80.

      *** ECRAN DE SORTIE, CONSTRUIT LIGNE PAR LIGNE ***
       01 WS-SCREEN.
          05 WS-SCR-LINE OCCURS 22 TIMES PIC X(79).
       77 WS-SCR-IDX       PIC 99 VALUE 0.
       77 WS-SCR-LEN       PIC S9(4) USAGE COMP-5 VALUE 1738.
       77 WS-LINE          PIC X(79) VALUE SPACES.
       77 WS-MSG           PIC X(79) VALUE SPACES.

      *** COMMANDE EN COURS, TRANSMISE D'UN ECRAN A L'AUTRE ***
       01 WS-COMMAREA.
          05 CA-O-NO       PIC 9(7).
          05 CA-C-NO       PIC X(3).
          05 CA-E-NO       PIC X(3).
          05 CA-SHIPTO     PIC X(4).
          05 CA-REQ-DATE   PIC X(10).
          05 CA-O-DATE-ISO PIC X(10).
          05 CA-COMPANY    PIC X(30).
          05 CA-SHIP-CITY  PIC X(20).
          05 CA-HELD-CNT   PIC 99.
          05 CA-LINE-CNT   PIC 99.
          05 CA-LINE OCCURS 12 TIMES.
             10 CA-L-P-NO  PIC X(3).
             10 CA-L-ORIG-P-NO PIC X(3).
             10 CA-L-DESC  PIC X(14).
             10 CA-L-QTY   PIC 9(5).
             10 CA-L-PRICE PIC 9(3)V9(2).
      ** C CATALOG, P PROMO, K CONTRACT, B BLANKET (AS ON ORDCNF) **
             10 CA-L-SRC   PIC X(1).
      ** S FROM STOCK, B BACKORDER, K KIT, D DROP-SHIP **
             10 CA-L-AVAIL PIC X(1).
          05 FILLER        PIC X(25).
       77 WS-CA-LEN        PIC S9(4) USAGE COMP-5 VALUE 500.
       77 WS-ORDER-DONE    PIC 9 VALUE 0.
            88 ORDER-DONE       VALUE 1.

      *** EDITIONS ***
       77 ED-LN            PIC Z9.
       77 ED-QTY           PIC -ZZZZ9.
       77 ED-PRICE         PIC -ZZZ9,99.
       77 ED-AMOUNT        PIC -ZZZZZZ9,99.
       77 ED-BALANCE       PIC -ZZZZZZZ9,99.
       77 ED-LIMIT         PIC -ZZZZZZZ9,99.
       77 ED-REMAIN        PIC ZZZZ9.
       77 ED-HELD          PIC Z9.
       77 ED-RESP          PIC -ZZZZZZZ9.
       77 ED-SQLCODE       PIC +Z(8)9.

       77 WS-CICS-RESP     PIC S9(8) USAGE COMP-5 VALUE 0.
      ** CODES RESP ATTENDUS (DFHRESP) **
       77 WS-RESP-DUPREC   PIC S9(8) USAGE COMP-5 VALUE 14.
       77 WS-RESP-NOTOPEN  PIC S9(8) USAGE COMP-5 VALUE 19.
       77 WS-RESP-DISABLED PIC S9(8) USAGE COMP-5 VALUE 84.
       77 WS-RBA           PIC S9(8) USAGE COMP-5 VALUE 0.
       77 WS-BROWSE-DONE   PIC 9 VALUE 0.
            88 BROWSE-DONE      VALUE 1.
       77 WS-ENTRY-FLAG    PIC 9 VALUE 0.
            88 ENTRY-OK         VALUE 1.
            88 ENTRY-KO         VALUE 0.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-NOW-TIME      PIC 9(8) VALUE 0.
       77 WS-TODAY-ISO     PIC X(10) VALUE SPACES.
       77 WS-FEED-DATE     PIC X(10) VALUE SPACES.
       77 WS-OPERATOR      PIC X(8) VALUE SPACES.

      *** NUMRNGK, VU PAR CICS (READ UPDATE), LAYOUT DE NUMRANGE ***
       01 WS-RNG-REC.
          05 WS-RNG-ID     PIC X(8).
          05 WS-RNG-LOW    PIC 9(9).
          05 WS-RNG-HIGH   PIC 9(9).
          05 WS-RNG-LAST   PIC 9(9).
          05 WS-RNG-KIND   PIC X(1).
          05 WS-RNG-OWNER  PIC X(8).
          05 WS-RNG-DATE   PIC X(6).
          05 WS-RNG-TIME   PIC X(8).
          05 WS-RNG-SPACE  PIC X(3).
          05 FILLER        PIC X(19).
       77 WS-RNG-KEY       PIC X(8) VALUE 'ONLORD'.

      *** PERIODK, VU PAR CICS, MEME LAYOUT QUE PART2P ***
       01 WS-PERIOD-REC.
          05 WS-PERK-PERIOD PIC X(7).
          05 WS-PERK-STATUS PIC X(1).
             88 WS-PERK-IS-CLOSED VALUE 'C'.
          05 FILLER        PIC X(72).

      *** SHIPTOK, VU PAR CICS ***
       COPY SHIPTO.

      *** SUPSDK, VU PAR CICS (READ FILE), MEME LAYOUT QUE PART2P ***
       01 WS-SUPSD-REC.
          05 WS-SUP-OLD-PNO PIC X(3).
          05 WS-SUP-NEW-PNO PIC X(3).
          05 FILLER         PIC X(74).
       77 WS-SUPSD-HOPS    PIC 9 VALUE 0.
       77 WS-SUCCESSOR     PIC X(3) VALUE SPACES.
       77 WS-SUCC-P-NO     PIC X(3) VALUE SPACES.
       77 WS-SUCC-STATUS   PIC X(1) VALUE SPACE.

      *** PRCHISK, VU PAR CICS (BROWSE PAR PRODUIT) ***
       COPY PRCHIS.
       77 WS-PHS-RID       PIC X(13) VALUE SPACES.

      *** PROMOK ET CONTRK, VUS PAR CICS, MEMES LAYOUTS QUE PART2P ***
       01 WS-PROMO-REC.
          05 WS-PROM-P-NO  PIC X(3).
          05 WS-PROM-PRICE PIC 9(3)V9(2).
          05 WS-PROM-START PIC X(10).
          05 WS-PROM-END   PIC X(10).
          05 FILLER        PIC X(52).
       01 WS-CONTR-REC.
          05 WS-CTR-KEY.
             10 WS-CTR-C-NO PIC X(3).
             10 WS-CTR-P-NO PIC X(3).
          05 WS-CTR-PRICE  PIC 9(3)V9(2).
          05 WS-CTR-START  PIC X(10).
          05 WS-CTR-END    PIC X(10).
          05 FILLER        PIC X(49).

      *** FICBLANKET, VU PAR CICS (FICBLANK), MEME LAYOUT QUE PART2P ***
       01 WS-BLANKET-REC.
          05 WS-BLK-NO     PIC 9(6).
          05 WS-BLK-C-NO   PIC X(3).
          05 WS-BLK-P-NO   PIC X(3).
          05 WS-BLK-QTY-COMMIT PIC 9(5).
          05 WS-BLK-QTY-DRAWN PIC 9(5).
          05 WS-BLK-START  PIC X(10).
          05 WS-BLK-END    PIC X(10).
          05 WS-BLK-PRICE  PIC 9(3)V9(2).
          05 WS-BLK-STATUS PIC X(1).
          05 FILLER        PIC X(32).
       77 WS-BLK-HIT-NO    PIC 9(6) VALUE 0.
       77 WS-BLK-HIT-PRICE PIC 9(3)V9(2) VALUE 0.
       77 WS-BLK-REMAIN    PIC S9(6) VALUE 0.

      *** FICKITDEF ET FICDROPSHIP, VUS PAR CICS (FICKITDF/FICDRSHP) ***
       01 WS-KITDEF-REC.
          05 WS-KIT-PARENT PIC X(3).
          05 WS-KIT-COMP   PIC X(3).
          05 WS-KIT-QTY-PER PIC 9(3).
          05 FILLER        PIC X(71).
       01 WS-DROPSHIP-REC.
          05 WS-DSH-P-NO   PIC X(3).
          05 FILLER        PIC X(77).

      *** FICCREDHLD, VU PAR CICS (LIGNES AU GABARIT VT) ***
       01 WS-HOLD-REC.
          05 WH-O-NO       PIC X(7).
          05 WH-E-NO       PIC X(3).
          05 WH-C-NO       PIC X(3).
          05 WH-O-DATE     PIC X(10).
          05 FILLER        PIC X(57).
       77 WS-PREV-HOLD-O-NO PIC X(7) VALUE SPACES.

      *** LIGNE EN COURS DE SAISIE ***
       77 WS-L-P-NO        PIC X(3) VALUE SPACES.
       77 WS-L-QTY         PIC 9(5) VALUE 0.
       77 WS-L-PRICE       PIC 9(3)V9(2) VALUE 0.
       77 WS-L-SRC         PIC X(1) VALUE SPACE.
       77 WS-L-AVAIL       PIC X(1) VALUE SPACE.
       77 WS-L-IDX         PIC 99 VALUE 0.
       77 WS-L-HIT         PIC 99 VALUE 0.
       77 WS-L-FOUND       PIC 9 VALUE 0.
            88 L-FOUND          VALUE 1.

      *** MONTANTS ***
       77 WS-LINE-AMT      PIC S9(9)V9(2) VALUE 0.
       77 WS-ORDER-TOTAL   PIC S9(9)V9(2) VALUE 0.
       77 WS-GRP-HEAD      PIC X(3) VALUE SPACES.
       77 WS-GRP-EXPOSURE  PIC S9(9)V9(2) COMP-3 VALUE 0.

      *** LIGNE ECRITE DANS ONLORDK, AU GABARIT VT COMMUN ***
       COPY ONLORD.
       COPY VTSTRUCT.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
           EXEC SQL INCLUDE EMP      END-EXEC
      ***********************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA      PIC X(500).

       PROCEDURE DIVISION.

           EXEC CICS RECEIVE
                INTO(WS-INPUT)
                LENGTH(WS-IN-LEN)
                RESP(WS-CICS-RESP)
           END-EXEC

           MOVE SPACES TO WS-SCREEN
           MOVE 0 TO WS-SCR-IDX
           MOVE SPACES TO WS-MSG
           ACCEPT WS-RUN-DATE FROM DATE
           STRING '20' WS-RUN-AA '-' WS-RUN-MM '-' WS-RUN-JJ
             DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING

           IF EIBCALEN > 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
              INITIALIZE WS-COMMAREA
           END-IF

           EVALUATE TRUE
              WHEN CA-O-NO = 0 AND WS-IN-ACTION = 'N'
                 PERFORM START-ORDER
              WHEN CA-O-NO = 0
                 MOVE 'NO ORDER IN PROGRESS - START ONE WITH OENT N'
                    TO WS-MSG
              WHEN WS-IN-ACTION = 'N'
                 MOVE
                    'ORDER IN PROGRESS - COMMIT (C) OR CANCEL (X) FIRST'
                    TO WS-MSG
              WHEN WS-IN-ACTION = 'L'
                 PERFORM ADD-ORDER-LINE
              WHEN WS-IN-ACTION = 'D'
                 PERFORM DROP-ORDER-LINE
              WHEN WS-IN-ACTION = 'C'
                 PERFORM COMMIT-ORDER
              WHEN WS-IN-ACTION = 'X'
                 PERFORM CANCEL-ORDER
              WHEN OTHER
                 MOVE
                    'ACTIONS : L LINE, D DROP, C COMMIT, X CANCEL'
                    TO WS-MSG
           END-EVALUATE

           IF CA-O-NO > 0
              PERFORM SHOW-ORDER
           ELSE
              PERFORM SHOW-NO-ORDER
           END-IF

           EXEC CICS SEND TEXT
                FROM(WS-SCREEN)
                LENGTH(WS-SCR-LEN)
                ERASE
                FREEKB
           END-EXEC

      ** A COMMITTED ORDER ENDS THE CONVERSATION LIKE A CANCELLED ONE **
           IF ORDER-DONE
              MOVE 0 TO CA-O-NO
           END-IF
           IF CA-O-NO > 0
              EXEC CICS RETURN
                   TRANSID('OENT')
                   COMMAREA(WS-COMMAREA)
                   LENGTH(WS-CA-LEN)
              END-EXEC
           ELSE
              EXEC CICS RETURN
              END-EXEC
           END-IF.

      *** PARAGRAPHS ***
      ** START-ORDER - the header checks in the order PART2P would  **
      ** trip on them ; the number is only drawn once all pass      **
       START-ORDER.
           SET ENTRY-OK TO TRUE
           MOVE WS-IN-C-NO TO CUS-C-NO
           PERFORM CHECK-CUSTOMER
           IF ENTRY-OK
              PERFORM CHECK-SALESREP
           END-IF
           IF ENTRY-OK
              PERFORM CHECK-SHIP-TO
           END-IF
           IF ENTRY-OK
              PERFORM CHECK-REQ-DATE
           END-IF
           IF ENTRY-OK
              PERFORM CHECK-PERIOD-OPEN
           END-IF
           IF ENTRY-OK
              PERFORM DRAW-ORDER-NUMBER
           END-IF
           IF ENTRY-OK
              MOVE WS-IN-C-NO     TO CA-C-NO
              MOVE WS-IN-E-NO     TO CA-E-NO
              MOVE WS-IN-SHIPTO   TO CA-SHIPTO
              MOVE WS-IN-REQ-DATE TO CA-REQ-DATE
              MOVE WS-TODAY-ISO   TO CA-O-DATE-ISO
              MOVE CUS-COMPANY-TEXT(1:CUS-COMPANY-LEN) TO CA-COMPANY
              MOVE 0 TO CA-LINE-CNT
              PERFORM COUNT-HELD-ORDERS
              MOVE WS-RNG-LAST TO CA-O-NO
              MOVE 'ORDER OPENED - ADD THE LINES WITH OENT L PPP QQQQQ'
                 TO WS-MSG
           END-IF
           .

      ** CHECK-CUSTOMER - only an active account takes an order : a  **
      ** skeleton is not billable, a merged or erased one is closed  **
       CHECK-CUSTOMER.
           EXEC SQL
              SELECT COMPANY, STATUS
              INTO :CUS-COMPANY, :CUS-STATUS
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           MOVE SPACES TO WS-MSG
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 STRING 'CUSTOMER ' CUS-C-NO ' NOT ON THE MASTER'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 STRING 'CUSTOMER NOT READABLE - DB2 ERROR ' ED-SQLCODE
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN CUS-STATUS = 'P'
                 STRING 'CUSTOMER ' CUS-C-NO
                        ' IS A PENDING SKELETON - NOT BILLABLE YET'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN CUS-STATUS = 'M'
                 STRING 'CUSTOMER ' CUS-C-NO
                        ' IS MERGED - ORDER ON THE SURVIVING ACCOUNT'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN CUS-STATUS = 'E'
                 STRING 'CUSTOMER ' CUS-C-NO
                        ' IS CLOSED (PERSONAL DATA ERASED)'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
           END-EVALUATE
           .

      ** CHECK-SALESREP - a rep gone on or before the order date is  **
      ** what PART2P flags as a terminated salesrep                  **
       CHECK-SALESREP.
           MOVE WS-IN-E-NO TO EMP-E-NO
           EXEC SQL
              SELECT TERM_DATE
              INTO :EMP-TERM-DATE
              FROM APIX.EMPLOYEES
              WHERE E_NO = :EMP-E-NO
           END-EXEC
           MOVE SPACES TO WS-MSG
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 STRING 'SALESREP ' WS-IN-E-NO ' NOT ON THE STAFF LIST'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 STRING 'SALESREP NOT READABLE - DB2 ERROR ' ED-SQLCODE
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN EMP-TERM-DATE NOT = SPACES AND
                   EMP-TERM-DATE NOT > WS-TODAY-ISO
                 STRING 'SALESREP ' WS-IN-E-NO ' LEFT ON '
                        EMP-TERM-DATE
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
           END-EVALUATE
           .

      ** CHECK-SHIP-TO - blank delivers to the customer's own        **
      ** address ; a code must be one of the customer's SHIPTOK rows **
       CHECK-SHIP-TO.
           MOVE SPACES TO CA-SHIP-CITY
           IF WS-IN-SHIPTO NOT = SPACES
              MOVE WS-IN-C-NO   TO SHP-C-NO
              MOVE WS-IN-SHIPTO TO SHP-CODE
              EXEC CICS READ
                   FILE('SHIPTOK')
                   INTO(ST-SHIPTO)
                   RIDFLD(SHP-KEY)
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP = 0
                 MOVE SHP-CITY TO CA-SHIP-CITY
              ELSE
                 MOVE SPACES TO WS-MSG
                 STRING 'SHIP-TO ' WS-IN-SHIPTO
                        ' IS NOT ON FILE FOR CUSTOMER ' WS-IN-C-NO
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              END-IF
           END-IF
           .

      ** CHECK-REQ-DATE - the test PART2P makes on the feed line ;   **
      ** blank asks for delivery as soon as possible                 **
       CHECK-REQ-DATE.
           IF WS-IN-REQ-DATE NOT = SPACES
              IF WS-IN-REQ-DATE(1:4) IS NUMERIC AND
                 WS-IN-REQ-DATE(5:1) = '-' AND
                 WS-IN-REQ-DATE(6:2) >= '01' AND
                 WS-IN-REQ-DATE(6:2) <= '12' AND
                 WS-IN-REQ-DATE(8:1) = '-' AND
                 WS-IN-REQ-DATE(9:2) >= '01' AND
                 WS-IN-REQ-DATE(9:2) <= '31' AND
                 WS-IN-REQ-DATE >= WS-TODAY-ISO
                 CONTINUE
              ELSE
                 MOVE
                    'DELIVER-BY DATE MUST BE YYYY-MM-DD, TODAY OR LATER'
                    TO WS-MSG
                 SET ENTRY-KO TO TRUE
              END-IF
           END-IF
           .

      ** CHECK-PERIOD-OPEN - an order dated in a closed period would **
      ** be rejected whole tonight ; no row means the period is open **
       CHECK-PERIOD-OPEN.
           MOVE WS-TODAY-ISO(1:7) TO WS-PERK-PERIOD
           EXEC CICS READ
                FILE('PERIODK')
                INTO(WS-PERIOD-REC)
                RIDFLD(WS-PERK-PERIOD)
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = 0 AND WS-PERK-IS-CLOSED
              MOVE SPACES TO WS-MSG
              STRING 'PERIOD ' WS-TODAY-ISO(1:7)
                     ' IS CLOSED - NO ORDER CAN BE DATED IN IT'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              SET ENTRY-KO TO TRUE
           END-IF
           .

      ** DRAW-ORDER-NUMBER - the NUMRANGE next-number rules on the    **
      ** registry row, read for update : the number is written back  **
      ** before it is shown to the operator                          **
       DRAW-ORDER-NUMBER.
           MOVE 'ONLORD' TO WS-RNG-KEY
           EXEC CICS READ
                FILE('NUMRNGK')
                INTO(WS-RNG-REC)
                RIDFLD(WS-RNG-KEY)
                UPDATE
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              MOVE WS-CICS-RESP TO ED-RESP
              MOVE SPACES TO WS-MSG
              STRING 'ONLINE ORDER RANGE ONLORD NOT AVAILABLE, RESP '
                     ED-RESP ' - CALL SUPPORT'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              SET ENTRY-KO TO TRUE
           ELSE
              IF WS-RNG-LAST < WS-RNG-LOW
                 MOVE WS-RNG-LOW TO WS-RNG-LAST
              END-IF
              IF WS-RNG-KIND = 'E' OR WS-RNG-LAST NOT < WS-RNG-HIGH
                 EXEC CICS UNLOCK
                      FILE('NUMRNGK')
                      RESP(WS-CICS-RESP)
                 END-EXEC
                 MOVE
                    'ONLINE ORDER RANGE ONLORD EXHAUSTED - CALL SUPPORT'
                    TO WS-MSG
                 SET ENTRY-KO TO TRUE
              ELSE
                 ADD 1 TO WS-RNG-LAST
                 ACCEPT WS-NOW-TIME FROM TIME
                 MOVE WS-RUN-DATE TO WS-RNG-DATE
                 MOVE WS-NOW-TIME TO WS-RNG-TIME
                 EXEC CICS REWRITE
                      FILE('NUMRNGK')
                      FROM(WS-RNG-REC)
                      RESP(WS-CICS-RESP)
                 END-EXEC
                 IF WS-CICS-RESP NOT = 0
                    MOVE WS-CICS-RESP TO ED-RESP
                    MOVE SPACES TO WS-MSG
                    STRING 'ORDER NUMBER NOT RECORDED, RESP ' ED-RESP
                           ' - TRY AGAIN'
                      DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                    SET ENTRY-KO TO TRUE
                 END-IF
              END-IF
           END-IF
           .

      ** COUNT-HELD-ORDERS - the customer's orders already sitting  **
      ** on the credit-hold file, one per order number              **
       COUNT-HELD-ORDERS.
           MOVE 0 TO CA-HELD-CNT
           MOVE SPACES TO WS-PREV-HOLD-O-NO
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICCRHLD')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICCRHLD')
                   INTO(WS-HOLD-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WH-C-NO = CA-C-NO AND
                    WH-O-NO NOT = WS-PREV-HOLD-O-NO AND
                    CA-HELD-CNT < 99
                    ADD 1 TO CA-HELD-CNT
                    MOVE WH-O-NO TO WS-PREV-HOLD-O-NO
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICCRHLD')
                RESP(WS-CICS-RESP)
           END-EXEC
           .

      ** ADD-ORDER-LINE - a product already on the order is replaced **
      ** by the new quantity, priced again                           **
       ADD-ORDER-LINE.
           SET ENTRY-OK TO TRUE
           EVALUATE TRUE
              WHEN WS-IN-P-NO = SPACES
                 MOVE 'ENTER: OENT L PPP QQQQQ (PRODUCT, QUANTITY)'
                    TO WS-MSG
                 SET ENTRY-KO TO TRUE
              WHEN WS-IN-QTY IS NOT NUMERIC
                 MOVE 'QUANTITY MUST BE FIVE DIGITS, E.G. 00040'
                    TO WS-MSG
                 SET ENTRY-KO TO TRUE
              WHEN WS-IN-QTY = '00000'
                 MOVE 'QUANTITY MUST BE MORE THAN ZERO - USE D TO DROP'
                    TO WS-MSG
                 SET ENTRY-KO TO TRUE
              WHEN WS-IN-P-NO = 'FRT'
                 MOVE 'FRT IS THE FREIGHT CHARGE, NOT A PRODUCT'
                    TO WS-MSG
                 SET ENTRY-KO TO TRUE
           END-EVALUATE
           IF ENTRY-OK
              MOVE WS-IN-P-NO TO WS-L-P-NO
              MOVE WS-IN-QTY  TO WS-L-QTY
              PERFORM READ-PRODUCT
           END-IF
           IF ENTRY-OK AND PRO-STATUS = 'D'
              PERFORM RESOLVE-SUCCESSOR
           END-IF
           IF ENTRY-OK
              PERFORM PRICE-LINE
           END-IF
           IF ENTRY-OK
              PERFORM SET-AVAILABILITY
              PERFORM STORE-LINE
           END-IF
           .

       READ-PRODUCT.
           MOVE WS-L-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT DESCRIPTION, STATUS, ON_HAND, PRICE
              INTO :PRO-DESCRIPTION, :PRO-STATUS, :PRO-ON-HAND,
                   :PRO-PRICE
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           MOVE SPACES TO WS-MSG
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 STRING 'PRODUCT ' WS-L-P-NO ' NOT IN THE CATALOG'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              WHEN SQLCODE NOT = ZERO
                 MOVE SQLCODE TO ED-SQLCODE
                 STRING 'PRODUCT NOT READABLE - DB2 ERROR ' ED-SQLCODE
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
           END-EVALUATE
           .

      ** RESOLVE-SUCCESSOR - a discontinued product sells its         **
      ** successor at the successor's own price, or is refused        **
       RESOLVE-SUCCESSOR.
           PERFORM FIND-SUCCESSOR
           IF WS-SUCCESSOR = SPACES OR WS-SUCC-STATUS = 'D'
              MOVE SPACES TO WS-MSG
              STRING 'PRODUCT ' WS-L-P-NO
                     ' IS DISCONTINUED WITH NO SUCCESSOR - NOT SOLD'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              SET ENTRY-KO TO TRUE
           ELSE
              MOVE WS-SUCCESSOR TO WS-L-P-NO
              PERFORM READ-PRODUCT
           END-IF
           .

      ** FIND-SUCCESSOR - the same walk PART2P makes on a sale : up  **
      ** to three hops down the chain, stopping at a dead end        **
       FIND-SUCCESSOR.
           MOVE SPACES TO WS-SUCCESSOR
           MOVE 'D' TO WS-SUCC-STATUS
           MOVE 0 TO WS-SUPSD-HOPS
           MOVE WS-L-P-NO TO WS-SUP-OLD-PNO
           MOVE 0 TO WS-BROWSE-DONE
           PERFORM UNTIL BROWSE-DONE OR WS-SUPSD-HOPS > 2
              EXEC CICS READ
                   FILE('SUPSDK')
                   INTO(WS-SUPSD-REC)
                   RIDFLD(WS-SUP-OLD-PNO)
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0 OR WS-SUP-NEW-PNO = SPACES
                 SET BROWSE-DONE TO TRUE
              ELSE
                 MOVE WS-SUP-NEW-PNO TO WS-SUCCESSOR
                 ADD 1 TO WS-SUPSD-HOPS
                 PERFORM CHECK-SUCCESSOR-STATUS
                 MOVE WS-SUCCESSOR TO WS-SUP-OLD-PNO
              END-IF
           END-PERFORM
           .

      ** CHECK-SUCCESSOR-STATUS - the walk only goes on while the   **
      ** successor is itself discontinued                           **
       CHECK-SUCCESSOR-STATUS.
           MOVE WS-SUCCESSOR TO WS-SUCC-P-NO
           EXEC SQL
              SELECT STATUS
              INTO :WS-SUCC-STATUS
              FROM APIX.PRODUCTS
              WHERE P_NO = :WS-SUCC-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-SUCC-STATUS NOT = 'D'
              SET BROWSE-DONE TO TRUE
           END-IF
           .

      ** PRICE-LINE - PART2P's order : an open blanket agreement     **
      ** wins ; otherwise the catalog price in effect today, then a  **
      ** promotion covering today, then the customer's contract      **
       PRICE-LINE.
           PERFORM CHECK-BLANKET
           IF ENTRY-OK AND WS-L-SRC NOT = 'B'
              MOVE PRO-PRICE TO WS-L-PRICE
              MOVE 'C' TO WS-L-SRC
              PERFORM GET-DATED-PRICE
              PERFORM CHECK-PROMO
              PERFORM CHECK-CONTRACT
           END-IF
           IF ENTRY-OK AND WS-L-PRICE NOT > 0
              MOVE SPACES TO WS-MSG
              STRING 'PRODUCT ' WS-L-P-NO
                     ' HAS NO PRICE IN EFFECT - CANNOT BE SOLD'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              SET ENTRY-KO TO TRUE
           END-IF
           .

      ** CHECK-BLANKET - customer + product, status open, today     **
      ** inside the window ; the last matching agreement wins, as   **
      ** in PART2P, and a call-off past what is left is refused     **
       CHECK-BLANKET.
           MOVE SPACE TO WS-L-SRC
           MOVE 0 TO WS-BLK-HIT-NO
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICBLANK')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICBLANK')
                   INTO(WS-BLANKET-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-BLK-C-NO = CA-C-NO AND
                    WS-BLK-P-NO = WS-L-P-NO AND
                    WS-BLK-STATUS = 'O' AND
                    CA-O-DATE-ISO NOT < WS-BLK-START AND
                    CA-O-DATE-ISO NOT > WS-BLK-END
                    MOVE WS-BLK-NO    TO WS-BLK-HIT-NO
                    MOVE WS-BLK-PRICE TO WS-BLK-HIT-PRICE
                    COMPUTE WS-BLK-REMAIN =
                       WS-BLK-QTY-COMMIT - WS-BLK-QTY-DRAWN
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICBLANK')
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-BLK-HIT-NO > 0
              IF WS-L-QTY > WS-BLK-REMAIN
                 MOVE WS-BLK-REMAIN TO ED-REMAIN
                 MOVE SPACES TO WS-MSG
                 STRING 'BLANKET ' WS-BLK-HIT-NO ' HAS ONLY ' ED-REMAIN
                        ' LEFT OF ' WS-L-P-NO ' - LOWER THE QUANTITY'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 SET ENTRY-KO TO TRUE
              ELSE
                 MOVE WS-BLK-HIT-PRICE TO WS-L-PRICE
                 MOVE 'B' TO WS-L-SRC
              END-IF
           END-IF
           .

      ** GET-DATED-PRICE - the last PRCHISK row of the product dated **
      ** on or before today, as PRCHPROG looks it up ; no history     **
      ** keeps the price on the PRODUCTS row                         **
       GET-DATED-PRICE.
           MOVE LOW-VALUES TO WS-PHS-RID
           MOVE WS-L-P-NO TO WS-PHS-RID(1:3)
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('PRCHISK')
                RIDFLD(WS-PHS-RID)
                GTEQ
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           ELSE
              PERFORM UNTIL BROWSE-DONE
                 EXEC CICS READNEXT
                      FILE('PRCHISK')
                      INTO(ST-PRCHIS)
                      RIDFLD(WS-PHS-RID)
                      RESP(WS-CICS-RESP)
                 END-EXEC
                 IF WS-CICS-RESP NOT = 0 OR
                    PHS-P-NO NOT = WS-L-P-NO OR
                    PHS-EFF-DATE > WS-TODAY-ISO
                    SET BROWSE-DONE TO TRUE
                 ELSE
                    MOVE PHS-PRICE TO WS-L-PRICE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('PRCHISK')
                   RESP(WS-CICS-RESP)
              END-EXEC
           END-IF
           .

       CHECK-PROMO.
           MOVE WS-L-P-NO TO WS-PROM-P-NO
           EXEC CICS READ
                FILE('PROMOK')
                INTO(WS-PROMO-REC)
                RIDFLD(WS-PROM-P-NO)
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = 0 AND
              CA-O-DATE-ISO NOT < WS-PROM-START AND
              CA-O-DATE-ISO NOT > WS-PROM-END
              MOVE WS-PROM-PRICE TO WS-L-PRICE
              MOVE 'P' TO WS-L-SRC
           END-IF
           .

       CHECK-CONTRACT.
           MOVE CA-C-NO   TO WS-CTR-C-NO
           MOVE WS-L-P-NO TO WS-CTR-P-NO
           EXEC CICS READ
                FILE('CONTRK')
                INTO(WS-CONTR-REC)
                RIDFLD(WS-CTR-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = 0 AND
              CA-O-DATE-ISO NOT < WS-CTR-START AND
              CA-O-DATE-ISO NOT > WS-CTR-END
              MOVE WS-CTR-PRICE TO WS-L-PRICE
              MOVE 'K' TO WS-L-SRC
           END-IF
           .

      ** SET-AVAILABILITY - a drop-ship line never touches our stock, **
      ** a kit's stock is its components ; any other line past the  **
      ** on-hand goes on backorder tonight                           **
       SET-AVAILABILITY.
           MOVE 'S' TO WS-L-AVAIL
           PERFORM CHECK-DROPSHIP
           IF WS-L-AVAIL = 'S'
              PERFORM CHECK-KIT
           END-IF
           IF WS-L-AVAIL = 'S' AND WS-L-QTY > PRO-ON-HAND
              MOVE 'B' TO WS-L-AVAIL
           END-IF
           .

       CHECK-DROPSHIP.
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICDRSHP')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICDRSHP')
                   INTO(WS-DROPSHIP-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-DSH-P-NO = WS-L-P-NO
                    MOVE 'D' TO WS-L-AVAIL
                    SET BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICDRSHP')
                RESP(WS-CICS-RESP)
           END-EXEC
           .

       CHECK-KIT.
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICKITDF')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICKITDF')
                   INTO(WS-KITDEF-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-KIT-PARENT = WS-L-P-NO
                    MOVE 'K' TO WS-L-AVAIL
                    SET BROWSE-DONE TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICKITDF')
                RESP(WS-CICS-RESP)
           END-EXEC
           .

      ** STORE-LINE - one line per product sold : the product keyed, **
      ** or its successor, already on the order is replaced          **
       STORE-LINE.
           MOVE 0 TO WS-L-HIT
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > CA-LINE-CNT
              IF CA-L-P-NO(WS-L-IDX) = WS-L-P-NO
                 MOVE WS-L-IDX TO WS-L-HIT
              END-IF
           END-PERFORM
           IF WS-L-HIT = 0
              IF CA-LINE-CNT NOT < 12
                 STRING 'THE ORDER IS FULL (12 LINES) - '
                        'COMMIT IT AND OPEN ANOTHER'
                   DELIMITED BY SIZE INTO WS-MSG
                 END-STRING
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO CA-LINE-CNT
              MOVE CA-LINE-CNT TO WS-L-HIT
           END-IF
           MOVE WS-L-P-NO  TO CA-L-P-NO(WS-L-HIT)
           MOVE WS-IN-P-NO TO CA-L-ORIG-P-NO(WS-L-HIT)
           MOVE PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
              TO CA-L-DESC(WS-L-HIT)
           MOVE WS-L-QTY   TO CA-L-QTY(WS-L-HIT)
           MOVE WS-L-PRICE TO CA-L-PRICE(WS-L-HIT)
           MOVE WS-L-SRC   TO CA-L-SRC(WS-L-HIT)
           MOVE WS-L-AVAIL TO CA-L-AVAIL(WS-L-HIT)
           MOVE WS-L-HIT TO ED-LN
           MOVE SPACES TO WS-MSG
           IF WS-L-P-NO NOT = WS-IN-P-NO
              STRING 'LINE ' ED-LN ' PRICED - ' WS-IN-P-NO
                     ' IS DISCONTINUED, ' WS-L-P-NO ' IS SOLD INSTEAD'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           ELSE
              STRING 'LINE ' ED-LN ' PRICED'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           END-IF
           .

       DROP-ORDER-LINE.
           MOVE 0 TO WS-L-HIT
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > CA-LINE-CNT
              IF CA-L-P-NO(WS-L-IDX) = WS-IN-P-NO OR
                 CA-L-ORIG-P-NO(WS-L-IDX) = WS-IN-P-NO
                 MOVE WS-L-IDX TO WS-L-HIT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-MSG
           IF WS-L-HIT = 0
              STRING 'PRODUCT ' WS-IN-P-NO ' IS NOT ON THE ORDER'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           ELSE
              PERFORM VARYING WS-L-IDX FROM WS-L-HIT BY 1
                      UNTIL WS-L-IDX NOT < CA-LINE-CNT
                 MOVE CA-LINE(WS-L-IDX + 1) TO CA-LINE(WS-L-IDX)
              END-PERFORM
              SUBTRACT 1 FROM CA-LINE-CNT
              STRING 'PRODUCT ' WS-IN-P-NO ' DROPPED FROM THE ORDER'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
           END-IF
           .

      ** COMMIT-ORDER - every line goes to ONLORDK in one unit of    **
      ** work ; any failure backs the whole order out and keeps it   **
      ** on screen for another try                                   **
       COMMIT-ORDER.
           IF CA-LINE-CNT = 0
              MOVE 'NO LINES TO COMMIT - ADD LINES OR CANCEL (X)'
                 TO WS-MSG
              EXIT PARAGRAPH
           END-IF
           SET ENTRY-OK TO TRUE
           MOVE CA-C-NO TO CUS-C-NO
           PERFORM CHECK-CUSTOMER
           IF ENTRY-KO
              EXIT PARAGRAPH
           END-IF

           EXEC CICS ASSIGN
                USERID(WS-OPERATOR)
                RESP(WS-CICS-RESP)
           END-EXEC
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-FEED-DATE
           STRING CA-O-DATE-ISO(9:2) '/' CA-O-DATE-ISO(6:2) '/'
                  CA-O-DATE-ISO(1:4)
             DELIMITED BY SIZE INTO WS-FEED-DATE
           END-STRING
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > CA-LINE-CNT OR ENTRY-KO
              PERFORM WRITE-ORDER-LINE
           END-PERFORM

           IF ENTRY-OK
              EXEC CICS SYNCPOINT
              END-EXEC
              PERFORM SUM-ORDER
              MOVE WS-ORDER-TOTAL TO ED-AMOUNT
              MOVE SPACES TO WS-MSG
              STRING 'ORDER ' CA-O-NO ' COMMITTED, TOTAL ' ED-AMOUNT
                     ' - LOADS WITH TONIGHT''S MERGE'
                DELIMITED BY SIZE INTO WS-MSG
              END-STRING
              SET ORDER-DONE TO TRUE
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE SPACES TO WS-MSG
              EVALUATE TRUE
                 WHEN WS-CICS-RESP = WS-RESP-NOTOPEN OR
                      WS-CICS-RESP = WS-RESP-DISABLED
                    STRING 'ORDER FILE CLOSED FOR THE NIGHT RUN - '
                           'NOTHING WRITTEN, COMMIT AGAIN LATER'
                      DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 WHEN WS-CICS-RESP = WS-RESP-DUPREC
                    STRING 'ORDER ' CA-O-NO
                           ' IS ALREADY ON FILE - NOTHING WRITTEN'
                      DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
                 WHEN OTHER
                    MOVE WS-CICS-RESP TO ED-RESP
                    STRING 'ORDER FILE ERROR, RESP ' ED-RESP
                           ' - NOTHING WRITTEN, COMMIT AGAIN'
                      DELIMITED BY SIZE INTO WS-MSG
                    END-STRING
              END-EVALUATE
           END-IF
           .

      ** WRITE-ORDER-LINE - the feed line PART2P will read, with the **
      ** price quoted on screen (its tolerance check still applies)  **
       WRITE-ORDER-LINE.
           INITIALIZE ENR-VENTE-ST
           MOVE CA-O-NO                 TO ENR-O-NO
           MOVE CA-E-NO                 TO ENR-E-NO
           MOVE CA-C-NO                 TO ENR-C-NO
           MOVE WS-FEED-DATE            TO ENR-O-DATE
           MOVE CA-L-P-NO(WS-L-IDX)     TO ENR-P-NO
           MOVE CA-L-QTY(WS-L-IDX)      TO ENR-QUANTITY
           MOVE CA-L-PRICE(WS-L-IDX)    TO ENR-PRICE
           MOVE CA-SHIPTO               TO ENR-SHIPTO
           MOVE CA-REQ-DATE             TO ENR-REQ-DATE

           MOVE SPACES                  TO ST-ONLORD
           MOVE CA-O-NO                 TO OLO-O-NO
           MOVE WS-L-IDX                TO OLO-LINE
           SET OLO-COMMITTED            TO TRUE
           MOVE ENR-VENTE-ST            TO OLO-VT-LINE
           MOVE CA-L-SRC(WS-L-IDX)      TO OLO-PRICE-SRC
           MOVE WS-TODAY-ISO            TO OLO-ENTERED-DATE
           MOVE WS-NOW-TIME(1:6)        TO OLO-ENTERED-TIME
           MOVE WS-OPERATOR             TO OLO-OPERATOR
           EXEC CICS WRITE
                FILE('ONLORDK')
                FROM(ST-ONLORD)
                RIDFLD(OLO-KEY)
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET ENTRY-KO TO TRUE
           END-IF
           .

       CANCEL-ORDER.
           MOVE SPACES TO WS-MSG
           STRING 'ORDER ' CA-O-NO
                  ' CANCELLED - NOTHING WRITTEN, NUMBER NOT REUSED'
             DELIMITED BY SIZE INTO WS-MSG
           END-STRING
           MOVE 0 TO CA-O-NO
           .

       SUM-ORDER.
           MOVE 0 TO WS-ORDER-TOTAL
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > CA-LINE-CNT
              COMPUTE WS-ORDER-TOTAL = WS-ORDER-TOTAL +
                 CA-L-QTY(WS-L-IDX) * CA-L-PRICE(WS-L-IDX)
           END-PERFORM
           .

       SHOW-NO-ORDER.
           MOVE 'ONLINE ORDER ENTRY' TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           IF WS-MSG NOT = SPACES
              MOVE WS-MSG TO WS-LINE
              PERFORM ADD-SCREEN-LINE
              MOVE SPACES TO WS-LINE
              PERFORM ADD-SCREEN-LINE
           END-IF
           MOVE 'ENTER: OENT N CCC EEE SSSS YYYY-MM-DD' TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE '       (CUSTOMER, SALESREP, SHIP-TO, DELIVER-BY DATE)'
              TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE '       BLANK SHIP-TO : THE BILL-TO ADDRESS' TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE '       BLANK DATE    : AS SOON AS POSSIBLE' TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           .

      ** SHOW-ORDER - header, credit position, the priced lines and  **
      ** the total, then the message and the actions                 **
       SHOW-ORDER.
           MOVE SPACES TO WS-LINE
           STRING 'ONLINE ORDER ENTRY - ORDER ' CA-O-NO
                  '  DATED ' CA-O-DATE-ISO
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           STRING 'CUSTOMER ' CA-C-NO ' ' CA-COMPANY
                  '  SALESREP ' CA-E-NO
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           IF CA-SHIPTO = SPACES
              MOVE 'SHIP TO  BILL-TO ADDRESS' TO WS-LINE
           ELSE
              STRING 'SHIP TO  ' CA-SHIPTO ' ' CA-SHIP-CITY
                DELIMITED BY SIZE INTO WS-LINE
              END-STRING
           END-IF
           IF CA-REQ-DATE = SPACES
              MOVE 'DELIVER BY  AS SOON AS POSSIBLE' TO WS-LINE(40:31)
           ELSE
              MOVE 'DELIVER BY  ' TO WS-LINE(40:12)
              MOVE CA-REQ-DATE    TO WS-LINE(52:10)
           END-IF
           PERFORM ADD-SCREEN-LINE
           PERFORM SUM-ORDER
           PERFORM SHOW-CREDIT-POSITION
           MOVE SPACES TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE 'LN P_NO DESCRIPTION       QTY    PRICE' TO WS-LINE
           MOVE 'AMOUNT SOURCE   STOCK' TO WS-LINE(44:21)
           PERFORM ADD-SCREEN-LINE
           PERFORM VARYING WS-L-IDX FROM 1 BY 1
                   UNTIL WS-L-IDX > 12
              MOVE SPACES TO WS-LINE
              IF WS-L-IDX NOT > CA-LINE-CNT
                 PERFORM SHOW-ORDER-LINE
              END-IF
              PERFORM ADD-SCREEN-LINE
           END-PERFORM
           MOVE WS-ORDER-TOTAL TO ED-AMOUNT
           MOVE SPACES TO WS-LINE
           MOVE 'ORDER TOTAL (EXCL. TAX)' TO WS-LINE
           MOVE ED-AMOUNT TO WS-LINE(39:11)
           PERFORM ADD-SCREEN-LINE
           MOVE WS-MSG TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           IF ORDER-DONE
              MOVE 'OENT N ... FOR THE NEXT ORDER' TO WS-LINE
           ELSE
              MOVE 'OENT L PPP QQQQQ ADD/CHANGE  D PPP DROP' TO WS-LINE
              MOVE 'C COMMIT  X CANCEL' TO WS-LINE(42:18)
           END-IF
           PERFORM ADD-SCREEN-LINE
           .

       SHOW-ORDER-LINE.
           COMPUTE WS-LINE-AMT =
              CA-L-QTY(WS-L-IDX) * CA-L-PRICE(WS-L-IDX)
           MOVE WS-L-IDX            TO ED-LN
           MOVE CA-L-QTY(WS-L-IDX)  TO ED-QTY
           MOVE CA-L-PRICE(WS-L-IDX) TO ED-PRICE
           MOVE WS-LINE-AMT         TO ED-AMOUNT
           MOVE ED-LN               TO WS-LINE(1:2)
           MOVE CA-L-P-NO(WS-L-IDX) TO WS-LINE(4:3)
           MOVE CA-L-DESC(WS-L-IDX) TO WS-LINE(9:14)
           MOVE ED-QTY              TO WS-LINE(24:6)
           MOVE ED-PRICE            TO WS-LINE(31:8)
           MOVE ED-AMOUNT           TO WS-LINE(39:11)
           EVALUATE CA-L-SRC(WS-L-IDX)
              WHEN 'B'
                 MOVE 'BLANKET'  TO WS-LINE(51:8)
              WHEN 'P'
                 MOVE 'PROMO'    TO WS-LINE(51:8)
              WHEN 'K'
                 MOVE 'CONTRACT' TO WS-LINE(51:8)
              WHEN OTHER
                 MOVE 'CATALOG'  TO WS-LINE(51:8)
           END-EVALUATE
           EVALUATE CA-L-AVAIL(WS-L-IDX)
              WHEN 'B'
                 MOVE 'BACKORDER' TO WS-LINE(60:9)
              WHEN 'K'
                 MOVE 'KIT'       TO WS-LINE(60:9)
              WHEN 'D'
                 MOVE 'DROP-SHIP' TO WS-LINE(60:9)
              WHEN OTHER
                 MOVE 'IN STOCK'  TO WS-LINE(60:9)
           END-EVALUATE
           IF CA-L-ORIG-P-NO(WS-L-IDX) NOT = CA-L-P-NO(WS-L-IDX)
              MOVE 'WAS'                    TO WS-LINE(70:3)
              MOVE CA-L-ORIG-P-NO(WS-L-IDX) TO WS-LINE(74:3)
           END-IF
           .

      ** SHOW-CREDIT-POSITION - the holds PART2P's credit check     **
      ** will apply to this order's value : prepayment first, the    **
      ** customer's own limit, then the group's                      **
       SHOW-CREDIT-POSITION.
           MOVE CA-C-NO TO CUS-C-NO
           EXEC SQL
              SELECT BALANCE, CREDIT_LIMIT, PREPAY, PARENT_C_NO
              INTO :CUS-BALANCE, :CUS-CREDIT-LIMIT, :CUS-PREPAY,
                   :CUS-PARENT-C-NO
              FROM APIX.CUSTOMERS
              WHERE C_NO = :CUS-C-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE SQLCODE TO ED-SQLCODE
              MOVE SPACES TO WS-LINE
              STRING 'CREDIT POSITION NOT READABLE - DB2 ERROR '
                     ED-SQLCODE
                DELIMITED BY SIZE INTO WS-LINE
              END-STRING
              PERFORM ADD-SCREEN-LINE
              MOVE SPACES TO WS-LINE
              PERFORM ADD-SCREEN-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE CUS-BALANCE      TO ED-BALANCE
           MOVE CUS-CREDIT-LIMIT TO ED-LIMIT
           MOVE SPACES TO WS-LINE
           STRING 'BALANCE ' ED-BALANCE '  CREDIT LIMIT ' ED-LIMIT
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           IF CA-HELD-CNT > 0
              MOVE CA-HELD-CNT TO ED-HELD
              MOVE ED-HELD TO WS-LINE(50:2)
              MOVE 'ORDERS ON CREDIT HOLD' TO WS-LINE(53:21)
           END-IF
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN CUS-PREPAY = 'Y'
                 STRING 'CREDIT : PREPAYMENT CUSTOMER - '
                        'THE ORDER WILL BE HELD UNTIL PAID'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN WS-ORDER-TOTAL NOT > 0
                 MOVE 'CREDIT : NOTHING PRICED YET' TO WS-LINE
              WHEN CUS-CREDIT-LIMIT > 0 AND
                   CUS-BALANCE + WS-ORDER-TOTAL > CUS-CREDIT-LIMIT
                 STRING 'CREDIT : OVER THE CREDIT LIMIT - '
                        'THE ORDER WILL BE HELD FOR REVIEW'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN OTHER
                 PERFORM CHECK-GROUP-LIMIT
           END-EVALUATE
           PERFORM ADD-SCREEN-LINE
           .

      ** CHECK-GROUP-LIMIT - the group limit sits on the head's row ; **
      ** a zero group limit means no group ceiling                   **
       CHECK-GROUP-LIMIT.
           IF CUS-PARENT-C-NO = SPACES
              MOVE CUS-C-NO        TO WS-GRP-HEAD
           ELSE
              MOVE CUS-PARENT-C-NO TO WS-GRP-HEAD
           END-IF
           MOVE 'CREDIT : WITHIN LIMIT' TO WS-LINE
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
                 WS-GRP-EXPOSURE + WS-ORDER-TOTAL > CUS-GROUP-LIMIT
                 MOVE SPACES TO WS-LINE
                 STRING 'CREDIT : GROUP ' WS-GRP-HEAD
                        ' OVER ITS LIMIT - THE ORDER WILL BE HELD'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              END-IF
           END-IF
           .

      ** ADD-SCREEN-LINE - the screen holds 22 lines, anything past  **
      ** that is dropped rather than wrapped                          **
       ADD-SCREEN-LINE.
           IF WS-SCR-IDX < 22
              ADD 1 TO WS-SCR-IDX
              MOVE WS-LINE TO WS-SCR-LINE(WS-SCR-IDX)
           END-IF
           .
