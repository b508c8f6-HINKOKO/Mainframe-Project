       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BASKETP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - ANALYSE WHICH PRODUCTS ARE BOUGHT TOGETHER OVER THE SAME  *
      *      DATEDEB/DATEFIN PERIOD AS THE PART4P RANKING, FROM THE    *
      *      ITEMS OF EACH ORDER (RETURN LINES LEFT OUT)               *
      *    - FOR EVERY PRODUCT PAIR : ORDERS HOLDING BOTH, SUPPORT     *
      *      (BOTH / ALL ORDERS), CONFIDENCE (BOTH / ORDERS OF THE     *
      *      ANCHOR PRODUCT) AND LIFT (CONFIDENCE / SHARE OF ORDERS    *
      *      HOLDING THE PARTNER)                                      *
      *    - WRITE EACH PRODUCT'S TOP PAIRS AS A <COPURCHASES> XML     *
      *      SECTION IN THE STXML STYLE (FXMLBSK) FOR THE CONSULTING   *
      *      FIRM, AND AS A FLAT FILE (FICBASKET, LAYOUT BSKPAIR) FOR  *
      *      THE SALES TEAM                                            *
      *  Dependencies -> copybooks 'stxml', 'bskpair'                  *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      DATEDEB=YYYY-MM-DD  (PERIOD START, REQUIRED)              *
      *      DATEFIN=YYYY-MM-DD  (PERIOD END, REQUIRED)                *
      *      CATEGORY=XXXX       (ONLY ANCHOR PRODUCTS OF THAT         *
      *                           CATEGORY ARE LISTED, PARTNERS MAY    *
      *                           BE OF ANY CATEGORY ; DEFAULT ALL)    *
      *      REGION=XX           (EU, AS, AM OR SU : ONLY ORDERS OF    *
      *                           THAT REGION OF ORIGIN ; DEFAULT ALL) *
      *      TOPN=99             (PAIRS KEPT PER PRODUCT, DEFAULT 05)  *
      *      MINPAIR=99999       (FEWEST ORDERS HOLDING BOTH FOR A     *
      *                           PAIR TO COUNT, DEFAULT 00002)        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENRXMLBSK ASSIGN TO FXMLBSK.
           SELECT FBASKET   ASSIGN TO FICBASKET.

       DATA DIVISION.
       FILE SECTION.
       FD ENRXMLBSK.
       01 ENR-XML-BSK PIC X(79).

      ** FBASKET - THE PAIRS, FLAT, FOR THE SALES TEAM **
       FD FBASKET.
       COPY BSKPAIR.

       WORKING-STORAGE SECTION.
       COPY STXML.

       01 XML-PROLOG.
           05 FILLER         PIC X(38).
       01 PROLOG             PIC X(38)
               VALUE '<?XML VERSION="1.0" ENCODING="UTF-8"?>'.

      *** INSERT DES DECLARATIONS SQL ***
           EXEC SQL INCLUDE SQLCA  END-EXEC.

      *** CURSEUR PRODUITS VENDUS SUR LA PERIODE ***
           EXEC SQL
               DECLARE CBSKPRD CURSOR
               FOR
               SELECT DISTINCT I.P_NO, P.CATEGORY
               FROM API2.ITEMS I
               JOIN API2.PRODUCTS P
               ON I.P_NO = P.P_NO
               JOIN API2.ORDERS O
               ON O.O_NO = I.O_NO
               WHERE O.O_DATE BETWEEN :AC-DATE-DEB AND :AC-DATE-FIN
                 AND (O.REGION = :AC-REGION OR :AC-REGION = '  ')
                 AND I.QUANTITY > 0
                 AND I.P_NO <> 'FRT'
               ORDER BY I.P_NO
           END-EXEC.

      *** CURSEUR LIGNES PAR COMMANDE ***
           EXEC SQL
               DECLARE CBSKITM CURSOR
               FOR
               SELECT I.O_NO, I.P_NO
               FROM API2.ITEMS I
               JOIN API2.ORDERS O
               ON O.O_NO = I.O_NO
               WHERE O.O_DATE BETWEEN :AC-DATE-DEB AND :AC-DATE-FIN
                 AND (O.REGION = :AC-REGION OR :AC-REGION = '  ')
                 AND I.QUANTITY > 0
                 AND I.P_NO <> 'FRT'
               ORDER BY I.O_NO, I.P_NO
           END-EXEC.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** SYSIN PARAMETERS, THROUGH THE PARMPRS CARD PARSER ***
       COPY PARMBLK.
       77 AC-DATE-DEB    PIC X(10).
       77 AC-DATE-FIN    PIC X(10).
       77 AC-CATEGORY    PIC X(20).
       77 AC-REGION      PIC X(2).
       77 AC-TOP-N       PIC 9(2).
       77 AC-MIN-PAIR    PIC 9(5).

      *** HOST VARIABLES ***
       77 BH-O-NO        PIC S9(9)      USAGE COMP.
       77 BH-P-NO        PIC X(3).
       77 BH-CATEGORY    PIC X(20).

      *** PRODUITS VENDUS EN TABLE, PAR NUMERO CROISSANT ***
       01 PROD-TAB.
          05 PT-ENTRY OCCURS 500 TIMES.
             10 PT-P-NO     PIC X(3).
             10 PT-CATEGORY PIC X(20).
             10 PT-ORDERS   PIC 9(5).
       77 PT-CNT          PIC 9(3) VALUE 0.
       77 PT-IDX          PIC 9(3) VALUE 0.
       77 PT-JDX          PIC 9(3) VALUE 0.
       77 WS-HIT          PIC 9(3) VALUE 0.

      *** COMMANDES COMMUNES PAR COUPLE DE PRODUITS - LA CASE ***
      *** (A,B) ET LA CASE (B,A) PORTENT LE MEME COMPTE       ***
       01 PAIR-MATRIX.
          05 PM-ROW OCCURS 500 TIMES.
             10 PM-CELL PIC S9(5) COMP OCCURS 500 TIMES.

      *** LE PANIER DE LA COMMANDE EN COURS (RANGS DANS PROD-TAB) ***
       01 BASKET-TAB.
          05 BA-PT OCCURS 100 TIMES PIC 9(3).
       77 BA-CNT          PIC 9(3) VALUE 0.
       77 BA-IDX          PIC 9(3) VALUE 0.
       77 BA-JDX          PIC 9(3) VALUE 0.
       77 WS-CUR-O-NO     PIC S9(9) COMP VALUE 0.
       77 WS-LAST-P-NO    PIC X(3) VALUE SPACES.
       77 WS-ORDERS-TOTAL PIC 9(7) VALUE 0.

      *** PARTENAIRES D'UN PRODUIT, TRIES AVANT EDITION ***
       01 CAND-TAB.
          05 CD-ENTRY OCCURS 500 TIMES.
             10 CD-PT       PIC 9(3).
             10 CD-BOTH     PIC 9(5).
             10 CD-LIFT     PIC 9(3)V99.
       01 CD-SWAP.
          05 CDS-PT         PIC 9(3).
          05 CDS-BOTH       PIC 9(5).
          05 CDS-LIFT       PIC 9(3)V99.
       77 CD-CNT          PIC 9(3) VALUE 0.
       77 CD-IDX          PIC 9(3) VALUE 0.
       77 CD-JDX          PIC 9(3) VALUE 0.
       77 WS-SWAPPED      PIC X(1) VALUE 'N'.

      *** INDICATEURS ***
       77 WS-SUPPORT      PIC 9V9(4) VALUE 0.
       77 WS-CONFIDENCE   PIC 9V9(4) VALUE 0.
       77 WS-LIFT         PIC 9(3)V99 VALUE 0.
       77 WS-LIFT-WORK    PIC 9(12)V9(4) VALUE 0.

      *** COMPTEURS ***
       77 CNT-LINES-READ  PIC 9(7) VALUE 0.
       77 CNT-ANCHORS     PIC 9(4) VALUE 0.
       77 CNT-PAIRS-OUT   PIC 9(5) VALUE 0.
       77 CNT-BASKET-OVFL PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** BASKETP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AC-REGION NOT = SPACES AND AC-REGION NOT = 'EU' AND
              AC-REGION NOT = 'AS' AND AC-REGION NOT = 'AM' AND
              AC-REGION NOT = 'SU'
              DISPLAY '*** BASKETP : UNKNOWN REGION ' AC-REGION ' ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-SOLD-PRODUCTS
           INITIALIZE PAIR-MATRIX
           PERFORM COUNT-BASKETS

           OPEN OUTPUT ENRXMLBSK
           OPEN OUTPUT FBASKET
           MOVE FUNCTION LOWER-CASE(PROLOG) TO XML-PROLOG
           WRITE ENR-XML-BSK FROM XML-PROLOG
           WRITE ENR-XML-BSK FROM ST-OPEN-BSK
           MOVE AC-DATE-DEB TO BSK-PER-FROM
           MOVE AC-DATE-FIN TO BSK-PER-TO
           MOVE AC-REGION   TO BSK-PER-REGION
           WRITE ENR-XML-BSK FROM ST-BSK-PERIOD

           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              IF (AC-CATEGORY = SPACES OR
                  PT-CATEGORY(PT-IDX) = AC-CATEGORY)
                 AND PT-ORDERS(PT-IDX) > 0
                 PERFORM LIST-ONE-PRODUCT
              END-IF
           END-PERFORM

           WRITE ENR-XML-BSK FROM ST-CLOSE-BSK
           CLOSE ENRXMLBSK
           CLOSE FBASKET

           DISPLAY 'ORDERS ANALYSED    : ' WS-ORDERS-TOTAL
           DISPLAY 'ITEM LINES READ    : ' CNT-LINES-READ
           DISPLAY 'PRODUCTS SOLD      : ' PT-CNT
           DISPLAY 'PRODUCTS WITH PAIRS: ' CNT-ANCHORS
           DISPLAY 'PAIRS WRITTEN      : ' CNT-PAIRS-OUT
           IF CNT-BASKET-OVFL > 0
              DISPLAY 'LINES BEYOND BASKET: ' CNT-BASKET-OVFL
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      ********************************************
      * PARAGRAPHES                              *
      ********************************************
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 6 TO PARM-COUNT
           MOVE 'DATEDEB'  TO PARM-KEYWORD(1)
           MOVE 'D'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'DATEFIN'  TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'Y'        TO PARM-REQUIRED(2)
           MOVE 'CATEGORY' TO PARM-KEYWORD(3)
           MOVE 'X'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE SPACES     TO PARM-DEFAULT(3)
           MOVE 'REGION'   TO PARM-KEYWORD(4)
           MOVE 'X'        TO PARM-TYPE(4)
           MOVE 'N'        TO PARM-REQUIRED(4)
           MOVE SPACES     TO PARM-DEFAULT(4)
           MOVE 'TOPN'     TO PARM-KEYWORD(5)
           MOVE 'N'        TO PARM-TYPE(5)
           MOVE 'N'        TO PARM-REQUIRED(5)
           MOVE '05'       TO PARM-DEFAULT(5)
           MOVE 'MINPAIR'  TO PARM-KEYWORD(6)
           MOVE 'N'        TO PARM-TYPE(6)
           MOVE 'N'        TO PARM-REQUIRED(6)
           MOVE '00002'    TO PARM-DEFAULT(6)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-DATE-DEB
              MOVE PARM-VALUE(2)(1:10) TO AC-DATE-FIN
              MOVE PARM-VALUE(3)       TO AC-CATEGORY
              MOVE PARM-VALUE(4)(1:2)  TO AC-REGION
              COMPUTE AC-TOP-N = FUNCTION NUMVAL(PARM-VALUE(5))
              COMPUTE AC-MIN-PAIR = FUNCTION NUMVAL(PARM-VALUE(6))
              IF AC-TOP-N = 0
                 MOVE 5 TO AC-TOP-N
              END-IF
              IF AC-MIN-PAIR = 0
                 MOVE 1 TO AC-MIN-PAIR
              END-IF
           END-IF
           .

      ** LOAD-SOLD-PRODUCTS - every product sold in the period, in  **
      ** P_NO order ; the pair counts are kept by its rank here     **
       LOAD-SOLD-PRODUCTS.
           EXEC SQL OPEN CBSKPRD END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CBSKPRD
           PERFORM UNTIL SQLCODE NOT EQUAL ZERO
              IF PT-CNT < 500
                 ADD 1 TO PT-CNT
                 MOVE BH-P-NO     TO PT-P-NO(PT-CNT)
                 MOVE BH-CATEGORY TO PT-CATEGORY(PT-CNT)
                 MOVE 0           TO PT-ORDERS(PT-CNT)
              ELSE
      ** A PRODUCT LEFT OUT WOULD SILENTLY SKEW EVERY RATIO **
                 DISPLAY 'PRODUCT TABLE FULL - RUN REFUSED, '
                         'RAISE OCCURS'
                 EXEC SQL CLOSE CBSKPRD END-EXEC
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM FETCH-CBSKPRD
           END-PERFORM
           PERFORM TEST-SQLCODE
           EXEC SQL CLOSE CBSKPRD END-EXEC
           IF PT-CNT = 0
              DISPLAY 'NO SALES IN THE PERIOD ' AC-DATE-DEB
                      ' - ' AC-DATE-FIN
           END-IF
           .

       FETCH-CBSKPRD.
           EXEC SQL
               FETCH CBSKPRD
               INTO :BH-P-NO, :BH-CATEGORY
           END-EXEC.

      ** COUNT-BASKETS - the item lines arrive order by order ; each **
      ** order's distinct products form its basket                  **
       COUNT-BASKETS.
           MOVE 0 TO BA-CNT
           MOVE 0 TO WS-CUR-O-NO
           EXEC SQL OPEN CBSKITM END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CBSKITM
           PERFORM UNTIL SQLCODE NOT EQUAL ZERO
              ADD 1 TO CNT-LINES-READ
              IF BH-O-NO NOT = WS-CUR-O-NO
                 PERFORM CLOSE-BASKET
                 MOVE BH-O-NO TO WS-CUR-O-NO
                 MOVE SPACES  TO WS-LAST-P-NO
              END-IF
      ** THE SAME PRODUCT TWICE ON ONE ORDER IS ONE PURCHASE **
              IF BH-P-NO NOT = WS-LAST-P-NO
                 MOVE BH-P-NO TO WS-LAST-P-NO
                 PERFORM ADD-TO-BASKET
              END-IF
              PERFORM FETCH-CBSKITM
           END-PERFORM
           PERFORM TEST-SQLCODE
           EXEC SQL CLOSE CBSKITM END-EXEC
           PERFORM CLOSE-BASKET
           .

       FETCH-CBSKITM.
           EXEC SQL
               FETCH CBSKITM
               INTO :BH-O-NO, :BH-P-NO
           END-EXEC.

       ADD-TO-BASKET.
           MOVE 0 TO WS-HIT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > PT-CNT OR WS-HIT > 0
              IF PT-P-NO(PT-IDX) = BH-P-NO
                 MOVE PT-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
              IF BA-CNT < 100
                 ADD 1 TO BA-CNT
                 MOVE WS-HIT TO BA-PT(BA-CNT)
              ELSE
                 ADD 1 TO CNT-BASKET-OVFL
              END-IF
           END-IF
           .

      ** CLOSE-BASKET - one more order ; each of its products gains  **
      ** an order, each pair of its products gains a common order   **
       CLOSE-BASKET.
           IF BA-CNT > 0
              ADD 1 TO WS-ORDERS-TOTAL
              PERFORM VARYING BA-IDX FROM 1 BY 1 UNTIL BA-IDX > BA-CNT
                 MOVE BA-PT(BA-IDX) TO PT-IDX
                 ADD 1 TO PT-ORDERS(PT-IDX)
                 PERFORM VARYING BA-JDX FROM 1 BY 1
                         UNTIL BA-JDX > BA-CNT
                    IF BA-JDX NOT = BA-IDX
                       MOVE BA-PT(BA-JDX) TO PT-JDX
                       ADD 1 TO PM-CELL(PT-IDX, PT-JDX)
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           MOVE 0 TO BA-CNT
           .

      ** LIST-ONE-PRODUCT - the partners bought with the PT-IDX      **
      ** product on at least MINPAIR orders, most common orders      **
      ** first then highest lift, the first TOPN written out         **
       LIST-ONE-PRODUCT.
           MOVE 0 TO CD-CNT
           PERFORM VARYING PT-JDX FROM 1 BY 1 UNTIL PT-JDX > PT-CNT
              IF PM-CELL(PT-IDX, PT-JDX) NOT < AC-MIN-PAIR
                 AND PM-CELL(PT-IDX, PT-JDX) > 0
                 ADD 1 TO CD-CNT
                 MOVE PT-JDX TO CD-PT(CD-CNT)
                 MOVE PM-CELL(PT-IDX, PT-JDX) TO CD-BOTH(CD-CNT)
                 COMPUTE WS-LIFT-WORK =
                    PM-CELL(PT-IDX, PT-JDX) * WS-ORDERS-TOTAL
                 COMPUTE CD-LIFT(CD-CNT) ROUNDED = WS-LIFT-WORK
                    / (PT-ORDERS(PT-IDX) * PT-ORDERS(PT-JDX))
                    ON SIZE ERROR
                       MOVE 999,99 TO CD-LIFT(CD-CNT)
                 END-COMPUTE
              END-IF
           END-PERFORM
           IF CD-CNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM SORT-PARTNERS
           ADD 1 TO CNT-ANCHORS

           MOVE PT-P-NO(PT-IDX)   TO PROD-NUMBER
           WRITE ENR-XML-BSK FROM OPENING-PRODUCT
           MOVE PT-ORDERS(PT-IDX) TO PROD-ORD-VALUE
           WRITE ENR-XML-BSK FROM ST-PROD-ORDERS
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CD-CNT OR CD-IDX > AC-TOP-N
              PERFORM WRITE-ONE-PAIR
           END-PERFORM
           WRITE ENR-XML-BSK FROM ST-CLOSE-PROD
           .

      ** SORT-PARTNERS - bubble sort, common orders descending then  **
      ** lift descending                                             **
       SORT-PARTNERS.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
              MOVE 'N' TO WS-SWAPPED
              PERFORM VARYING CD-IDX FROM 1 BY 1
                      UNTIL CD-IDX NOT < CD-CNT
                 COMPUTE CD-JDX = CD-IDX + 1
                 IF CD-BOTH(CD-JDX) > CD-BOTH(CD-IDX) OR
                    (CD-BOTH(CD-JDX) = CD-BOTH(CD-IDX) AND
                     CD-LIFT(CD-JDX) > CD-LIFT(CD-IDX))
                    MOVE CD-ENTRY(CD-IDX) TO CD-SWAP
                    MOVE CD-ENTRY(CD-JDX) TO CD-ENTRY(CD-IDX)
                    MOVE CD-SWAP          TO CD-ENTRY(CD-JDX)
                    MOVE 'Y' TO WS-SWAPPED
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       WRITE-ONE-PAIR.
           MOVE CD-PT(CD-IDX) TO PT-JDX
           COMPUTE WS-SUPPORT ROUNDED =
              CD-BOTH(CD-IDX) / WS-ORDERS-TOTAL
           COMPUTE WS-CONFIDENCE ROUNDED =
              CD-BOTH(CD-IDX) / PT-ORDERS(PT-IDX)
           MOVE CD-LIFT(CD-IDX) TO WS-LIFT

           MOVE PT-P-NO(PT-JDX) TO PAIR-WITH
           WRITE ENR-XML-BSK FROM ST-OPEN-PAIR
           MOVE CD-BOTH(CD-IDX) TO PAIR-BOTH-VALUE
           WRITE ENR-XML-BSK FROM ST-PAIR-BOTH
           MOVE WS-SUPPORT      TO PAIR-SUP-VALUE
           WRITE ENR-XML-BSK FROM ST-PAIR-SUPPORT
           MOVE WS-CONFIDENCE   TO PAIR-CONF-VALUE
           WRITE ENR-XML-BSK FROM ST-PAIR-CONF
           MOVE WS-LIFT         TO PAIR-LIFT-VALUE
           WRITE ENR-XML-BSK FROM ST-PAIR-LIFT
           WRITE ENR-XML-BSK FROM ST-CLOSE-PAIR

           MOVE SPACES            TO ST-BSKPAIR
           MOVE AC-DATE-DEB       TO BSK-DATE-DEB
           MOVE AC-DATE-FIN       TO BSK-DATE-FIN
           MOVE AC-REGION         TO BSK-REGION
           MOVE PT-P-NO(PT-IDX)   TO BSK-P-NO
           MOVE PT-P-NO(PT-JDX)   TO BSK-PARTNER
           MOVE CD-IDX            TO BSK-RANK
           MOVE CD-BOTH(CD-IDX)   TO BSK-BOTH
           MOVE PT-ORDERS(PT-IDX) TO BSK-P-ORDERS
           MOVE PT-ORDERS(PT-JDX) TO BSK-PARTNER-ORDERS
           MOVE WS-ORDERS-TOTAL   TO BSK-ORDERS-TOTAL
           MOVE WS-SUPPORT        TO BSK-SUPPORT
           MOVE WS-CONFIDENCE     TO BSK-CONFIDENCE
           MOVE WS-LIFT           TO BSK-LIFT
           WRITE ST-BSKPAIR
           ADD 1 TO CNT-PAIRS-OUT
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE > ZERO
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ANOMALIE GRAVE : ' SQLCODE
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
