       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AVLINQC.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    CICS PRODUCT AVAILABILITY INQUIRY (TRANSACTION AINQ)        *
      *    - KEY IN A PRODUCT NUMBER, AND OPTIONALLY THE QUANTITY THE  *
      *      CUSTOMER ASKS FOR                                         *
      *    - SEE THE LIFECYCLE STATUS, AND FOR A DISCONTINUED PRODUCT  *
      *      THE SUCCESSOR PART2P WILL SELL IN ITS PLACE (SUPSDK)      *
      *    - SEE THE ON-HAND PER WAREHOUSE (APIX.WHSTOCK) AND THE      *
      *      TOTAL (APIX.PRODUCTS), THE QUANTITY COMMITTED TO ORDERS   *
      *      NOT YET SHIP-CONFIRMED (APIX.ITEMS LESS FICSHIPREG), THE  *
      *      QUANTITY WAITING ON FICBACKORD, AND THE OPEN PURCHASE     *
      *      ORDER LINES (FICPOREG LESS FICRCVREG) WITH THEIR DATES    *
      *    - SEE THE AVAILABLE-TO-PROMISE QUANTITY BY DATE : PART2P    *
      *      RELIEVES THE STOCK WHEN IT LOADS AN ORDER, SO THE ON-HAND *
      *      IS ALREADY NET OF THE COMMITTED QUANTITY ; THE BACKORDERS *
      *      COME OFF IT (BORDRELP SERVES THEM FIRST), AND EACH OPEN   *
      *      PO LINE ADDS TO IT ON ITS EXPECTED DATE                   *
      *    A PO LINE IS FOR THE SUPPLIER PART, THE TWO-CHARACTER       *
      *    PREFIX OF THE PRODUCT NUMBER (THE CATALOG CONVENTION) ; ITS *
      *    QUANTITY AND DATE ARE THE SUPPLIER'S CONFIRMED ONES ONCE    *
      *    POACKP HAS TAKEN THE ACKNOWLEDGMENT, AND A LINE THE         *
      *    SUPPLIER REJECTED, CANCELLED OR DROP-SHIPPED IS NOT SUPPLY  *
      *    READ-ONLY, BUILT LIKE THE ORDINQC ORDER INQUIRY             *
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *** ZONE DE SAISIE (AINQ 999 99999) ***
       01 WS-INPUT.
          05 WS-IN-TRANS   PIC X(4).
          05 FILLER        PIC X(1).
          05 WS-IN-P-NO    PIC X(3).
          05 FILLER        PIC X(1).
          05 WS-IN-QTY     PIC X(5).
          05 FILLER        PIC X(66).
       77 WS-IN-LEN        PIC S9(4) USAGE COMP-5 VALUE 80.
       77 WS-ASK-QTY       PIC S9(7) VALUE 0.

      *** ECRAN DE SORTIE, CONSTRUIT LIGNE PAR LIGNE ***
       01 WS-SCREEN.
          05 WS-SCR-LINE OCCURS 22 TIMES PIC X(79).
       77 WS-SCR-IDX       PIC 99 VALUE 0.
       77 WS-SCR-LEN       PIC S9(4) USAGE COMP-5 VALUE 1738.
       77 WS-LINE          PIC X(79) VALUE SPACES.

      *** EDITIONS ***
       77 ED-QTY           PIC -ZZZZZZ9.
       77 ED-ATP           PIC -ZZZZZZ9.
       77 ED-PO-NO         PIC Z(7)9.
       77 ED-SQLCODE       PIC +Z(8)9.

       77 WS-CICS-RESP     PIC S9(8) USAGE COMP-5 VALUE 0.
       77 WS-RBA           PIC S9(8) USAGE COMP-5 VALUE 0.
       77 WS-BROWSE-DONE   PIC 9 VALUE 0.
            88 BROWSE-DONE      VALUE 1.

      *** SUPSDK, VU PAR CICS (READ FILE), MEME LAYOUT QUE PART2P ***
       01 WS-SUPSD-REC.
          05 WS-SUP-OLD-PNO PIC X(3).
          05 WS-SUP-NEW-PNO PIC X(3).
          05 FILLER         PIC X(74).
       77 WS-SUPSD-HOPS    PIC 9 VALUE 0.
       77 WS-SUCCESSOR     PIC X(3) VALUE SPACES.
       77 WS-SUCC-P-NO     PIC X(3) VALUE SPACES.
       77 WS-SUCC-STATUS   PIC X(1) VALUE SPACE.

      *** FICSHIPREG, VU PAR CICS (FICSHPRG) ***
       01 WS-SHIPREG-REC.
          05 WS-SRG-O-NO   PIC X(7).
          05 WS-SRG-P-NO   PIC X(3).
          05 WS-SRG-QTY    PIC 9(5).
          05 WS-SRG-DATE   PIC X(10).
          05 FILLER        PIC X(55).

      *** FICBACKORD, VU PAR CICS (FICBKORD) ; LA LIGNE PARQUEE  ***
      *** GARDE LE GABARIT VT COMMUN                             ***
       01 WS-BACKORD-REC.
          05 WS-BO-VT-LINE.
             10 WS-BO-O-NO  PIC 9(7).
             10 WS-BO-E-NO  PIC X(3).
             10 WS-BO-C-NO  PIC X(3).
             10 WS-BO-O-DATE PIC X(10).
             10 WS-BO-P-NO  PIC X(3).
             10 FILLER      PIC X(54).
          05 WS-BO-QTY-SHORT PIC 9(5).
          05 WS-BO-DATE    PIC X(10).
          05 FILLER        PIC X(5).

      *** FICPOREG, VU PAR CICS, MEME LAYOUT QUE POWRTP ***
       01 WS-POREG-REC.
          05 WS-PR-PO-NO   PIC 9(8).
          05 WS-PR-SNO     PIC X(2).
          05 WS-PR-PNO     PIC X(2).
          05 WS-PR-QTY     PIC 9(4).
          05 WS-PR-EXPECTED PIC X(10).
          05 WS-PR-ORD-REF PIC X(7).
          05 WS-PR-STATUS  PIC X(1).
          05 WS-PR-UOM     PIC X(2).
          05 WS-PR-ORDER-DATE PIC X(10).
          05 WS-PR-ACK-STATUS PIC X(1).
          05 WS-PR-CONF-QTY PIC 9(4).
          05 WS-PR-CONF-DATE PIC X(10).
          05 WS-PR-ACK-DATE PIC X(10).
          05 FILLER        PIC X(9).

      *** FICRCVREG, VU PAR CICS (FICRCVRG), MEME LAYOUT QUE RECVLDP ***
       01 WS-RCVREG-REC.
          05 WS-RR-PO-NO   PIC 9(8).
          05 WS-RR-SNO     PIC X(2).
          05 WS-RR-PNO     PIC X(2).
          05 WS-RR-QTY     PIC 9(4).
          05 WS-RR-DATE    PIC X(10).
          05 WS-RR-COST    PIC 9(5)V9(2).
          05 WS-RR-REJQTY  PIC 9(4).
          05 WS-RR-KIND    PIC X(1).
             88 WS-RR-RETURN     VALUE 'V'.
          05 FILLER        PIC X(42).

      *** STOCK PAR DEPOT (DB2) ***
       77 WS-WH            PIC X(2)  VALUE SPACES.
       77 WS-WH-ONHAND     PIC S9(9) COMP VALUE 0.
       77 CNT-WH           PIC 99 VALUE 0.
       77 WS-WH-POS        PIC 99 VALUE 0.

      *** QUANTITES ***
       77 WS-ON-HAND       PIC S9(9) COMP VALUE 0.
       77 WS-COMMITTED     PIC S9(9) COMP VALUE 0.
       77 WS-BACKORDERED   PIC S9(9) COMP VALUE 0.
       77 WS-ATP           PIC S9(9) COMP VALUE 0.
       77 WS-LINE-OPEN     PIC S9(9) COMP VALUE 0.
       77 WS-ITE-O-NO-X    PIC 9(7) VALUE 0.
       77 WS-PROMISE-DATE  PIC X(10) VALUE SPACES.

      *** DEJA EXPEDIE PAR COMMANDE, POUR LE PRODUIT DEMANDE ***
       01 SHIPPED-TAB.
          05 SHT-ENTRY OCCURS 500 TIMES.
             10 SHT-O-NO   PIC X(7).
             10 SHT-QTY    PIC S9(7).
       77 SHT-CNT          PIC S9(4) COMP VALUE 0.
       77 SHT-IDX          PIC S9(4) COMP VALUE 0.
       77 WS-SHT-HIT       PIC S9(4) COMP VALUE 0.

      *** LIGNES DE COMMANDE FOURNISSEUR OUVERTES, PAR DATE ***
       01 PO-OPEN-TAB.
          05 POT-ENTRY OCCURS 50 TIMES.
             10 POT-DATE   PIC X(10).
             10 POT-PO-NO  PIC 9(8).
             10 POT-SNO    PIC X(2).
             10 POT-QTY    PIC S9(7).
             10 POT-ACKED  PIC X(1).
       77 POT-CNT          PIC S9(4) COMP VALUE 0.
       77 POT-IDX          PIC S9(4) COMP VALUE 0.
       77 POT-JDX          PIC S9(4) COMP VALUE 0.
       77 POT-SHOWN        PIC S9(4) COMP VALUE 0.
       77 WS-PART          PIC X(2) VALUE SPACES.
       77 WS-PO-DATE       PIC X(10) VALUE SPACES.
       77 WS-PO-QTY        PIC S9(7) VALUE 0.
       77 WS-SLOT-FLAG     PIC 9 VALUE 0.
            88 SLOT-FOUND       VALUE 1.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ITE      END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC

      *** CURSEUR STOCK DU PRODUIT PAR DEPOT ***
           EXEC SQL
              DECLARE CAVLWH CURSOR
              FOR
              SELECT WH, ON_HAND
              FROM APIX.WHSTOCK
              WHERE P_NO = :PRO-P-NO
              ORDER BY WH
           END-EXEC

      *** CURSEUR LIGNES DE COMMANDE DU PRODUIT ***
           EXEC SQL
              DECLARE CAVLIT CURSOR
              FOR
              SELECT O_NO, QUANTITY
              FROM APIX.ITEMS
              WHERE P_NO = :ITE-P-NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.

           EXEC CICS RECEIVE
                INTO(WS-INPUT)
                LENGTH(WS-IN-LEN)
                RESP(WS-CICS-RESP)
           END-EXEC

           MOVE SPACES TO WS-SCREEN
           MOVE 0 TO WS-SCR-IDX

           EVALUATE TRUE
              WHEN WS-IN-P-NO = SPACES
                 MOVE 'ENTER: AINQ PPP [QQQQQ] (PRODUCT, QTY ASKED)'
                    TO WS-LINE
                 PERFORM ADD-SCREEN-LINE
              WHEN WS-IN-QTY NOT = SPACES AND
                   WS-IN-QTY IS NOT NUMERIC
                 MOVE 'QUANTITY MUST BE FIVE DIGITS, E.G. 00040'
                    TO WS-LINE
                 PERFORM ADD-SCREEN-LINE
              WHEN OTHER
                 MOVE 0 TO WS-ASK-QTY
                 IF WS-IN-QTY NOT = SPACES
                    MOVE WS-IN-QTY TO WS-ASK-QTY
                 END-IF
                 PERFORM SHOW-PRODUCT
           END-EVALUATE

           EXEC CICS SEND TEXT
                FROM(WS-SCREEN)
                LENGTH(WS-SCR-LEN)
                ERASE
                FREEKB
           END-EXEC

           EXEC CICS RETURN
           END-EXEC.

      *** PARAGRAPHS ***
       SHOW-PRODUCT.
           MOVE WS-IN-P-NO TO PRO-P-NO
           EXEC SQL
              SELECT DESCRIPTION, STATUS, ON_HAND
              INTO :PRO-DESCRIPTION, :PRO-STATUS, :PRO-ON-HAND
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 PERFORM SHOW-PRODUCT-HEADER
                 PERFORM SHOW-STOCK-BY-WAREHOUSE
                 PERFORM SHOW-COMMITTED
                 PERFORM SHOW-BACKORDERED
                 PERFORM LOAD-OPEN-PO-LINES
                 PERFORM SHOW-AVAILABLE-TO-PROMISE
              WHEN SQLCODE = +100
                 MOVE SPACES TO WS-LINE
                 STRING 'PRODUCT ' WS-IN-P-NO ' NOT IN THE CATALOG'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM ADD-SCREEN-LINE
              WHEN OTHER
                 MOVE SQLCODE TO ED-SQLCODE
                 MOVE SPACES TO WS-LINE
                 STRING 'DB2 ERROR ' ED-SQLCODE
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
                 PERFORM ADD-SCREEN-LINE
           END-EVALUATE
           .

       SHOW-PRODUCT-HEADER.
           MOVE SPACES TO WS-LINE
           STRING 'PRODUCT ' WS-IN-P-NO '  ' DELIMITED BY SIZE
                  PRO-DESCRIPTION-TEXT(1:PRO-DESCRIPTION-LEN)
                            DELIMITED BY SIZE
             INTO WS-LINE
           END-STRING
           PERFORM ADD-SCREEN-LINE
           EVALUATE PRO-STATUS
              WHEN 'D'
                 PERFORM FIND-SUCCESSOR
                 MOVE SPACES TO WS-LINE
                 IF WS-SUCCESSOR = SPACES
                    MOVE
              'STATUS : DISCONTINUED, NO SUCCESSOR - ORDERS REJECTED'
                       TO WS-LINE
                 ELSE
                    STRING 'STATUS : DISCONTINUED - SUCCESSOR '
                           WS-SUCCESSOR
                           ' IS SOLD INSTEAD (AINQ ' WS-SUCCESSOR ')'
                      DELIMITED BY SIZE INTO WS-LINE
                    END-STRING
                 END-IF
              WHEN 'P'
                 MOVE 'STATUS : PHASE-OUT - SELLING THE REMAINING STOCK'
                    TO WS-LINE
              WHEN OTHER
                 MOVE 'STATUS : ACTIVE' TO WS-LINE
           END-EVALUATE
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           .

      ** FIND-SUCCESSOR - the same walk PART2P makes on a sale : up  **
      ** to three hops down the chain, stopping at a dead end        **
       FIND-SUCCESSOR.
           MOVE SPACES TO WS-SUCCESSOR
           MOVE 0 TO WS-SUPSD-HOPS
           MOVE WS-IN-P-NO TO WS-SUP-OLD-PNO
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

      ** SHOW-STOCK-BY-WAREHOUSE - the site rows, five to a line,   **
      ** then the global count every report trusts                  **
       SHOW-STOCK-BY-WAREHOUSE.
           MOVE 'ON HAND BY WAREHOUSE :' TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE 0 TO CNT-WH
           MOVE SPACES TO WS-LINE
           MOVE 3 TO WS-WH-POS
           EXEC SQL OPEN CAVLWH END-EXEC
           EXEC SQL
              FETCH CAVLWH
              INTO :WS-WH, :WS-WH-ONHAND
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
              ADD 1 TO CNT-WH
              MOVE WS-WH-ONHAND TO ED-QTY
              STRING WS-WH ED-QTY DELIMITED BY SIZE
                INTO WS-LINE WITH POINTER WS-WH-POS
              END-STRING
              ADD 5 TO WS-WH-POS
              IF WS-WH-POS > 70
                 PERFORM ADD-SCREEN-LINE
                 MOVE SPACES TO WS-LINE
                 MOVE 3 TO WS-WH-POS
              END-IF
              EXEC SQL
                 FETCH CAVLWH
                 INTO :WS-WH, :WS-WH-ONHAND
              END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CAVLWH END-EXEC
           IF CNT-WH = 0
              MOVE '  (NO WAREHOUSE ROW YET)' TO WS-LINE
           END-IF
           IF WS-LINE NOT = SPACES
              PERFORM ADD-SCREEN-LINE
           END-IF
           MOVE PRO-ON-HAND TO WS-ON-HAND
           MOVE WS-ON-HAND  TO ED-QTY
           MOVE SPACES TO WS-LINE
           STRING 'ON HAND, ALL WAREHOUSES          ' ED-QTY
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM ADD-SCREEN-LINE
           .

      ** SHOW-COMMITTED - ordered less already ship-confirmed, line  **
      ** by line as PICKPKP works out what is still to pick          **
       SHOW-COMMITTED.
           PERFORM LOAD-SHIPPED
           MOVE 0 TO WS-COMMITTED
           MOVE WS-IN-P-NO TO ITE-P-NO
           EXEC SQL OPEN CAVLIT END-EXEC
           EXEC SQL
              FETCH CAVLIT
              INTO :ITE-O-NO, :ITE-QUANTITY
           END-EXEC
           PERFORM UNTIL SQLCODE NOT = ZERO
              MOVE ITE-QUANTITY TO WS-LINE-OPEN
              MOVE ITE-O-NO TO WS-ITE-O-NO-X
              PERFORM VARYING SHT-IDX FROM 1 BY 1
                      UNTIL SHT-IDX > SHT-CNT
                 IF SHT-O-NO(SHT-IDX) = WS-ITE-O-NO-X
                    SUBTRACT SHT-QTY(SHT-IDX) FROM WS-LINE-OPEN
                 END-IF
              END-PERFORM
              IF WS-LINE-OPEN > 0
                 ADD WS-LINE-OPEN TO WS-COMMITTED
              END-IF
              EXEC SQL
                 FETCH CAVLIT
                 INTO :ITE-O-NO, :ITE-QUANTITY
              END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CAVLIT END-EXEC
           MOVE WS-COMMITTED TO ED-QTY
           MOVE SPACES TO WS-LINE
           STRING 'COMMITTED TO UNSHIPPED ORDERS    ' ED-QTY
                  '  (ALREADY OUT OF ON HAND)'
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM ADD-SCREEN-LINE
           .

       LOAD-SHIPPED.
           MOVE 0 TO SHT-CNT
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICSHPRG')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICSHPRG')
                   INTO(WS-SHIPREG-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-SRG-P-NO = WS-IN-P-NO
                    PERFORM ADD-SHIPPED
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICSHPRG')
                RESP(WS-CICS-RESP)
           END-EXEC
           .

       ADD-SHIPPED.
           MOVE 0 TO WS-SHT-HIT
           PERFORM VARYING SHT-IDX FROM 1 BY 1
                   UNTIL SHT-IDX > SHT-CNT OR WS-SHT-HIT > 0
              IF SHT-O-NO(SHT-IDX) = WS-SRG-O-NO
                 MOVE SHT-IDX TO WS-SHT-HIT
              END-IF
           END-PERFORM
           IF WS-SHT-HIT > 0
              ADD WS-SRG-QTY TO SHT-QTY(WS-SHT-HIT)
           ELSE
              IF SHT-CNT < 500
                 ADD 1 TO SHT-CNT
                 MOVE WS-SRG-O-NO TO SHT-O-NO(SHT-CNT)
                 MOVE WS-SRG-QTY  TO SHT-QTY(SHT-CNT)
              END-IF
           END-IF
           .

      ** SHOW-BACKORDERED - the parked lines BORDRELP releases first, **
      ** oldest first, as soon as stock comes in                      **
       SHOW-BACKORDERED.
           MOVE 0 TO WS-BACKORDERED
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICBKORD')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICBKORD')
                   INTO(WS-BACKORD-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-BO-P-NO = WS-IN-P-NO
                    ADD WS-BO-QTY-SHORT TO WS-BACKORDERED
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICBKORD')
                RESP(WS-CICS-RESP)
           END-EXEC
           MOVE WS-BACKORDERED TO ED-QTY
           MOVE SPACES TO WS-LINE
           STRING 'BACKORDERED, WAITING FOR STOCK   ' ED-QTY
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           .

      ** LOAD-OPEN-PO-LINES - the part's live PO lines in expected- **
      ** date order, less what the receiving desk already took in    **
       LOAD-OPEN-PO-LINES.
           MOVE 0 TO POT-CNT
           MOVE WS-IN-P-NO(1:2) TO WS-PART
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICPOREG')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICPOREG')
                   INTO(WS-POREG-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-PR-PNO = WS-PART AND
                    WS-PR-STATUS NOT = 'X' AND
                    WS-PR-ORD-REF = SPACES AND
                    WS-PR-ACK-STATUS NOT = 'R'
                    PERFORM ADD-PO-LINE
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICPOREG')
                RESP(WS-CICS-RESP)
           END-EXEC
           IF POT-CNT > 0
              PERFORM APPLY-RECEIPTS
           END-IF
           .

      ** ADD-PO-LINE - the supplier's confirmed quantity and date    **
      ** win once acknowledged ; the table is kept in date order     **
       ADD-PO-LINE.
           IF WS-PR-ACK-STATUS = SPACE OR
              WS-PR-CONF-QTY IS NOT NUMERIC
              MOVE WS-PR-QTY      TO WS-PO-QTY
              MOVE WS-PR-EXPECTED TO WS-PO-DATE
           ELSE
              MOVE WS-PR-CONF-QTY  TO WS-PO-QTY
              MOVE WS-PR-CONF-DATE TO WS-PO-DATE
           END-IF
           IF POT-CNT < 50
              ADD 1 TO POT-CNT
              MOVE POT-CNT TO POT-JDX
              MOVE 0 TO WS-SLOT-FLAG
              PERFORM UNTIL SLOT-FOUND
                 IF POT-JDX = 1
                    SET SLOT-FOUND TO TRUE
                 ELSE
                    IF POT-DATE(POT-JDX - 1) NOT > WS-PO-DATE
                       SET SLOT-FOUND TO TRUE
                    ELSE
                       MOVE POT-ENTRY(POT-JDX - 1)
                         TO POT-ENTRY(POT-JDX)
                       SUBTRACT 1 FROM POT-JDX
                    END-IF
                 END-IF
              END-PERFORM
              MOVE WS-PO-DATE       TO POT-DATE(POT-JDX)
              MOVE WS-PR-PO-NO      TO POT-PO-NO(POT-JDX)
              MOVE WS-PR-SNO        TO POT-SNO(POT-JDX)
              MOVE WS-PO-QTY        TO POT-QTY(POT-JDX)
              MOVE WS-PR-ACK-STATUS TO POT-ACKED(POT-JDX)
           END-IF
           .

      ** APPLY-RECEIPTS - a delivery counts against its PO line, a  **
      ** return to the supplier does not reopen it                  **
       APPLY-RECEIPTS.
           MOVE 0 TO WS-RBA
           MOVE 0 TO WS-BROWSE-DONE
           EXEC CICS STARTBR
                FILE('FICRCVRG')
                RIDFLD(WS-RBA)
                RBA
                RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = 0
              SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('FICRCVRG')
                   INTO(WS-RCVREG-REC)
                   RIDFLD(WS-RBA)
                   RBA
                   RESP(WS-CICS-RESP)
              END-EXEC
              IF WS-CICS-RESP NOT = 0
                 SET BROWSE-DONE TO TRUE
              ELSE
                 IF WS-RR-PNO = WS-PART AND NOT WS-RR-RETURN
                    PERFORM VARYING POT-IDX FROM 1 BY 1
                            UNTIL POT-IDX > POT-CNT
                       IF POT-PO-NO(POT-IDX) = WS-RR-PO-NO AND
                          POT-SNO(POT-IDX)   = WS-RR-SNO
                          SUBTRACT WS-RR-QTY FROM POT-QTY(POT-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM
           EXEC CICS ENDBR
                FILE('FICRCVRG')
                RESP(WS-CICS-RESP)
           END-EXEC
           .

      ** SHOW-AVAILABLE-TO-PROMISE - today's figure, then one line  **
      ** per open PO line as its quantity lands ; with a quantity    **
      ** keyed in, the first date it can be promised                 **
       SHOW-AVAILABLE-TO-PROMISE.
           COMPUTE WS-ATP = WS-ON-HAND - WS-BACKORDERED
           MOVE SPACES TO WS-PROMISE-DATE
           IF WS-ASK-QTY > 0 AND WS-ATP NOT < WS-ASK-QTY
              MOVE 'NOW' TO WS-PROMISE-DATE
           END-IF
           MOVE 'AVAILABLE TO PROMISE :' TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE SPACES TO WS-LINE
           STRING '  DATE        OPEN PO LINE FOR PART ' WS-PART
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE 'SUPPLY'   TO WS-LINE(44:6)
           MOVE 'ATP'      TO WS-LINE(57:3)
           MOVE 'SUPPLIER' TO WS-LINE(62:8)
           PERFORM ADD-SCREEN-LINE
           MOVE WS-ATP TO ED-ATP
           MOVE '  NOW' TO WS-LINE
           MOVE ED-ATP TO WS-LINE(52:8)
           PERFORM ADD-SCREEN-LINE
           MOVE 0 TO POT-SHOWN
           PERFORM VARYING POT-IDX FROM 1 BY 1
                   UNTIL POT-IDX > POT-CNT
              IF POT-QTY(POT-IDX) > 0
                 ADD POT-QTY(POT-IDX) TO WS-ATP
                 IF WS-ASK-QTY > 0 AND WS-PROMISE-DATE = SPACES
                    AND WS-ATP NOT < WS-ASK-QTY
                    MOVE POT-DATE(POT-IDX) TO WS-PROMISE-DATE
                 END-IF
                 ADD 1 TO POT-SHOWN
                 IF POT-SHOWN < 7
                    PERFORM SHOW-PO-LINE
                 END-IF
              END-IF
           END-PERFORM
           IF POT-SHOWN = 0
              MOVE '  (NO OPEN PURCHASE ORDER LINE FOR THE PART)'
                 TO WS-LINE
              PERFORM ADD-SCREEN-LINE
           END-IF
           IF POT-SHOWN > 6
              MOVE WS-ATP TO ED-ATP
                 MOVE '  ... MORE PO LINES, FINAL ATP' TO WS-LINE
              MOVE ED-ATP TO WS-LINE(52:8)
              PERFORM ADD-SCREEN-LINE
           END-IF
           IF WS-ASK-QTY > 0
              PERFORM SHOW-PROMISE-ANSWER
           END-IF
           .

       SHOW-PO-LINE.
           MOVE POT-PO-NO(POT-IDX) TO ED-PO-NO
           MOVE POT-QTY(POT-IDX)   TO ED-QTY
           MOVE WS-ATP             TO ED-ATP
           MOVE SPACES TO WS-LINE
           STRING '  ' POT-DATE(POT-IDX) '  PO ' ED-PO-NO
                  ' FROM ' POT-SNO(POT-IDX)
             DELIMITED BY SIZE INTO WS-LINE
           END-STRING
           MOVE ED-QTY TO WS-LINE(42:8)
           MOVE ED-ATP TO WS-LINE(52:8)
           IF POT-ACKED(POT-IDX) = SPACE
              MOVE 'UNCONFIRMED' TO WS-LINE(62:11)
           ELSE
              MOVE 'CONFIRMED'   TO WS-LINE(62:9)
           END-IF
           PERFORM ADD-SCREEN-LINE
           .

       SHOW-PROMISE-ANSWER.
           MOVE SPACES TO WS-LINE
           PERFORM ADD-SCREEN-LINE
           MOVE WS-ASK-QTY TO ED-QTY
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN WS-PROMISE-DATE = 'NOW'
                 STRING 'QUANTITY ' ED-QTY ' : AVAILABLE NOW'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN WS-PROMISE-DATE NOT = SPACES
                 STRING 'QUANTITY ' ED-QTY ' : AVAILABLE FROM '
                        WS-PROMISE-DATE ' (EXPECTED SUPPLY)'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
              WHEN OTHER
                 STRING 'QUANTITY ' ED-QTY
                        ' : NOT COVERED BY STOCK OR OPEN SUPPLY'
                   DELIMITED BY SIZE INTO WS-LINE
                 END-STRING
           END-EVALUATE
           PERFORM ADD-SCREEN-LINE
           .

      ** ADD-SCREEN-LINE - the screen holds 22 lines, anything past  **
      ** that is dropped rather than wrapped                          **
       ADD-SCREEN-LINE.
           IF WS-SCR-IDX < 22
              ADD 1 TO WS-SCR-IDX
              MOVE WS-LINE TO WS-SCR-LINE(WS-SCR-IDX)
           END-IF
           .
