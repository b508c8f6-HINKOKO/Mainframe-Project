       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTRASTP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - BUILD THE MONTHLY INTRASTAT DISPATCH DECLARATION : TAKE   *
      *      THE MONTH'S FINVREG INVOICES, CREDIT MEMOS AND VOID       *
      *      REVERSALS, KEEP THE ORDERS SHIPPED TO AN EU COUNTRY (THE  *
      *      SHIP-TO'S COUNTRY, ELSE THE CUSTOMER'S), AND ADD UP THEIR *
      *      ITEMS BY DESTINATION COUNTRY, COMMODITY CODE, NATURE OF   *
      *      TRANSACTION AND COUNTRY OF ORIGIN (PRDTRDK, PTRLDP)       *
      *    - NET CREDIT MEMOS IN THROUGH THEIR NEGATIVE RETURN LINES,  *
      *      AND TAKE A VOIDED INVOICE BACK OUT IN THE MONTH OF ITS    *
      *      REVERSAL                                                  *
      *    - WRITE THE DECLARATION FILE FINTRA, AND A RECONCILIATION   *
      *      OF WHAT WAS DECLARED BACK TO EACH INVOICE'S NET TOTAL     *
      *      (FREIGHT, DISCOUNTS AND PRODUCTS WITHOUT TRADE DATA MAKE  *
      *      UP THE DIFFERENCE), RC 4 WHEN A PRODUCT HAD NO TRADE DATA *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      MONTH=YYYY-MM       MONTH DECLARED (DEFAULT LAST MONTH)   *
      *      HOME=CC             DECLARANT'S OWN COUNTRY, NOT A        *
      *                          DISPATCH (DEFAULT NONE)               *
      *      CURRENCY=CCC        CURRENCY OF THE DECLARED VALUE        *
      *                          (DEFAULT THE BOOK CURRENCY)           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FINVMAP ASSIGN TO FICINVMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-O-NO
               FILE STATUS IS FS-INVMAP.
           SELECT PRDTRDK ASSIGN TO PRDTRDK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PTR-P-NO
               FILE STATUS IS FS-PRDTRDK.
           SELECT SHIPTOK ASSIGN TO SHIPTOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHP-KEY
               FILE STATUS IS FS-SHIPTOK.
           SELECT FINTRA ASSIGN TO FICINTRA.
           SELECT FINTRAREC ASSIGN TO FICINTRAREC.

       DATA DIVISION.
       FILE SECTION.
      ** FINVREG - THE INVOICE REGISTER APPENDED BY PART3BP **
       FD FINVREG.
       01 ENR-INVREG.
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
      ** BILLING CURRENCY OF THE CUSTOMER (SPACES/USD = DOMESTIC) **
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FINVMAP - THE ORDER/INVOICE MAP KSDS, READ FRONT TO BACK **
       FD FINVMAP.
       01 ENR-INVMAP.
          05 IM-O-NO       PIC X(7).
          05 IM-INV-NO     PIC 9(8).
          05 IM-VOID-FLAG  PIC X(1).

      ** PRDTRDK - PRODUCT TRADE ATTRIBUTES (PTRLDP) **
       FD PRDTRDK.
       COPY PRDTRD.

      ** SHIPTOK - CUSTOMER SHIP-TO ADDRESSES (SHPLDP) **
       FD SHIPTOK.
       COPY SHIPTO.

      ** FINTRA - THE DECLARATION, ONE LINE PER DESTINATION, CN8, **
      ** NATURE AND ORIGIN ; A MONTH OF RETURNS CAN LEAVE A LINE  **
      ** NEGATIVE                                                 **
       FD FINTRA.
       01 ENR-INTRA.
          05 ITR-PERIOD    PIC X(7).
      ** D = DISPATCH **
          05 ITR-FLOW      PIC X(1).
          05 ITR-DEST      PIC X(2).
          05 ITR-CN8       PIC X(8).
          05 ITR-NATURE    PIC X(2).
          05 ITR-ORIGIN    PIC X(2).
      ** NET MASS IN WHOLE KG, SUPPLEMENTARY UNITS = ITEMS SHIPPED **
          05 ITR-MASS      PIC S9(9).
          05 ITR-SUPP-QTY  PIC S9(9).
          05 ITR-VALUE     PIC S9(11)V9(2).
          05 ITR-CURRENCY  PIC X(3).
          05 FILLER        PIC X(24).

      ** FINTRAREC - RECONCILIATION OF THE DECLARATION TO FINVREG **
       FD FINTRAREC.
       01 ENR-INTRAREC    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PARMBLK.

       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG        VALUE 1.
       77 WS-INVMAP-EOF   PIC 9  VALUE 0.
            88 FF-INVMAP        VALUE 1.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-INVMAP       PIC 99 VALUE 0.
       77 FS-PRDTRDK      PIC 99 VALUE 0.
       77 FS-SHIPTOK      PIC 99 VALUE 0.
       77 PRDTRDK-FLAG    PIC 9 VALUE 0.
          88 PRDTRDK-OPEN       VALUE 1.
       77 SHIPTOK-FLAG    PIC 9 VALUE 0.
          88 SHIPTOK-OPEN       VALUE 1.
       01 ED-SQLCODE      PIC +Z(8)9.

      *** PARAMETRES ***
       77 AC-MONTH        PIC X(7) VALUE SPACES.
       77 AC-HOME         PIC X(2) VALUE SPACES.
       77 AC-CURRENCY     PIC X(3) VALUE SPACES.

      *** PAYS DE L'UNION (DESTINATIONS DECLARABLES) ***
       01 EU-LIST.
          05 FILLER       PIC X(54) VALUE
             'ATBEBGCYCZDEDKEEESFIFRGRHRHUIEITLTLULVMTNLPLPTROSESISK'.
       01 EU-TAB REDEFINES EU-LIST.
          05 EU-CODE      PIC X(2) OCCURS 27 TIMES.
       77 EU-IDX          PIC 99 VALUE 0.
       77 WS-DEST         PIC X(2) VALUE SPACES.
       77 WS-DEST-EU      PIC X(1) VALUE 'N'.

      *** FACTURES DU MOIS ***
       01 INV-TAB.
          05 IV-ENTRY OCCURS 3000 TIMES.
             10 IV-INV-NO  PIC 9(8).
             10 IV-O-NO    PIC X(7).
             10 IV-C-NO    PIC X(3).
      ** ' ' INVOICE, C CREDIT MEMO, V VOID REVERSAL **
             10 IV-KIND    PIC X(1).
             10 IV-SIGN    PIC S9.
             10 IV-HT      PIC S9(7)V9(2).
             10 IV-DEST    PIC X(2).
             10 IV-EU      PIC X(1).
             10 IV-ORDERS  PIC 9(3).
             10 IV-DECL    PIC S9(9)V9(2).
             10 IV-UNCLASS PIC S9(9)V9(2).
       77 IV-CNT          PIC 9(4) VALUE 0.
       77 IV-IDX          PIC 9(4) VALUE 0.

      *** COMMANDES DES FACTURES DU MOIS (FACTURES CONSOLIDEES) ***
       01 ORD-TAB.
          05 OT-ENTRY OCCURS 6000 TIMES.
             10 OT-O-NO    PIC X(7).
             10 OT-IV-IDX  PIC 9(4).
       77 OT-CNT          PIC 9(4) VALUE 0.
       77 OT-IDX          PIC 9(4) VALUE 0.

      *** LIGNES DE LA DECLARATION ***
       01 AGG-TAB.
          05 AG-ENTRY OCCURS 2000 TIMES.
             10 AG-KEY.
                15 AG-DEST    PIC X(2).
                15 AG-CN8     PIC X(8).
                15 AG-NATURE  PIC X(2).
                15 AG-ORIGIN  PIC X(2).
             10 AG-MASS    PIC S9(9)V9(3).
             10 AG-QTY     PIC S9(9).
             10 AG-VALUE   PIC S9(11)V9(2).
       77 AG-CNT          PIC 9(4) VALUE 0.
       77 AG-IDX          PIC 9(4) VALUE 0.
       77 AG-JDX          PIC 9(4) VALUE 0.
       77 WS-HIT          PIC 9(4) VALUE 0.
       01 AG-SWAP.
          05 FILLER       PIC X(14).
          05 FILLER       PIC S9(9)V9(3).
          05 FILLER       PIC S9(9).
          05 FILLER       PIC S9(11)V9(2).
       77 WS-SORT-AGAIN   PIC 9 VALUE 0.
       01 WS-NEW-KEY.
          05 WS-NEW-DEST   PIC X(2).
          05 WS-NEW-CN8    PIC X(8).
          05 WS-NEW-NATURE PIC X(2).
          05 WS-NEW-ORIGIN PIC X(2).

      *** LIGNE ARTICLE EN COURS ***
       77 WS-LINE-QTY     PIC S9(7).
       77 WS-LINE-VALUE   PIC S9(9)V9(2).
       77 WS-LINE-MASS    PIC S9(9)V9(3).

      *** PRODUITS SANS DONNEES COMMERCE (SIGNALES UNE FOIS) ***
       01 MISS-TAB.
          05 MS-P-NO      PIC X(3) OCCURS 500 TIMES.
       77 MS-CNT          PIC 9(3) VALUE 0.
       77 MS-IDX          PIC 9(3) VALUE 0.

      *** CONVERSION DE LA VALEUR DECLAREE ***
       77 WS-FX-AMOUNT    PIC 9(7)V9(4).
       77 WS-FX-MSG       PIC X(20).
       77 WS-FX-RATE      PIC 9(3)V9(5) VALUE 0.
       77 WS-FX-RATE-DATE PIC X(10) VALUE SPACES.
       77 ED-FX-RATE      PIC ZZ9,99999.
       77 WS-OUT-VALUE    PIC S9(11)V9(2).
       77 WS-OUT-MASS     PIC S9(9).

      *** TOTAUX ***
       77 TOT-REG-HT      PIC S9(11)V9(2) VALUE 0.
       77 TOT-NONEU-HT    PIC S9(11)V9(2) VALUE 0.
       77 TOT-EU-HT       PIC S9(11)V9(2) VALUE 0.
       77 TOT-DECL        PIC S9(11)V9(2) VALUE 0.
       77 TOT-UNCLASS     PIC S9(11)V9(2) VALUE 0.
       77 TOT-DIFF        PIC S9(11)V9(2) VALUE 0.
       77 TOT-OUT-VALUE   PIC S9(11)V9(2) VALUE 0.
       77 WS-DIFF         PIC S9(9)V9(2).
       77 CNT-REG         PIC 9(5) VALUE 0.
       77 CNT-EU          PIC 9(5) VALUE 0.
       77 CNT-NONEU       PIC 9(5) VALUE 0.
       77 CNT-DECL-LINES  PIC 9(5) VALUE 0.
       77 CNT-ITEMS       PIC 9(7) VALUE 0.
       77 CNT-NO-TRADE    PIC 9(5) VALUE 0.

      *** LIGNES EDITION ***
       01 L-REC-HEAD.
          05 FILLER        PIC X(40) VALUE
                'INTRASTAT DISPATCHES - RECONCILIATION'.
          05 FILLER        PIC X(7)  VALUE 'PERIOD '.
          05 L-HEAD-MONTH  PIC X(7).
          05 FILLER        PIC X(11) VALUE '  VALUE IN '.
          05 L-HEAD-CURR   PIC X(3).
          05 FILLER        PIC X(32) VALUE ALL ' '.
       01 L-REC-RATE.
          05 FILLER        PIC X(22) VALUE 'DECLARED AT THE RATE '.
          05 L-RATE        PIC ZZ9,99999.
          05 FILLER        PIC X(8)  VALUE ' SINCE '.
          05 L-RATE-DATE   PIC X(10).
          05 FILLER        PIC X(51) VALUE ALL ' '.
       01 L-REC-COLS.
          05 FILLER        PIC X(53) VALUE
             'INVOICE  K CUS  DE  ORD   INVOICED NET       DECLARED'.
          05 FILLER        PIC X(30) VALUE
             '  NO TRADE DATA     DIFFERENCE'.
          05 FILLER        PIC X(17) VALUE ALL ' '.
       01 L-REC-LINE.
          05 L-INV-NO      PIC 9(8).
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-KIND        PIC X(1).
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-C-NO        PIC X(3).
          05 FILLER        PIC X(2)  VALUE ' '.
          05 L-DEST        PIC X(2).
          05 FILLER        PIC X(2)  VALUE ' '.
          05 L-ORDERS      PIC ZZ9.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-HT          PIC -ZZZZZZZZZ9,99.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-DECL        PIC -ZZZZZZZZZ9,99.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-UNCLASS     PIC -ZZZZZZZZZ9,99.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-DIFF        PIC -ZZZZZZZZZ9,99.
          05 FILLER        PIC X(1)  VALUE ' '.
          05 L-FLAG        PIC X(3).
          05 FILLER        PIC X(13) VALUE ALL ' '.
       01 L-REC-MISS.
          05 FILLER        PIC X(29) VALUE
                'NO TRADE DATA ON PRDTRDK FOR '.
          05 L-MISS-P-NO   PIC X(3).
          05 FILLER        PIC X(68) VALUE ALL ' '.
       01 L-REC-TOTAL.
          05 L-TOT-LABEL   PIC X(40).
          05 L-TOT-AMOUNT  PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(45) VALUE ALL ' '.
       01 L-REC-COUNT.
          05 L-CNT-LABEL   PIC X(40).
          05 L-CNT-VALUE   PIC Z(6)9.
          05 FILLER        PIC X(53) VALUE ALL ' '.
       01 L-REC-BLANK     PIC X(100) VALUE SPACES.

      *** DATE DU JOUR ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC 99.
          05 WS-RUN-MM    PIC 99.
          05 WS-RUN-JJ    PIC 99.
       77 WS-PREV-YYYY    PIC 9(4).
       77 WS-PREV-MM      PIC 99.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE ORD      END-EXEC
           EXEC SQL INCLUDE ITE      END-EXEC
           EXEC SQL INCLUDE CUS      END-EXEC

      *** CURSEUR ARTICLES D'UNE COMMANDE ***
           EXEC SQL
              DECLARE CITEMS CURSOR
              FOR
              SELECT P_NO, QUANTITY, PRICE
              FROM API10.ITEMS
              WHERE O_NO = :ITE-O-NO
              ORDER BY P_NO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** INTRASTP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AC-MONTH = SPACES
              PERFORM DEFAULT-LAST-MONTH
           END-IF

           PERFORM LOAD-MONTH-INVOICES
           IF IV-CNT = 0
              DISPLAY 'NO INVOICE ON THE REGISTER FOR ' AC-MONTH
           ELSE
              PERFORM LOAD-INVOICE-ORDERS
              PERFORM OPEN-LOOKUP-FILES
              PERFORM VARYING OT-IDX FROM 1 BY 1 UNTIL OT-IDX > OT-CNT
                 PERFORM DECLARE-ONE-ORDER
              END-PERFORM
              PERFORM CLOSE-LOOKUP-FILES
              PERFORM SORT-DECLARATION
           END-IF

           PERFORM WRITE-DECLARATION
           PERFORM WRITE-RECONCILIATION

           DISPLAY 'INVOICES IN THE MONTH  : ' CNT-REG
           DISPLAY 'OF WHICH EU DISPATCHES : ' CNT-EU
           DISPLAY 'DECLARATION LINES      : ' CNT-DECL-LINES
           DISPLAY 'PRODUCTS NO TRADE DATA : ' MS-CNT
           IF MS-CNT > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'MONTH'    TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'N'        TO PARM-REQUIRED(1)
           MOVE SPACES     TO PARM-DEFAULT(1)
           MOVE 'HOME'     TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           MOVE 'CURRENCY' TO PARM-KEYWORD(3)
           MOVE 'X'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE SPACES     TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:7) TO AC-MONTH
              MOVE PARM-VALUE(2)(1:2) TO AC-HOME
              MOVE PARM-VALUE(3)(1:3) TO AC-CURRENCY
           END-IF
           .

      ** DEFAULT-LAST-MONTH - the declaration is filed once the    **
      ** month is over, so the run declares the month before today **
       DEFAULT-LAST-MONTH.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-PREV-YYYY = 2000 + WS-RUN-AA
           IF WS-RUN-MM = 1
              MOVE 12 TO WS-PREV-MM
              SUBTRACT 1 FROM WS-PREV-YYYY
           ELSE
              COMPUTE WS-PREV-MM = WS-RUN-MM - 1
           END-IF
           STRING WS-PREV-YYYY DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-PREV-MM   DELIMITED BY SIZE
             INTO AC-MONTH
           END-STRING
           .

      ** LOAD-MONTH-INVOICES - every register record dated in the  **
      ** month ; a void reversal carries the voided invoice's       **
      ** number and is its own entry, taken out with a minus sign   **
       LOAD-MONTH-INVOICES.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-INVREG
              READ FINVREG
                 AT END
                    SET FF-INVREG TO TRUE
                 NOT AT END
                    IF IR-INV-DATE(1:7) = AC-MONTH
                       PERFORM ADD-MONTH-INVOICE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FINVREG
           .

       ADD-MONTH-INVOICE.
           ADD 1 TO CNT-REG
           ADD IR-TOTAL-HT TO TOT-REG-HT
           IF IV-CNT NOT < 3000
              DISPLAY 'INVOICE TABLE FULL, RAISE OCCURS'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO IV-CNT
           MOVE IR-INV-NO      TO IV-INV-NO(IV-CNT)
           MOVE IR-O-NO        TO IV-O-NO(IV-CNT)
           MOVE IR-C-NO        TO IV-C-NO(IV-CNT)
           MOVE IR-CREDIT-MEMO TO IV-KIND(IV-CNT)
           IF IR-CREDIT-MEMO = 'V'
              MOVE -1 TO IV-SIGN(IV-CNT)
           ELSE
              MOVE 1  TO IV-SIGN(IV-CNT)
           END-IF
           MOVE IR-TOTAL-HT    TO IV-HT(IV-CNT)
           MOVE SPACES         TO IV-DEST(IV-CNT)
           MOVE 'N'            TO IV-EU(IV-CNT)
           MOVE 0              TO IV-ORDERS(IV-CNT)
           MOVE 0              TO IV-DECL(IV-CNT)
           MOVE 0              TO IV-UNCLASS(IV-CNT)
           IF IR-O-NO IS NUMERIC
              MOVE IR-O-NO TO WS-NEW-KEY(1:7)
              MOVE IV-CNT  TO IV-IDX
              PERFORM ADD-INVOICE-ORDER
           END-IF
           .

      ** LOAD-INVOICE-ORDERS - a consolidated invoice is registered **
      ** under its first order only ; FINVMAP names the others      **
       LOAD-INVOICE-ORDERS.
           OPEN INPUT FINVMAP
           IF FS-INVMAP NOT = 0
              DISPLAY 'NO INVOICE MAP, FIRST ORDERS ONLY'
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FF-INVMAP
              READ FINVMAP
                 AT END
                    SET FF-INVMAP TO TRUE
                 NOT AT END
                    PERFORM MAP-ONE-ORDER
              END-READ
           END-PERFORM
           CLOSE FINVMAP
           .

       MAP-ONE-ORDER.
           PERFORM VARYING IV-IDX FROM 1 BY 1 UNTIL IV-IDX > IV-CNT
              IF IM-INV-NO = IV-INV-NO(IV-IDX)
                 AND IM-O-NO NOT = IV-O-NO(IV-IDX)
                 MOVE IM-O-NO TO WS-NEW-KEY(1:7)
                 PERFORM ADD-INVOICE-ORDER
              END-IF
           END-PERFORM
           .

       ADD-INVOICE-ORDER.
           IF OT-CNT NOT < 6000
              DISPLAY 'ORDER TABLE FULL, RAISE OCCURS'
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO OT-CNT
           MOVE WS-NEW-KEY(1:7) TO OT-O-NO(OT-CNT)
           MOVE IV-IDX          TO OT-IV-IDX(OT-CNT)
           ADD 1 TO IV-ORDERS(IV-IDX)
           .

       OPEN-LOOKUP-FILES.
           OPEN INPUT PRDTRDK
           IF FS-PRDTRDK = 0
              SET PRDTRDK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO PRDTRDK (' FS-PRDTRDK
                      '), NO PRODUCT CAN BE CLASSIFIED'
           END-IF
           OPEN INPUT SHIPTOK
           IF FS-SHIPTOK = 0
              SET SHIPTOK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO SHIP-TO FILE, BILL-TO COUNTRIES ONLY'
           END-IF
           .

       CLOSE-LOOKUP-FILES.
           IF PRDTRDK-OPEN
              CLOSE PRDTRDK
           END-IF
           IF SHIPTOK-OPEN
              CLOSE SHIPTOK
           END-IF
           .

      ** DECLARE-ONE-ORDER - an order shipped to the EU (and not to **
      ** the declarant's own country) has each of its items added  **
      ** to the declaration line it belongs to                      **
       DECLARE-ONE-ORDER.
           MOVE OT-IV-IDX(OT-IDX) TO IV-IDX
           PERFORM RESOLVE-DESTINATION
           IF IV-DEST(IV-IDX) = SPACES
              MOVE WS-DEST TO IV-DEST(IV-IDX)
           END-IF
           IF WS-DEST-EU NOT = 'Y'
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'     TO IV-EU(IV-IDX)
           MOVE WS-DEST TO IV-DEST(IV-IDX)

           MOVE OT-O-NO(OT-IDX) TO ITE-O-NO
           EXEC SQL OPEN CITEMS END-EXEC
           PERFORM FETCH-CITEMS
           PERFORM UNTIL SQLCODE NOT = ZERO
              PERFORM DECLARE-ONE-ITEM
              PERFORM FETCH-CITEMS
           END-PERFORM
           IF SQLCODE NOT = 100
              MOVE SQLCODE TO ED-SQLCODE
              DISPLAY 'ITEMS READ FAILED FOR ORDER ' OT-O-NO(OT-IDX)
                      ' : ' ED-SQLCODE
           END-IF
           EXEC SQL CLOSE CITEMS END-EXEC
           .

      ** RESOLVE-DESTINATION - the goods go where the order's ship- **
      ** to is ; an order with none, or a code no longer on SHIPTOK, **
      ** goes to the customer's own address                          **
       RESOLVE-DESTINATION.
           MOVE SPACES TO WS-DEST
           MOVE 'N'    TO WS-DEST-EU
           MOVE OT-O-NO(OT-IDX) TO ORD-O-NO
           MOVE SPACES TO ORD-SHIP-TO ORD-C-NO
           EXEC SQL
              SELECT C_NO, SHIP_TO
              INTO :ORD-C-NO, :ORD-SHIP-TO
              FROM API10.ORDERS
              WHERE O_NO = :ORD-O-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE IV-C-NO(IV-IDX) TO ORD-C-NO
              MOVE SPACES          TO ORD-SHIP-TO
           END-IF
           IF ORD-SHIP-TO NOT = SPACES AND SHIPTOK-OPEN
              MOVE ORD-C-NO    TO SHP-C-NO
              MOVE ORD-SHIP-TO TO SHP-CODE
              READ SHIPTOK
              IF FS-SHIPTOK = 0
                 MOVE SHP-STATE TO WS-DEST
              END-IF
           END-IF
           IF WS-DEST = SPACES
              MOVE ORD-C-NO TO CUS-C-NO
              EXEC SQL
                 SELECT STATE
                 INTO :CUS-STATE
                 FROM API10.CUSTOMERS
                 WHERE C_NO = :CUS-C-NO
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE CUS-STATE TO WS-DEST
              ELSE
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'NO CUSTOMER ' CUS-C-NO ' FOR ORDER '
                         OT-O-NO(OT-IDX) ' : ' ED-SQLCODE
              END-IF
           END-IF
           IF WS-DEST = SPACES OR WS-DEST = AC-HOME
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING EU-IDX FROM 1 BY 1 UNTIL EU-IDX > 27
              IF EU-CODE(EU-IDX) = WS-DEST
                 MOVE 'Y' TO WS-DEST-EU
              END-IF
           END-PERFORM
           .

       FETCH-CITEMS.
           EXEC SQL
              FETCH CITEMS
              INTO :ITE-P-NO, :ITE-QUANTITY, :ITE-PRICE
           END-EXEC
           .

      ** DECLARE-ONE-ITEM - a credit memo's return lines carry a    **
      ** negative quantity already ; a void reversal turns the whole **
      ** order round                                                 **
       DECLARE-ONE-ITEM.
           ADD 1 TO CNT-ITEMS
           COMPUTE WS-LINE-QTY = ITE-QUANTITY * IV-SIGN(IV-IDX)
           COMPUTE WS-LINE-VALUE = WS-LINE-QTY * ITE-PRICE
           MOVE 1 TO FS-PRDTRDK
           IF PRDTRDK-OPEN
              MOVE ITE-P-NO TO PTR-P-NO
              READ PRDTRDK
           END-IF
           IF FS-PRDTRDK NOT = 0
              ADD WS-LINE-VALUE TO IV-UNCLASS(IV-IDX)
              ADD 1 TO CNT-NO-TRADE
              PERFORM NOTE-MISSING-PRODUCT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LINE-MASS = WS-LINE-QTY * PTR-NET-KG
           ADD WS-LINE-VALUE TO IV-DECL(IV-IDX)

           MOVE WS-DEST    TO WS-NEW-DEST
           MOVE PTR-CN8    TO WS-NEW-CN8
           MOVE '11'       TO WS-NEW-NATURE
           MOVE PTR-ORIGIN TO WS-NEW-ORIGIN
           MOVE 0 TO WS-HIT
           PERFORM VARYING AG-IDX FROM 1 BY 1
                   UNTIL AG-IDX > AG-CNT OR WS-HIT > 0
              IF AG-KEY(AG-IDX) = WS-NEW-KEY
                 MOVE AG-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT = 0
              IF AG-CNT NOT < 2000
                 DISPLAY 'DECLARATION TABLE FULL, RAISE OCCURS'
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO AG-CNT
              MOVE AG-CNT     TO WS-HIT
              MOVE WS-NEW-KEY TO AG-KEY(WS-HIT)
              MOVE 0 TO AG-MASS(WS-HIT) AG-QTY(WS-HIT)
                        AG-VALUE(WS-HIT)
           END-IF
           ADD WS-LINE-MASS  TO AG-MASS(WS-HIT)
           ADD WS-LINE-QTY   TO AG-QTY(WS-HIT)
           ADD WS-LINE-VALUE TO AG-VALUE(WS-HIT)
           .

       NOTE-MISSING-PRODUCT.
           PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-CNT
              IF MS-P-NO(MS-IDX) = ITE-P-NO
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF MS-CNT < 500
              ADD 1 TO MS-CNT
              MOVE ITE-P-NO TO MS-P-NO(MS-CNT)
           END-IF
           .

       SORT-DECLARATION.
           MOVE 1 TO WS-SORT-AGAIN
           PERFORM UNTIL WS-SORT-AGAIN = 0
              MOVE 0 TO WS-SORT-AGAIN
              PERFORM VARYING AG-JDX FROM 1 BY 1
                      UNTIL AG-JDX NOT < AG-CNT
                 IF AG-KEY(AG-JDX) > AG-KEY(AG-JDX + 1)
                    MOVE AG-ENTRY(AG-JDX)     TO AG-SWAP
                    MOVE AG-ENTRY(AG-JDX + 1) TO AG-ENTRY(AG-JDX)
                    MOVE AG-SWAP              TO AG-ENTRY(AG-JDX + 1)
                    MOVE 1 TO WS-SORT-AGAIN
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ** WRITE-DECLARATION - one record per line ; a line whose    **
      ** sales and returns cancel out entirely is not declared     **
       WRITE-DECLARATION.
           OPEN OUTPUT FINTRA
           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-CNT
              IF AG-VALUE(AG-IDX) NOT = 0 OR AG-QTY(AG-IDX) NOT = 0
                 PERFORM WRITE-ONE-DECLARATION
              END-IF
           END-PERFORM
           CLOSE FINTRA
           .

       WRITE-ONE-DECLARATION.
           MOVE SPACES             TO ENR-INTRA
           MOVE AC-MONTH           TO ITR-PERIOD
           MOVE 'D'                TO ITR-FLOW
           MOVE AG-DEST(AG-IDX)    TO ITR-DEST
           MOVE AG-CN8(AG-IDX)     TO ITR-CN8
           MOVE AG-NATURE(AG-IDX)  TO ITR-NATURE
           MOVE AG-ORIGIN(AG-IDX)  TO ITR-ORIGIN
           COMPUTE WS-OUT-MASS ROUNDED = AG-MASS(AG-IDX)
      ** ANY MASS UNDER HALF A KG STILL DECLARES 1 KG **
           IF WS-OUT-MASS = 0 AND AG-MASS(AG-IDX) > 0
              MOVE 1 TO WS-OUT-MASS
           END-IF
           IF WS-OUT-MASS = 0 AND AG-MASS(AG-IDX) < 0
              MOVE -1 TO WS-OUT-MASS
           END-IF
           MOVE WS-OUT-MASS        TO ITR-MASS
           MOVE AG-QTY(AG-IDX)     TO ITR-SUPP-QTY
           PERFORM CONVERT-LINE-VALUE
           MOVE WS-OUT-VALUE       TO ITR-VALUE
           IF AC-CURRENCY = SPACES
              MOVE 'USD'           TO ITR-CURRENCY
           ELSE
              MOVE AC-CURRENCY     TO ITR-CURRENCY
           END-IF
           WRITE ENR-INTRA
           ADD 1 TO CNT-DECL-LINES
           ADD AG-VALUE(AG-IDX) TO TOT-DECL
           ADD WS-OUT-VALUE     TO TOT-OUT-VALUE
           .

      ** CONVERT-LINE-VALUE - the book value as is, or converted at **
      ** the rate in effect into the currency the declaration is    **
      ** filed in                                                   **
       CONVERT-LINE-VALUE.
           MOVE AG-VALUE(AG-IDX) TO WS-OUT-VALUE
           IF AC-CURRENCY = SPACES OR AC-CURRENCY = 'USD'
              EXIT PARAGRAPH
           END-IF
           IF AG-VALUE(AG-IDX) < 0
              COMPUTE WS-FX-AMOUNT = 0 - AG-VALUE(AG-IDX)
           ELSE
              MOVE AG-VALUE(AG-IDX) TO WS-FX-AMOUNT
           END-IF
           MOVE SPACES TO WS-FX-MSG
           CALL 'CONVERTRX' USING AC-CURRENCY WS-FX-AMOUNT
                                  WS-FX-MSG WS-FX-RATE
                                  WS-FX-RATE-DATE
           IF WS-FX-MSG NOT = SPACES
              DISPLAY 'NO RATE FOR CURRENCY ' AC-CURRENCY
                      ' - LINE DECLARED IN USD'
              EXIT PARAGRAPH
           END-IF
           IF AG-VALUE(AG-IDX) < 0
              COMPUTE WS-OUT-VALUE ROUNDED = 0 - WS-FX-AMOUNT
           ELSE
              COMPUTE WS-OUT-VALUE ROUNDED = WS-FX-AMOUNT
           END-IF
           .

      ** WRITE-RECONCILIATION - each EU invoice's net total against **
      ** what its items declared ; the totals tie the declaration   **
      ** back to the whole month on the register                    **
       WRITE-RECONCILIATION.
           OPEN OUTPUT FINTRAREC
           MOVE AC-MONTH TO L-HEAD-MONTH
           IF AC-CURRENCY = SPACES
              MOVE 'USD'       TO L-HEAD-CURR
           ELSE
              MOVE AC-CURRENCY TO L-HEAD-CURR
           END-IF
           WRITE ENR-INTRAREC FROM L-REC-HEAD
           IF WS-FX-RATE NOT = 0
              MOVE WS-FX-RATE      TO L-RATE
              MOVE WS-FX-RATE-DATE TO L-RATE-DATE
              WRITE ENR-INTRAREC FROM L-REC-RATE
           END-IF
           WRITE ENR-INTRAREC FROM L-REC-BLANK
           WRITE ENR-INTRAREC FROM L-REC-COLS

           PERFORM VARYING IV-IDX FROM 1 BY 1 UNTIL IV-IDX > IV-CNT
              IF IV-EU(IV-IDX) = 'Y'
                 PERFORM WRITE-REC-INVOICE
              ELSE
                 ADD 1 TO CNT-NONEU
                 ADD IV-HT(IV-IDX) TO TOT-NONEU-HT
              END-IF
           END-PERFORM

           IF MS-CNT > 0
              WRITE ENR-INTRAREC FROM L-REC-BLANK
              PERFORM VARYING MS-IDX FROM 1 BY 1 UNTIL MS-IDX > MS-CNT
                 MOVE MS-P-NO(MS-IDX) TO L-MISS-P-NO
                 WRITE ENR-INTRAREC FROM L-REC-MISS
              END-PERFORM
           END-IF
           PERFORM WRITE-REC-TOTALS
           CLOSE FINTRAREC
           .

       WRITE-REC-INVOICE.
           ADD 1 TO CNT-EU
           ADD IV-HT(IV-IDX)      TO TOT-EU-HT
           ADD IV-UNCLASS(IV-IDX) TO TOT-UNCLASS
           COMPUTE WS-DIFF = IV-HT(IV-IDX) - IV-DECL(IV-IDX)
                           - IV-UNCLASS(IV-IDX)
           ADD WS-DIFF TO TOT-DIFF
           MOVE IV-INV-NO(IV-IDX)  TO L-INV-NO
           MOVE IV-KIND(IV-IDX)    TO L-KIND
           MOVE IV-C-NO(IV-IDX)    TO L-C-NO
           MOVE IV-DEST(IV-IDX)    TO L-DEST
           MOVE IV-ORDERS(IV-IDX)  TO L-ORDERS
           MOVE IV-HT(IV-IDX)      TO L-HT
           MOVE IV-DECL(IV-IDX)    TO L-DECL
           MOVE IV-UNCLASS(IV-IDX) TO L-UNCLASS
           MOVE WS-DIFF            TO L-DIFF
           MOVE SPACES             TO L-FLAG
           IF IV-UNCLASS(IV-IDX) NOT = 0
              MOVE '***' TO L-FLAG
           END-IF
           WRITE ENR-INTRAREC FROM L-REC-LINE
           .

       WRITE-REC-TOTALS.
           WRITE ENR-INTRAREC FROM L-REC-BLANK
           MOVE 'INVOICED NET, WHOLE REGISTER MONTH   :' TO L-TOT-LABEL
           MOVE TOT-REG-HT TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           MOVE 'LESS NOT DISPATCHED TO THE EU        :' TO L-TOT-LABEL
           MOVE TOT-NONEU-HT TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           MOVE 'INVOICED NET, EU DISPATCHES          :' TO L-TOT-LABEL
           MOVE TOT-EU-HT TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           MOVE 'DECLARED VALUE (BOOK CURRENCY)       :' TO L-TOT-LABEL
           MOVE TOT-DECL TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           MOVE 'ITEMS WITHOUT TRADE DATA             :' TO L-TOT-LABEL
           MOVE TOT-UNCLASS TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           MOVE 'FREIGHT, DISCOUNTS AND OTHER CHARGES :' TO L-TOT-LABEL
           MOVE TOT-DIFF TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           MOVE 'DECLARED VALUE AS FILED              :' TO L-TOT-LABEL
           MOVE TOT-OUT-VALUE TO L-TOT-AMOUNT
           WRITE ENR-INTRAREC FROM L-REC-TOTAL
           WRITE ENR-INTRAREC FROM L-REC-BLANK
           MOVE 'INVOICES IN THE MONTH                :' TO L-CNT-LABEL
           MOVE CNT-REG TO L-CNT-VALUE
           WRITE ENR-INTRAREC FROM L-REC-COUNT
           MOVE 'OF WHICH EU DISPATCHES               :' TO L-CNT-LABEL
           MOVE CNT-EU TO L-CNT-VALUE
           WRITE ENR-INTRAREC FROM L-REC-COUNT
           MOVE 'ITEM LINES READ                      :' TO L-CNT-LABEL
           MOVE CNT-ITEMS TO L-CNT-VALUE
           WRITE ENR-INTRAREC FROM L-REC-COUNT
           MOVE 'DECLARATION LINES WRITTEN            :' TO L-CNT-LABEL
           MOVE CNT-DECL-LINES TO L-CNT-VALUE
           WRITE ENR-INTRAREC FROM L-REC-COUNT
           .
