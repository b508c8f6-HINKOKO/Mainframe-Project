      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TURN THE PART5P REQUISITION FILE INTO FORMAL PURCHASE     *
      *      ORDERS, ONE DOCUMENT PER SUPPLIER                         *
      *    - ASSIGN A SEQUENTIAL PO NUMBER DRAWN FROM THE 'PO' RANGE   *
      *      OF THE NUMBER-RANGE REGISTRY (NUMRANGE)                   *
      *    - SHOW PART LINES, QUANTITIES AND THE EXPECTED DATE         *
      *      COMPUTED FROM EACH PART'S LEAD TIME                       *
      *    - KEEP A MACHINE-READABLE PO REGISTER FOR THE RECEIVING     *
      *      DESK TO MATCH DELIVERIES AGAINST                          *
      *    - SOURCE EACH PART FROM THE CHEAPEST SUPPLIER CARRYING A    *
      *      UNIT COST ON PARTSUPP, FALLING BACK TO THE FIRST          *
      *      CANDIDATE PART5P LISTED WHEN NO COST IS KNOWN ; A PRICE   *
      *      AGREEMENT IN FORCE (SUPAGRK, THROUGH SPAPROG) PRICES THE  *
      *      SUPPLIER AT THE QUANTITY BREAK THE LINE REACHES INSTEAD   *
      *    - TURN PART2P'S DROP-SHIP REQUISITIONS INTO THEIR OWN       *
      *      PURCHASE ORDERS, ONE PER SOLD LINE, SHIPPING DIRECT TO    *
      *      THE CUSTOMER'S ADDRESS AND CARRYING THE ORDER NUMBER      *
      *      ON THE REGISTER FOR MARGIN TRACKING (THE SUPPLIER IS      *
      *      PICKED OFF PARTSUPP BY THE TWO-CHARACTER PART PREFIX OF   *
      *      THE PRODUCT NUMBER - THE CATALOG CONVENTION)              *
      *    - ORDER A PART IN ITS PURCHASE UNIT (UOMK) WHEN IT HAS ONE, *
      *      ROUNDING THE REQUISITION UP TO WHOLE UNITS ; THE REGISTER *
      *      KEEPS THE QUANTITY IN EACHES FOR THE RECEIVING DESK       *
      *    - STAMP EVERY REGISTER LINE WITH THE DAY THE PO WENT OUT,   *
      *      UNACKNOWLEDGED, FOR THE SUPPLIER ACKNOWLEDGMENTS (POACKP) *
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-DSREQN.
           SELECT FPODOC  ASSIGN TO FICPODOC.
           SELECT FPOREG  ASSIGN TO FICPOREG.

       DATA DIVISION.
       FILE SECTION.
          05 PR-ORD-REF    PIC X(7).
      ** 'X' ONCE POCHGP HAS CANCELLED THE LINE **
          05 PR-STATUS     PIC X(1).
      ** THE UNIT THE SUPPLIER WAS ASKED FOR (SPACES = EACHES) ; **
      ** PR-QTY IS ALWAYS IN EACHES                              **
          05 PR-UOM        PIC X(2).
      ** THE DAY THE PO WENT OUT **
          05 PR-ORDER-DATE PIC X(10).
      ** THE SUPPLIER'S ACKNOWLEDGMENT (POACKP) : SPACE = NOT YET, **
      ** A = AS ORDERED, Q = QUANTITY CHANGED, D = DATE CHANGED,   **
      ** B = BOTH CHANGED, R = LINE REJECTED                       **
          05 PR-ACK-STATUS PIC X(1).
          05 PR-CONF-QTY   PIC 9(4).
          05 PR-CONF-DATE  PIC X(10).
          05 PR-ACK-DATE   PIC X(10).
          05 FILLER        PIC X(9).

       WORKING-STORAGE SECTION.
       77 WS-REQN-EOF     PIC 9  VALUE 0.
       77 FS-DSREQN       PIC 99 VALUE 0.
       77 CNT-DSHIP-POS   PIC 9(3) VALUE 0.
       77 WS-DS-LEADTIME  PIC 9(3) VALUE 0.

      *** NUMEROTATION DES BONS DE COMMANDE (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-PO-NO    PIC 9(8).
       77 ED-PO-NO        PIC Z(7)9.

       77 RQT-JDX         PIC 9(3) VALUE 0.
       77 WS-CUR-SNO      PIC X(2).

      *** CHOIX DU FOURNISSEUR : COUT PARTSUPP OU PRIX DE L'ACCORD ***
      *** POUR LA QUANTITE COMMANDEE                                ***
       COPY SPABLK.
       77 WS-SRC-PNO      PIC X(2) VALUE SPACES.
       77 WS-SRC-QTY      PIC 9(5) VALUE 0.
       77 WS-SRC-SNO      PIC X(2) VALUE SPACES.
       77 WS-SRC-COST     PIC 9(5)V9(2) VALUE 0.
       77 WS-SRC-AGREED   PIC X(1) VALUE 'N'.
       77 WS-ROW-COST     PIC 9(5)V9(2) VALUE 0.
       77 CNT-AGREED      PIC 9(4) VALUE 0.

      *** UNITE D'ACHAT : LA REQUISITION ARRONDIE A L'UNITE SUPERIEURE ***
       COPY UOMBLK.
       77 WS-PO-UNITS     PIC 9(4) VALUE 0.
       77 WS-PO-BASE      PIC 9(4) VALUE 0.
       77 WS-PO-UOM       PIC X(2) VALUE SPACES.
       77 CNT-BUY-UNIT    PIC 9(4) VALUE 0.

      *** CALCUL DATE ATTENDUE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-EXP-MM    PIC X(2).
          05 WS-EXP-JJ    PIC X(2).
       77 WS-EXPECTED-ISO PIC X(10).
       77 WS-RUN-ISO      PIC X(10).

      *** COMPTEURS ***
       77 CNT-POS         PIC 9(3) VALUE 0.
          05 L-ITE-PNAME   PIC X(30).
          05 FILLER        PIC X     VALUE ' '.
          05 L-ITE-QTY     PIC ZZZ9.
          05 FILLER        PIC X     VALUE ' '.
          05 L-ITE-UOM     PIC X(2).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-ITE-EXP     PIC X(10).
          05 FILLER        PIC X(15) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.

      ** RUN-CONTROL LOCK - A SECOND CONCURRENT EXECUTION WOULD      **
      ** PICK UP THE SAME INPUT AND EMIT EVERY DOCUMENT TWICE         **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'POWRTP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE SUP      END-EXEC
           EXEC SQL INCLUDE PARTSUPP END-EXEC

      *** CURSEUR FOURNISSEURS D'UNE PIECE ***
           EXEC SQL
               DECLARE CSRC CURSOR
               FOR
               SELECT SNO, COST
               FROM API10.PARTSUPP
               WHERE PNO = :PARTSUPP-PNO
               ORDER BY SNO
           END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK
           PERFORM GET-RUN-DATE
           PERFORM LOAD-REQUISITIONS

           OPEN OUTPUT FPODOC

           CLOSE FPOREG
           CLOSE FPODOC
           CALL 'UOMRST'
           CALL 'SPARST'

           DISPLAY 'PURCHASE ORDERS EMITTED : ' CNT-POS
           DISPLAY 'PO LINES EMITTED        : ' CNT-PO-LINES
           DISPLAY 'DROP-SHIP POS EMITTED   : ' CNT-DSHIP-POS
           DISPLAY 'LINES IN PURCHASE UNIT  : ' CNT-BUY-UNIT
           DISPLAY 'SOURCED ON AN AGREEMENT : ' CNT-AGREED
           PERFORM FREE-RUN-LOCK
           GOBACK.

              + (FUNCTION NUMVAL(WS-RUN-AA) * 10000)
              + (FUNCTION NUMVAL(WS-RUN-MM) * 100)
              +  FUNCTION NUMVAL(WS-RUN-JJ)
           MOVE SPACES TO WS-RUN-ISO
           STRING '20'       DELIMITED BY SIZE
                  WS-RUN-AA  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-MM  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-RUN-JJ  DELIMITED BY SIZE
             INTO WS-RUN-ISO
           END-STRING
           .

      ** DRAW-PO-NO - the next PO number off the registry, stored  **
      ** there at once so numbering never restarts or repeats ; a  **
      ** range used up or never defined stops the run              **
       DRAW-PO-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'PO' TO NR-RANGE-ID
           MOVE 'N'  TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** PO RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN STOPPED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-PO-NO
           .

      ** LOAD-REQUISITIONS - each requisition is sourced from the    **
           END-IF
           .

      ** PICK-CHEAPEST-SUPPLIER - the PO goes to the cheapest source **
      ** for the quantity short ; without any cost known the first    **
      ** PART5P candidate stands                                      **
       PICK-CHEAPEST-SUPPLIER.
           MOVE RQ-PNO       TO WS-SRC-PNO
           MOVE RQ-SHORTFALL TO WS-SRC-QTY
           PERFORM FIND-BEST-SOURCE
           IF WS-SRC-SNO NOT = SPACES
              MOVE WS-SRC-SNO TO RQT-SNO(RQT-CNT)
           END-IF
           .

      ** FIND-BEST-SOURCE - every supplier of WS-SRC-PNO is priced   **
      ** at WS-SRC-QTY : its agreement in force today when the        **
      ** quantity reaches one of its breaks, its PARTSUPP cost        **
      ** otherwise. Supplier A at 4,00 on PARTSUPP but 3,50 from 100  **
      ** units on beats B at 3,80 on an order of 120, not on one of  **
      ** 50. WS-SRC-SNO stays blank when no supplier has a cost       **
       FIND-BEST-SOURCE.
           MOVE SPACES     TO WS-SRC-SNO
           MOVE ZERO       TO WS-SRC-COST
           MOVE 'N'        TO WS-SRC-AGREED
           MOVE WS-SRC-PNO TO PARTSUPP-PNO
           EXEC SQL OPEN CSRC END-EXEC
           IF SQLCODE NOT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM FETCH-CSRC
           PERFORM UNTIL SQLCODE NOT = ZERO
              INITIALIZE SPA-BLOCK
              SET SA-DO-PRICE TO TRUE
              MOVE WS-SRC-PNO   TO SA-PNO
              MOVE PARTSUPP-SNO TO SA-SNO
              MOVE WS-SRC-QTY   TO SA-QTY
              MOVE WS-RUN-ISO   TO SA-DATE
              CALL 'SPAPROG' USING SPA-BLOCK
              IF SA-OK
                 MOVE SA-COST TO WS-ROW-COST
              ELSE
                 MOVE PARTSUPP-COST TO WS-ROW-COST
              END-IF
              IF WS-ROW-COST > 0 AND
                 (WS-SRC-SNO = SPACES OR WS-ROW-COST < WS-SRC-COST)
                 MOVE PARTSUPP-SNO TO WS-SRC-SNO
                 MOVE WS-ROW-COST  TO WS-SRC-COST
                 IF SA-OK
                    MOVE 'Y' TO WS-SRC-AGREED
                 ELSE
                    MOVE 'N' TO WS-SRC-AGREED
                 END-IF
              END-IF
              PERFORM FETCH-CSRC
           END-PERFORM
           EXEC SQL CLOSE CSRC END-EXEC
           IF WS-SRC-AGREED = 'Y'
              ADD 1 TO CNT-AGREED
           END-IF
           .

       FETCH-CSRC.
           EXEC SQL
              FETCH CSRC
              INTO :PARTSUPP-SNO, :PARTSUPP-COST
           END-EXEC
           .

      ** EMIT-ONE-PO - one document for WS-CUR-SNO : every pending   **
      ** requisition sourced from that supplier becomes a line       **
       EMIT-ONE-PO.
           PERFORM DRAW-PO-NO
           ADD 1 TO CNT-POS
           PERFORM READ-SUPPLIER-NAME


       EMIT-ONE-PO-LINE.
           PERFORM COMPUTE-EXPECTED-DATE
           PERFORM SET-PO-BUY-UNIT
           MOVE RQT-PNO(RQT-JDX)   TO L-ITE-PNO
           MOVE RQT-PNAME(RQT-JDX) TO L-ITE-PNAME
           MOVE WS-PO-UNITS        TO L-ITE-QTY
           MOVE WS-PO-UOM          TO L-ITE-UOM
           MOVE WS-EXPECTED-ISO    TO L-ITE-EXP
           WRITE ENR-PODOC FROM L-PO-ITE

           MOVE WS-CUR-PO-NO       TO PR-PO-NO
           MOVE WS-CUR-SNO         TO PR-SNO
           MOVE RQT-PNO(RQT-JDX)   TO PR-PNO
           MOVE WS-PO-BASE         TO PR-QTY
           MOVE WS-EXPECTED-ISO    TO PR-EXPECTED
           MOVE SPACES             TO PR-ORD-REF
           MOVE SPACE              TO PR-STATUS
           MOVE WS-PO-UOM          TO PR-UOM
           PERFORM SET-REGISTER-UNACKED
           WRITE ENR-POREG

           MOVE 'Y' TO RQT-DONE(RQT-JDX)
           ADD 1 TO CNT-PO-LINES
           .

      ** SET-PO-BUY-UNIT - a part bought by the box of 12 : 30 EA   **
      ** asked for are ordered as 3 BX, i.e. 36 EA on the register ; **
      ** no purchase unit, or a rounded-up quantity too large for    **
      ** the register, leaves the line in eaches                     **
       SET-PO-BUY-UNIT.
           MOVE RQT-QTY(RQT-JDX) TO WS-PO-UNITS
           MOVE RQT-QTY(RQT-JDX) TO WS-PO-BASE
           MOVE SPACES           TO WS-PO-UOM
           INITIALIZE UOM-BLOCK
           SET UM-DO-BUY-UNIT TO TRUE
           MOVE RQT-PNO(RQT-JDX) TO UM-ITEM
           CALL 'UOMPROG' USING UOM-BLOCK
           IF UM-OK AND UM-FACTOR > 1
              COMPUTE WS-PO-UNITS =
                 (RQT-QTY(RQT-JDX) + UM-FACTOR - 1) / UM-FACTOR
              COMPUTE WS-PO-BASE = WS-PO-UNITS * UM-FACTOR
                 ON SIZE ERROR
                    MOVE RQT-QTY(RQT-JDX) TO WS-PO-UNITS
                    MOVE RQT-QTY(RQT-JDX) TO WS-PO-BASE
                 NOT ON SIZE ERROR
                    MOVE UM-CODE TO WS-PO-UOM
                    ADD 1 TO CNT-BUY-UNIT
              END-COMPUTE
           END-IF
           .

      ** EMIT-DROPSHIP-POS - one purchase order per drop-ship       **
      ** requisition, shipping direct to the customer ; the supplier **
      ** is the cheapest source for the part prefix of the product   **
      ** number, at the quantity sold                                **
       EMIT-DROPSHIP-POS.
           OPEN INPUT FDSREQN
           IF FS-DSREQN NOT = 0
           .

       EMIT-ONE-DROPSHIP-PO.
           MOVE DSR-P-NO(1:2) TO WS-SRC-PNO
           MOVE DSR-QTY       TO WS-SRC-QTY
           PERFORM FIND-BEST-SOURCE
           IF WS-SRC-SNO = SPACES
              DISPLAY 'NO SOURCED SUPPLIER FOR ' DSR-P-NO
                      ' - REQUISITION SKIPPED'
           ELSE
              MOVE WS-SRC-SNO TO WS-CUR-SNO
              PERFORM DRAW-PO-NO
              ADD 1 TO CNT-POS
              ADD 1 TO CNT-DSHIP-POS
              PERFORM READ-SUPPLIER-NAME
              MOVE DSR-P-NO(1:2)   TO L-ITE-PNO
              MOVE DSR-P-NO        TO L-ITE-PNAME
              MOVE DSR-QTY         TO L-ITE-QTY
              MOVE SPACES          TO L-ITE-UOM
              MOVE WS-EXPECTED-ISO TO L-ITE-EXP
              WRITE ENR-PODOC FROM L-PO-ITE
              WRITE ENR-PODOC FROM L-VIDE
              MOVE WS-EXPECTED-ISO TO PR-EXPECTED
              MOVE DSR-O-NO        TO PR-ORD-REF
              MOVE SPACE           TO PR-STATUS
              MOVE SPACES          TO PR-UOM
              PERFORM SET-REGISTER-UNACKED
              WRITE ENR-POREG
              ADD 1 TO CNT-PO-LINES
           END-IF
           .

      ** COMPUTE-EXPECTED-DATE - RUN DATE PLUS THE PART'S LEAD TIME **
      ** SET-REGISTER-UNACKED - a new line is dated today and waits **
      ** for the supplier's acknowledgment                          **
       SET-REGISTER-UNACKED.
           MOVE WS-RUN-ISO TO PR-ORDER-DATE
           MOVE SPACE      TO PR-ACK-STATUS
           MOVE ZERO       TO PR-CONF-QTY
           MOVE SPACES     TO PR-CONF-DATE
           MOVE SPACES     TO PR-ACK-DATE
           .

       COMPUTE-EXPECTED-DATE.
           COMPUTE WS-EXP-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
