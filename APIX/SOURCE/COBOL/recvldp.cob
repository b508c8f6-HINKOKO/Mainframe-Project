      *      REPORTS FINALLY GETS FED BY THE SHOP FLOOR)               *
      *    - WHEN A PO NUMBER IS SUPPLIED, REPORT RECEIVED VERSUS      *
      *      ORDERED AGAINST THE POWRTP REGISTER                       *
      *    - TURN A DELIVERY COUNTED IN THE SUPPLIER'S UNIT (A BOX,    *
      *      A CASE - UOMK) INTO EACHES, THE UNIT COST WITH IT, BEFORE *
      *      ANYTHING IS POSTED                                        *
      *    - KEEP THE CATALOG PRODUCT'S COST A MOVING WEIGHTED         *
      *      AVERAGE : A DELIVERY STOCKING A PRODUCT (RCV-PROD) COMES  *
      *      IN AT ITS PO COST PLUS ITS SHARE OF THE FREIGHT-IN AND    *
      *      DUTY ENTERED ON THE DELIVERY (SUPPLIER, PO, DATE), SHARED *
      *      BY LINE VALUE, AND IS AVERAGED INTO APIX.PRODUCTS COST ;  *
      *      EACH CHANGE IS JOURNALED TO THE COST HISTORY (FICCSTHIS)  *
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT FLOTS ASSIGN TO FICLOTS.
           SELECT FRCVREG ASSIGN TO FICRCVREG.
           SELECT FRECVRPT ASSIGN TO FICRECVRPT.
           SELECT FCSTHIS ASSIGN TO FICCSTHIS.

       DATA DIVISION.
       FILE SECTION.
      ** QUANTITY REFUSED AT THE DOCK (DAMAGED, WRONG PART...) -  **
      ** THE SCORECARD'S REJECTED-QUANTITY TREND FEEDS FROM HERE  **
          05 RCV-REJQTY    PIC 9(4).
      ** UNIT THE QUANTITIES AND THE COST ARE GIVEN IN (SPACES OR **
      ** EA = EACHES) - CONVERTED TO EACHES ON THE WAY IN         **
          05 RCV-UOM       PIC X(2).
      ** FREIGHT-IN AND DUTY PAID ON THE DELIVERY, IN TOTAL (NOT    **
      ** PER UNIT) ; ENTERED ON ANY OF ITS LINES, SPREAD OVER ALL   **
          05 RCV-FREIGHT   PIC 9(5)V9(2).
          05 RCV-DUTY      PIC 9(5)V9(2).
          05 FILLER        PIC X(12).

      ** FPOREG - THE PO REGISTER POWRTP APPENDS **
       FD FPOREG.
          05 RR-DATE       PIC X(10).
          05 RR-COST       PIC 9(5)V9(2).
          05 RR-REJQTY     PIC 9(4).
      ** SPACE = A DELIVERY ; V = GOODS SENT BACK TO THE SUPPLIER  **
      ** (RTVPOSTP), RR-QTY THEN BEING THE QUANTITY RETURNED       **
          05 RR-KIND       PIC X(1).
             88 RR-RETURN        VALUE 'V'.
          05 FILLER        PIC X(42).

      ** FLOTS - THE LOT MASTER, APPENDED IN RECEIPT ORDER (THE     **
      ** FIFO ORDER PART2P CONSUMES IN)                              **
          05 LOT-P-NO      PIC X(3).
          05 LOT-QTY-REMAIN PIC S9(7).
          05 LOT-RECV-DATE PIC X(10).
      ** THE SUPPLIER THE LOT CAME FROM - WARRANTY CLAIMS ARE     **
      ** TRACED BACK TO IT (SPACES ON LOTS CAPTURED BEFORE)       **
          05 LOT-SNO       PIC X(2).
          05 FILLER        PIC X(48).

      ** FSTKMOV - THE STOCK MOVEMENT JOURNAL : EVERY RECEIPT       **
      ** APPLIED IS ONE RECORD, THE SUPPLIER/PART PAIR QUANTITY     **
       FD FRECVRPT.
       01 ENR-RECVRPT     PIC X(80).

      ** FCSTHIS - THE PRODUCT COST HISTORY, ONE RECORD PER CHANGE **
       FD FCSTHIS.
       COPY CSTHIS.

       WORKING-STORAGE SECTION.
       01 RECV-HEAD       PIC X(30) VALUE
             "RECVLDP RECEIPTS REJECT LOG".
       01 RECV-FOOT-HEAD  PIC X(28) VALUE "REJECT SUMMARY BY REASON :".
       COPY LOADLOG.

      *** CONVERSION DE L'UNITE DE LIVRAISON EN UNITES DE BASE ***
       COPY UOMBLK.
       77 WS-RCV-BASE     PIC 9(4) VALUE 0.
       77 WS-RCV-REJ-BASE PIC 9(4) VALUE 0.

       77 WS-RECV-EOF     PIC 9  VALUE 0.
            88 FF-RECV          VALUE 1.
       77 WS-POREG-EOF    PIC 9  VALUE 0.
       77 WS-PAIR-QTY     PIC S9(7) USAGE COMP-3 VALUE 0.
       77 ED-PO-REF       PIC 9(8) VALUE 0.

      *** FRAIS D'APPROCHE PAR LIVRAISON ***
       01 DLV-TAB.
          05 DLV-ENTRY OCCURS 500 TIMES.
             10 DLV-SNO    PIC X(2).
             10 DLV-PO     PIC X(8).
             10 DLV-DATE   PIC X(10).
             10 DLV-VALUE  PIC 9(9)V9(2).
             10 DLV-CHARGES PIC 9(7)V9(2).
             10 DLV-LINES  PIC 9(4).
       77 DLV-CNT         PIC 9(3) VALUE 0.
       77 DLV-IDX         PIC 9(3) VALUE 0.
       77 WS-DLV-HIT      PIC 9(3) VALUE 0.
       01 WS-DLV-KEY.
          05 DLK-SNO      PIC X(2).
          05 DLK-PO       PIC X(8).
          05 DLK-DATE     PIC X(10).

      *** COUT MOYEN PONDERE DU PRODUIT ***
       77 WS-LINE-VALUE   PIC 9(9)V9(2) VALUE 0.
       77 WS-LINE-CHARGES PIC 9(7)V9(2) VALUE 0.
       77 WS-PO-UNIT-COST PIC 9(5)V9(2) VALUE 0.
       77 WS-LANDED       PIC 9(5)V9(2) VALUE 0.
       77 WS-NEW-COST     PIC S9(3)V9(2) VALUE 0.
       77 WS-OLD-COST     PIC S9(3)V9(2) VALUE 0.
       77 WS-OLD-ON-HAND  PIC S9(9) VALUE 0.
       77 CNT-COST-CHANGES PIC 9(4) VALUE 0.
       77 ED-LANDED       PIC ZZZZ9,99.

      *** COMPTEURS ***
       77 CNT-RECEIVED    PIC 9(4) VALUE 0.
       77 CNT-BAD-SUP     PIC 9(4) VALUE 0.
       77 CNT-BAD-PART    PIC 9(4) VALUE 0.
       77 CNT-BAD-FORMAT  PIC 9(4) VALUE 0.
       77 CNT-BAD-UOM     PIC 9(4) VALUE 0.
       77 CNT-NEW-PAIRS   PIC 9(4) VALUE 0.
       77 CNT-TOTAL-REJECTS PIC 9(4) VALUE 0.

           EXEC SQL INCLUDE SUP      END-EXEC
           EXEC SQL INCLUDE PARTS    END-EXEC
           EXEC SQL INCLUDE PARTSUPP END-EXEC
           EXEC SQL INCLUDE PRO      END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT FRECVLOG

           MOVE ZERO TO LOGREC-REF
           PERFORM LOAD-PO-REGISTER
           PERFORM LOAD-DELIVERY-CHARGES

           OPEN EXTEND FSTKMOV
           OPEN EXTEND FLOTS
           OPEN EXTEND FRCVREG
           OPEN OUTPUT FRECVRPT
           OPEN EXTEND FCSTHIS
           WRITE ENR-RECVRPT FROM L-RCV-TITLE

           OPEN INPUT FRECV
           CLOSE FLOTS
           CLOSE FRCVREG
           CLOSE FRECVRPT
           CLOSE FCSTHIS
           PERFORM WRITE-RECV-FOOTER
           CLOSE FRECVLOG
           CALL 'UOMRST'
           DISPLAY 'RECEIPTS APPLIED   : ' CNT-RECEIVED
           DISPLAY 'NEW SUPPLIER/PART  : ' CNT-NEW-PAIRS
           DISPLAY 'LOTS CAPTURED      : ' CNT-LOTS
           DISPLAY 'PRODUCT COSTS MOVED: ' CNT-COST-CHANGES
           DISPLAY 'RECEIPTS REJECTED  : ' CNT-TOTAL-REJECTS
           GOBACK.

           IF DATA-OK
              PERFORM CHECK-PART
           END-IF
           IF DATA-OK AND RCV-UOM NOT = SPACES AND RCV-UOM NOT = 'EA'
              PERFORM CONVERT-RECEIPT-UOM
           END-IF
           IF DATA-OK
              PERFORM APPLY-RECEIPT
              IF RCV-PO-NO IS NUMERIC AND RCV-PO-NO > 0
                 PERFORM REPORT-VS-ORDERED
              END-IF
              IF RCV-PROD NOT = SPACES AND RCV-QTY > 0
                 PERFORM REVALUE-PRODUCT
              END-IF
           END-IF
           .

      ** LOAD-DELIVERY-CHARGES - a first pass over the receipts :   **
      ** per delivery (supplier, PO, date) the value of its lines    **
      ** at PO cost and the freight-in and duty entered against it   **
       LOAD-DELIVERY-CHARGES.
           OPEN INPUT FRECV
           PERFORM UNTIL FF-RECV
              READ FRECV
                 AT END
                    SET FF-RECV TO TRUE
                 NOT AT END
                    PERFORM NOTE-DELIVERY-LINE
              END-READ
           END-PERFORM
           CLOSE FRECV
           MOVE 0 TO WS-RECV-EOF
           .

       NOTE-DELIVERY-LINE.
           PERFORM FIND-DELIVERY
           IF WS-DLV-HIT = 0
              IF DLV-CNT < 500
                 ADD 1 TO DLV-CNT
                 MOVE DLK-SNO  TO DLV-SNO(DLV-CNT)
                 MOVE DLK-PO   TO DLV-PO(DLV-CNT)
                 MOVE DLK-DATE TO DLV-DATE(DLV-CNT)
                 MOVE ZERO     TO DLV-VALUE(DLV-CNT)
                 MOVE ZERO     TO DLV-CHARGES(DLV-CNT)
                 MOVE ZERO     TO DLV-LINES(DLV-CNT)
                 MOVE DLV-CNT  TO WS-DLV-HIT
              ELSE
                 DISPLAY 'DELIVERY TABLE FULL, CHARGES NOT SPREAD'
              END-IF
           END-IF
           IF WS-DLV-HIT > 0
              ADD 1 TO DLV-LINES(WS-DLV-HIT)
              IF RCV-QTY IS NUMERIC AND RCV-COST IS NUMERIC
                 COMPUTE DLV-VALUE(WS-DLV-HIT) =
                    DLV-VALUE(WS-DLV-HIT) + RCV-QTY * RCV-COST
              END-IF
              IF RCV-FREIGHT IS NUMERIC
                 ADD RCV-FREIGHT TO DLV-CHARGES(WS-DLV-HIT)
              END-IF
              IF RCV-DUTY IS NUMERIC
                 ADD RCV-DUTY TO DLV-CHARGES(WS-DLV-HIT)
              END-IF
           END-IF
           .

      ** FIND-DELIVERY - the current receipt's delivery in the     **
      ** table, WS-DLV-HIT zero when it is not there yet            **
       FIND-DELIVERY.
           MOVE RCV-SNO   TO DLK-SNO
           MOVE RCV-PO-NO TO DLK-PO
           MOVE RCV-DATE  TO DLK-DATE
           MOVE 0 TO WS-DLV-HIT
           PERFORM VARYING DLV-IDX FROM 1 BY 1
                   UNTIL DLV-IDX > DLV-CNT OR WS-DLV-HIT > 0
              IF DLK-SNO = DLV-SNO(DLV-IDX) AND
                 DLK-PO = DLV-PO(DLV-IDX) AND
                 DLK-DATE = DLV-DATE(DLV-IDX)
                 MOVE DLV-IDX TO WS-DLV-HIT
              END-IF
           END-PERFORM
           .

       CHECK-SUPPLIER.
           MOVE RCV-SNO TO SUP-SNO
           EXEC SQL
           END-IF
           .

      ** CONVERT-RECEIPT-UOM - 5 BX of 12 delivered, 1 refused, at  **
      ** 24,00 the box : 60 EA received, 12 EA refused at 2,00 ;     **
      ** the record is posted in eaches from here on                 **
       CONVERT-RECEIPT-UOM.
           INITIALIZE UOM-BLOCK
           SET UM-DO-TO-BASE TO TRUE
           MOVE RCV-PNO TO UM-ITEM
           MOVE RCV-UOM TO UM-CODE
           MOVE RCV-QTY TO UM-QTY
           CALL 'UOMPROG' USING UOM-BLOCK
           IF NOT UM-OK
              MOVE 'UNKNOWN UNIT' TO LOGREC-MSG
              PERFORM WRITE-RECV-LOG
              ADD 1 TO CNT-BAD-UOM
              SET DATA-KO TO TRUE
           ELSE
              MOVE 0 TO WS-RCV-REJ-BASE
              COMPUTE WS-RCV-BASE = RCV-QTY * UM-FACTOR
                 ON SIZE ERROR
                    SET DATA-KO TO TRUE
              END-COMPUTE
              IF RCV-REJQTY IS NUMERIC
                 COMPUTE WS-RCV-REJ-BASE = RCV-REJQTY * UM-FACTOR
                    ON SIZE ERROR
                       SET DATA-KO TO TRUE
                 END-COMPUTE
              END-IF
              IF DATA-KO
                 MOVE 'QTY TOO LARGE' TO LOGREC-MSG
                 PERFORM WRITE-RECV-LOG
                 ADD 1 TO CNT-BAD-FORMAT
              ELSE
                 MOVE WS-RCV-BASE TO RCV-QTY
                 IF RCV-REJQTY IS NUMERIC
                    MOVE WS-RCV-REJ-BASE TO RCV-REJQTY
                 END-IF
                 IF RCV-COST IS NUMERIC
                    COMPUTE RCV-COST ROUNDED = RCV-COST / UM-FACTOR
                 END-IF
                 MOVE 'EA' TO RCV-UOM
              END-IF
           END-IF
           .

      ** APPLY-RECEIPT - adds the delivery onto the PARTSUPP pair,   **
      ** creating the pair the first time this supplier delivers     **
      ** this part                                                   **
              MOVE RCV-PROD TO LOT-P-NO
              MOVE RCV-QTY  TO LOT-QTY-REMAIN
              MOVE RCV-DATE TO LOT-RECV-DATE
              MOVE RCV-SNO  TO LOT-SNO
              WRITE ENR-LOTS
              ADD 1 TO CNT-LOTS
           END-IF
           ADD 1 TO CNT-MOVEMENTS
           .

      ** REVALUE-PRODUCT - the product's cost becomes the average   **
      ** of the stock on hand at the old cost and the receipt at its **
      ** landed cost : PO cost (the pair's last known cost when the  **
      ** delivery carried none) plus its share of the delivery's     **
      ** charges, by line value - by line count when the delivery    **
      ** carried no value at all. NO COST KNOWN, NO REVALUATION      **
       REVALUE-PRODUCT.
           IF RCV-COST IS NUMERIC AND RCV-COST > 0
              MOVE RCV-COST TO WS-PO-UNIT-COST
           ELSE
              EXEC SQL
                 SELECT COST
                 INTO :PARTSUPP-COST
                 FROM API10.PARTSUPP
                 WHERE SNO = :PARTSUPP-SNO
                   AND PNO = :PARTSUPP-PNO
              END-EXEC
              IF SQLCODE = ZERO
                 MOVE PARTSUPP-COST TO WS-PO-UNIT-COST
              ELSE
                 MOVE ZERO TO WS-PO-UNIT-COST
              END-IF
           END-IF
           IF WS-PO-UNIT-COST = ZERO
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-LINE-CHARGES
           PERFORM FIND-DELIVERY
           IF WS-DLV-HIT > 0
              IF DLV-CHARGES(WS-DLV-HIT) > 0
                 IF DLV-VALUE(WS-DLV-HIT) > 0
      ** THE SAME LINE VALUE THE FIRST PASS CUMULATED **
                    MOVE ZERO TO WS-LINE-VALUE
                    IF RCV-COST IS NUMERIC
                       COMPUTE WS-LINE-VALUE = RCV-QTY * RCV-COST
                    END-IF
                    COMPUTE WS-LINE-CHARGES ROUNDED =
                       DLV-CHARGES(WS-DLV-HIT) * WS-LINE-VALUE
                       / DLV-VALUE(WS-DLV-HIT)
                 ELSE
                    COMPUTE WS-LINE-CHARGES ROUNDED =
                       DLV-CHARGES(WS-DLV-HIT) / DLV-LINES(WS-DLV-HIT)
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-LANDED ROUNDED =
              WS-PO-UNIT-COST + WS-LINE-CHARGES / RCV-QTY
              ON SIZE ERROR
                 MOVE 99999,99 TO WS-LANDED
                 PERFORM LOG-COST-OUT-OF-RANGE
                 EXIT PARAGRAPH
           END-COMPUTE

           MOVE RCV-PROD TO PRO-P-NO
           EXEC SQL
              SELECT ON_HAND, COST
              INTO :PRO-ON-HAND, :PRO-COST
              FROM APIX.PRODUCTS
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE = +100
              DISPLAY 'RECEIPT FOR UNKNOWN PRODUCT ' RCV-PROD
                      ', COST NOT AVERAGED'
              EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
              PERFORM EVAL-ANOMALIE
           END-IF
           MOVE PRO-COST    TO WS-OLD-COST
           MOVE PRO-ON-HAND TO WS-OLD-ON-HAND
      ** NOTHING (OR LESS) ON HAND : THE RECEIPT SETS THE COST **
           IF WS-OLD-ON-HAND NOT > 0
              COMPUTE WS-NEW-COST ROUNDED = WS-LANDED
                 ON SIZE ERROR
                    PERFORM LOG-COST-OUT-OF-RANGE
                    EXIT PARAGRAPH
              END-COMPUTE
           ELSE
              COMPUTE WS-NEW-COST ROUNDED =
                 (WS-OLD-ON-HAND * WS-OLD-COST + RCV-QTY * WS-LANDED)
                 / (WS-OLD-ON-HAND + RCV-QTY)
                 ON SIZE ERROR
                    PERFORM LOG-COST-OUT-OF-RANGE
                    EXIT PARAGRAPH
              END-COMPUTE
           END-IF
           IF WS-NEW-COST = WS-OLD-COST
              EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-COST TO PRO-COST
           EXEC SQL
              UPDATE APIX.PRODUCTS
              SET COST = :PRO-COST
              WHERE P_NO = :PRO-P-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM EVAL-ANOMALIE
           END-IF
           ADD 1 TO CNT-COST-CHANGES

           MOVE SPACES         TO ST-CSTHIS
           MOVE RCV-PROD       TO CSH-P-NO
           MOVE RCV-DATE       TO CSH-DATE
           MOVE 'RECVLDP'      TO CSH-PGM
           IF RCV-PO-NO IS NUMERIC AND RCV-PO-NO > 0
              MOVE RCV-PO-NO TO ED-PO-REF
              MOVE ED-PO-REF TO CSH-REF
           END-IF
           MOVE WS-OLD-COST    TO CSH-OLD-COST
           MOVE WS-NEW-COST    TO CSH-NEW-COST
           MOVE WS-OLD-ON-HAND TO CSH-ON-HAND
           MOVE RCV-QTY        TO CSH-RCV-QTY
           MOVE WS-LANDED      TO CSH-LANDED
           MOVE WS-LINE-CHARGES TO CSH-CHARGES
           WRITE ST-CSTHIS
           .

      ** LOG-COST-OUT-OF-RANGE - the receipt is posted, the cost    **
      ** is left alone : an audit line, not a reject                 **
       LOG-COST-OUT-OF-RANGE.
           MOVE 'COST OUT OF RANGE' TO LOGREC-MSG
           MOVE RCV-PROD TO LOGREC-PNO
           MOVE WS-LANDED TO ED-LANDED
           MOVE ED-LANDED TO LOGREC-DETAIL
           WRITE ENR-RECVLOG FROM ST-LOADLOG
           MOVE SPACES TO LOGREC-MSG
           MOVE SPACES TO LOGREC-PNO
           MOVE SPACES TO LOGREC-DETAIL
           .

      ** REPORT-VS-ORDERED - when the delivery cites a PO, show how  **
      ** the received quantity compares to what POWRTP ordered       **
       REPORT-VS-ORDERED.
           MOVE CNT-BAD-FORMAT       TO LOGREC-FCOUNT
           WRITE ENR-RECVLOG FROM ST-LOADLOG-FOOT

           MOVE 'UNKNOWN UNIT'       TO LOGREC-FLABEL
           MOVE CNT-BAD-UOM          TO LOGREC-FCOUNT
           WRITE ENR-RECVLOG FROM ST-LOADLOG-FOOT

           MOVE 'RECEIPTS APPLIED'   TO LOGREC-FLABEL
           MOVE CNT-RECEIVED         TO LOGREC-FCOUNT
           WRITE ENR-RECVLOG FROM ST-LOADLOG-FOOT
