      *    - ON-TIME PERCENT (FIRST RECEIPT BY THE EXPECTED DATE),     *
      *      IN-FULL PERCENT, AVERAGE DAYS LATE, AND THE REJECTED      *
      *      QUANTITY OFF THE DOCK                                     *
      *    - GOODS SENT BACK TO THE SUPPLIER (RTVPOSTP) COME OFF THE   *
      *      RECEIVED QUANTITY : A LINE RETURNED IS NOT IN FULL        *
      *    - ON-TIME IS ALSO MEASURED AGAINST THE DATE THE SUPPLIER    *
      *      CONFIRMED (POACKP) ; A LINE NEVER ACKNOWLEDGED IS HELD TO *
      *      THE DATE WE ASKED FOR                                     *
      *    - RANKED WORST FIRST, SO PURCHASING HAS FACTS WHEN          *
      *      COSTCMPP SAYS TWO SUPPLIERS ARE PRICED THE SAME           *
      ******************************************************************
          05 PR-EXPECTED   PIC X(10).
          05 PR-ORD-REF    PIC X(7).
          05 PR-STATUS     PIC X(1).
          05 PR-UOM        PIC X(2).
          05 PR-ORDER-DATE PIC X(10).
      ** THE SUPPLIER'S ACKNOWLEDGMENT (POACKP), SPACE = NOT YET **
          05 PR-ACK-STATUS PIC X(1).
          05 PR-CONF-QTY   PIC 9(4).
          05 PR-CONF-DATE  PIC X(10).
          05 PR-ACK-DATE   PIC X(10).
          05 FILLER        PIC X(9).

      ** FRCVREG - THE RECEIPTS REGISTER RECVLDP APPENDS **
       FD FRCVREG.
          05 RR-DATE       PIC X(10).
          05 RR-COST       PIC 9(5)V9(2).
          05 RR-REJQTY     PIC 9(4).
      ** SPACE = A DELIVERY ; V = GOODS SENT BACK TO THE SUPPLIER  **
      ** (RTVPOSTP), RR-QTY THEN BEING THE QUANTITY RETURNED       **
          05 RR-KIND       PIC X(1).
             88 RR-RETURN        VALUE 'V'.
          05 FILLER        PIC X(42).

       FD FSUPSCOR.
       01 ENR-SUPSCOR     PIC X(120).
             10 POL-PNO    PIC X(2).
             10 POL-QTY    PIC 9(4).
             10 POL-EXP    PIC X(10).
             10 POL-CONF   PIC X(10).
             10 POL-RCVQTY PIC 9(7).
             10 POL-FIRST  PIC X(10).
       77 POL-CNT         PIC 9(3) VALUE 0.
             10 SCR-LINES    PIC 9(4).
             10 SCR-RECEIVED PIC 9(4).
             10 SCR-ONTIME   PIC 9(4).
             10 SCR-ONTIME-CF PIC 9(4).
             10 SCR-INFULL   PIC 9(4).
             10 SCR-LATEDAYS PIC 9(6).
             10 SCR-REJQTY   PIC 9(6).
          05 FILLER       PIC 9(4).
          05 FILLER       PIC 9(4).
          05 FILLER       PIC 9(4).
          05 FILLER       PIC 9(4).
          05 FILLER       PIC 9(6).
          05 FILLER       PIC 9(6).
          05 FILLER       PIC 9(3)V9(1).
          05 FILLER        PIC X(11) VALUE 'IN-FULL %'.
          05 FILLER        PIC X(12) VALUE 'AVG DAYS LT'.
          05 FILLER        PIC X(10) VALUE 'REJECTED'.
          05 FILLER        PIC X(16) VALUE 'ON-TIME CONF %'.
          05 FILLER        PIC X(46) VALUE ALL ' '.
       01 L-SCO-LINE.
          05 L-SCO-SNO     PIC X(2).
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-SCO-AVGLATE PIC ZZZ9,9.
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-SCO-REJQTY  PIC ZZZZZ9.
          05 FILLER        PIC X(8)  VALUE ALL ' '.
          05 L-SCO-ONTIMECF PIC ZZ9,9.
          05 FILLER        PIC X(51) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM LOAD-PO-LINES
                          MOVE PR-PNO      TO POL-PNO(POL-CNT)
                          MOVE PR-QTY      TO POL-QTY(POL-CNT)
                          MOVE PR-EXPECTED TO POL-EXP(POL-CNT)
                          IF PR-ACK-STATUS NOT = SPACE AND
                             PR-CONF-DATE NOT = SPACES
                             MOVE PR-CONF-DATE TO POL-CONF(POL-CNT)
                          ELSE
                             MOVE PR-EXPECTED TO POL-CONF(POL-CNT)
                          END-IF
                          MOVE ZERO        TO POL-RCVQTY(POL-CNT)
                          MOVE SPACES      TO POL-FIRST(POL-CNT)
                       END-IF

      ** APPLY-RECEIPTS - received quantity and the first arrival  **
      ** date land on their PO line ; rejected quantity cumulates  **
      ** straight onto the supplier. A return to vendor only takes **
      ** its quantity back off the line                             **
       APPLY-RECEIPTS.
           OPEN INPUT FRCVREG
           IF FS-RCVREG NOT = 0
                 MOVE POL-IDX TO WS-POL-HIT
              END-IF
           END-PERFORM
           IF WS-POL-HIT > 0 AND RR-RETURN
              IF RR-QTY > POL-RCVQTY(WS-POL-HIT)
                 MOVE ZERO TO POL-RCVQTY(WS-POL-HIT)
              ELSE
                 SUBTRACT RR-QTY FROM POL-RCVQTY(WS-POL-HIT)
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-POL-HIT > 0
              ADD RR-QTY TO POL-RCVQTY(WS-POL-HIT)
              IF POL-FIRST(WS-POL-HIT) = SPACES OR
           END-PERFORM
           IF WS-SCR-HIT = 0 AND SCR-CNT < 50
              ADD 1 TO SCR-CNT
              INITIALIZE SCR-ENTRY(SCR-CNT)
              MOVE RR-SNO TO SCR-SNO(SCR-CNT)
              MOVE SCR-CNT TO WS-SCR-HIT
           END-IF
           END-PERFORM
           IF WS-SCR-HIT = 0 AND SCR-CNT < 50
              ADD 1 TO SCR-CNT
              INITIALIZE SCR-ENTRY(SCR-CNT)
              MOVE POL-SNO(POL-IDX) TO SCR-SNO(SCR-CNT)
              MOVE SCR-CNT TO WS-SCR-HIT
           END-IF
                 ELSE
                    PERFORM CUMUL-DAYS-LATE
                 END-IF
                 IF POL-FIRST(POL-IDX) NOT > POL-CONF(POL-IDX)
                    ADD 1 TO SCR-ONTIME-CF(WS-SCR-HIT)
                 END-IF
                 IF POL-RCVQTY(POL-IDX) NOT < POL-QTY(POL-IDX)
                    ADD 1 TO SCR-INFULL(WS-SCR-HIT)
                 END-IF
              COMPUTE WS-AVG-LATE ROUNDED =
                 SCR-LATEDAYS(SCR-IDX) / SCR-RECEIVED(SCR-IDX)
              MOVE WS-AVG-LATE TO L-SCO-AVGLATE
              COMPUTE WS-PCT ROUNDED =
                 SCR-ONTIME-CF(SCR-IDX) * 100 / SCR-RECEIVED(SCR-IDX)
              MOVE WS-PCT TO L-SCO-ONTIMECF
           ELSE
              MOVE ZERO TO L-SCO-INFULL
              MOVE ZERO TO L-SCO-AVGLATE
              MOVE ZERO TO L-SCO-ONTIMECF
           END-IF
           MOVE SCR-REJQTY(SCR-IDX) TO L-SCO-REJQTY
           WRITE ENR-SUPSCOR FROM L-SCO-LINE
