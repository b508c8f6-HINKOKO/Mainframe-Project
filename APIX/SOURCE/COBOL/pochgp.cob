      *         L;PONO;PNO           (CANCEL ONE LINE)                 *
      *         F;PONO               (CANCEL THE WHOLE PO)             *
      *    - REISSUE EVERY TOUCHED PO AS A DOCUMENT MARKED AMENDED     *
      *    - A LINE WHOSE QUANTITY OR DATE CHANGES LOSES ITS SUPPLIER  *
      *      ACKNOWLEDGMENT : THE AMENDED PO IS ACKNOWLEDGED AFRESH    *
      *    - LOG EVERY CHANGE (BEFORE AND AFTER) AND EVERY REJECT      *
      *      IN LOADLOG FORMAT                                         *
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

      ** FPOAMD - THE REISSUED DOCUMENTS, MARKED AMENDED **
       FD FPOAMD.
             10 PGT-EXP    PIC X(10).
             10 PGT-ORDREF PIC X(7).
             10 PGT-STATUS PIC X(1).
             10 PGT-UOM    PIC X(2).
             10 PGT-ORD-DATE PIC X(10).
             10 PGT-ACK-STATUS PIC X(1).
             10 PGT-CONF-QTY PIC 9(4).
             10 PGT-CONF-DATE PIC X(10).
             10 PGT-ACK-DATE PIC X(10).
             10 PGT-TOUCHED PIC X(1).
       77 PGT-CNT         PIC 9(3) VALUE 0.
       77 PGT-IDX         PIC 9(3) VALUE 0.
                          MOVE PR-EXPECTED TO PGT-EXP(PGT-CNT)
                          MOVE PR-ORD-REF  TO PGT-ORDREF(PGT-CNT)
                          MOVE PR-STATUS   TO PGT-STATUS(PGT-CNT)
                          MOVE PR-UOM      TO PGT-UOM(PGT-CNT)
                          MOVE PR-ORDER-DATE TO PGT-ORD-DATE(PGT-CNT)
                          MOVE PR-ACK-STATUS
                                           TO PGT-ACK-STATUS(PGT-CNT)
                          IF PR-ACK-STATUS = SPACE OR
                             PR-CONF-QTY IS NOT NUMERIC
                             MOVE ZERO     TO PGT-CONF-QTY(PGT-CNT)
                          ELSE
                             MOVE PR-CONF-QTY TO PGT-CONF-QTY(PGT-CNT)
                          END-IF
                          MOVE PR-CONF-DATE TO PGT-CONF-DATE(PGT-CNT)
                          MOVE PR-ACK-DATE TO PGT-ACK-DATE(PGT-CNT)
                          MOVE ' '         TO PGT-TOUCHED(PGT-CNT)
                       ELSE
                          DISPLAY 'REGISTER TABLE FULL - RUN'
                    FUNCTION NUMVAL(PCH-F3)
                 MOVE PGT-QTY(PGT-IDX) TO AUD-AFTER
                 MOVE 'Y' TO PGT-TOUCHED(PGT-IDX)
                 PERFORM CLEAR-ACKNOWLEDGMENT
                 MOVE AUD-CHG-DETAIL TO LOGREC-DETAIL
                 MOVE PGT-PNO(PGT-IDX) TO LOGREC-PNO
                 MOVE 'PO QTY CHANGED' TO LOGREC-MSG
                 MOVE PCH-F2(1:10)     TO PGT-EXP(PGT-IDX)
                 MOVE PGT-EXP(PGT-IDX) TO AUD-AFTER
                 MOVE 'Y' TO PGT-TOUCHED(PGT-IDX)
                 PERFORM CLEAR-ACKNOWLEDGMENT
                 MOVE AUD-CHG-DETAIL TO LOGREC-DETAIL
                 MOVE PGT-PNO(PGT-IDX) TO LOGREC-PNO
                 MOVE 'PO DATE CHANGED' TO LOGREC-MSG
           END-IF
           .

      ** CLEAR-ACKNOWLEDGMENT - the supplier confirmed a line that  **
      ** no longer exists as ordered                                **
       CLEAR-ACKNOWLEDGMENT.
           MOVE SPACE  TO PGT-ACK-STATUS(PGT-IDX)
           MOVE ZERO   TO PGT-CONF-QTY(PGT-IDX)
           MOVE SPACES TO PGT-CONF-DATE(PGT-IDX)
           MOVE SPACES TO PGT-ACK-DATE(PGT-IDX)
           .

       REJECT-NOTFOUND.
           MOVE 'PO/LINE NOT FOUND' TO LOGREC-MSG
           PERFORM WRITE-POC-LOG
              MOVE PGT-EXP(PGT-IDX)   TO PR-EXPECTED
              MOVE PGT-ORDREF(PGT-IDX) TO PR-ORD-REF
              MOVE PGT-STATUS(PGT-IDX) TO PR-STATUS
              MOVE PGT-UOM(PGT-IDX)    TO PR-UOM
              MOVE PGT-ORD-DATE(PGT-IDX) TO PR-ORDER-DATE
              MOVE PGT-ACK-STATUS(PGT-IDX) TO PR-ACK-STATUS
              MOVE PGT-CONF-QTY(PGT-IDX) TO PR-CONF-QTY
              MOVE PGT-CONF-DATE(PGT-IDX) TO PR-CONF-DATE
              MOVE PGT-ACK-DATE(PGT-IDX) TO PR-ACK-DATE
              WRITE ENR-POREG
           END-PERFORM
           CLOSE FPOREG
