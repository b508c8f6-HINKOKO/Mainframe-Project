      *      THE PO REGISTER (POWRTP) AND THE RECEIPTS REGISTER        *
      *      (RECVLDP) BEFORE A CENT IS PAYABLE                        *
      *    - QUANTITY AND UNIT COST WITHIN TOLERANCE CREATE A          *
      *      PAYABLE VOUCHER, NUMBERED OFF THE 'VOUCHER' RANGE OF THE  *
      *      NUMBER-RANGE REGISTRY ; MISMATCHES PRINT ON THE BUYER'S   *
      *      EXCEPTION REPORT                                          *
      *    - THE UNIT COST IS ALSO HELD TO THE SUPPLIER'S PRICE        *
      *      AGREEMENT (SUPAGRK, THROUGH SPAPROG) : THE BREAK THE PO   *
      *      LINE'S QUANTITY REACHES, IN FORCE THE DAY THE PO WENT OUT *
      *    - AN INVOICE WHOSE PO OR RECEIPT IS NOT ON FILE YET AGES    *
      *      ON THE HOLDING FILE AND RE-MATCHES EVERY RUN              *
      *                                                                *
               FILE STATUS IS FS-RCVREG.
           SELECT FVOUCH ASSIGN TO FICVOUCH
               FILE STATUS IS FS-VOUCH.
           SELECT FSIEXC ASSIGN TO FICSIEXC.

       DATA DIVISION.
          05 PR-ORD-REF    PIC X(7).
      ** 'X' ONCE POCHGP HAS CANCELLED THE LINE **
          05 PR-STATUS     PIC X(1).
          05 PR-UOM        PIC X(2).
      ** THE DAY THE PO WENT OUT (SPACES ON LINES OLDER THAN THE  **
      ** ACKNOWLEDGMENTS)                                         **
          05 PR-ORDER-DATE PIC X(10).
          05 FILLER        PIC X(34).

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

      ** FVOUCH - THE PAYABLE VOUCHERS, APPENDED RUN AFTER RUN ;    **
      ** STATUS O=OPEN, P=PAID (APPAYP), C=CREDIT NOTE              **
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
          05 FILLER        PIC X(16).
      ** PART, QUANTITY AND ENTRY DATE OF THE VOUCHER : APGLEXP    **
      ** CLEARS THE RECEIPT ACCRUAL OFF THEM (SPACES/ZERO ON A     **
      ** NON-PO VOUCHER AND ON VOUCHERS OLDER THAN THE GL EXPORT)  **
          05 VCH-PNO       PIC X(2).
          05 VCH-QTY       PIC 9(4).
          05 VCH-ENTRY-DATE PIC X(10).
          05 FILLER        PIC X(2).

      ** FSIEXC - THE BUYER'S EXCEPTION REPORT **
       FD FSIEXC.
       77 FS-POREG        PIC 99 VALUE 0.
       77 FS-RCVREG       PIC 99 VALUE 0.
       77 FS-VOUCH        PIC 99 VALUE 0.

      *** LE REGISTRE PO EN TABLE ***
       01 POREG-TAB.
             10 PGT-SNO    PIC X(2).
             10 PGT-PNO    PIC X(2).
             10 PGT-QTY    PIC 9(4).
             10 PGT-ORD-DATE PIC X(10).
       77 PGT-CNT         PIC 9(3) VALUE 0.
       77 PGT-IDX         PIC 9(3) VALUE 0.
       77 WS-PO-HIT       PIC 9(3) VALUE 0.
       77 WS-COST-HI      PIC 9(5)V9(2) VALUE 0.
       77 WS-AMOUNT       PIC S9(7)V9(2) VALUE 0.

      *** PRIX DE L'ACCORD FOURNISSEUR POUR LA QUANTITE COMMANDEE ***
       COPY SPABLK.
       77 WS-AGREED-COST  PIC 9(5)V9(2) VALUE 0.
       77 WS-AGREED-LO    PIC 9(5)V9(2) VALUE 0.
       77 WS-AGREED-HI    PIC 9(5)V9(2) VALUE 0.

      *** NUMEROTATION DES BONS A PAYER (REGISTRE DES PLAGES) ***
       COPY NUMRNG.
       77 WS-CUR-VCH-NO   PIC 9(6) VALUE 0.

      *** CALCUL DE L'ECHEANCE (FACTURE + 30 JOURS) ***
       77 WS-DUE-DATE-ISO PIC X(10) VALUE SPACES.
       77 WS-SI-YYYYMMDD  PIC 9(8) VALUE 0.

      *** DATE DU RUN, PORTEE SUR CHAQUE BON A PAYER CREE ***
       01 WS-RUN-DATE.
          05 WS-RUN-AA    PIC XX.
          05 WS-RUN-MM    PIC XX.
          05 WS-RUN-JJ    PIC XX.
       77 WS-RUN-ISO      PIC X(10) VALUE SPACES.

      *** COMPTEURS ***
       77 CNT-VOUCHERED   PIC 9(4) VALUE 0.
       77 CNT-EXCEPTIONS  PIC 9(4) VALUE 0.
          05 FILLER        PIC X(6)  VALUE 'PART'.
          05 FILLER        PIC X(8)  VALUE 'QTY'.
          05 FILLER        PIC X(10) VALUE 'COST'.
          05 FILLER        PIC X(10) VALUE 'AGREED'.
          05 FILLER        PIC X(22) VALUE 'REASON'.
          05 FILLER        PIC X(17) VALUE ALL ' '.
       01 L-EXC-LINE.
          05 L-EXC-REF     PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-EXC-COST    PIC ZZZZ9,99.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-EXC-AGREED  PIC ZZZZ9,99 BLANK WHEN ZERO.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-EXC-REASON  PIC X(20).
          05 FILLER        PIC X(21) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
              GOBACK
           END-IF

           PERFORM GET-RUN-DATE
           PERFORM LOAD-PO-REGISTER
           PERFORM LOAD-RECEIPTS

           OPEN OUTPUT FSIEXC
           WRITE ENR-SIEXC FROM L-EXC-HEAD

           CLOSE FVOUCH
           CLOSE FSIEXC
           CALL 'SPARST'
           PERFORM REWRITE-HOLD-FILE

           DISPLAY 'VOUCHERS CREATED   : ' CNT-VOUCHERED
           DISPLAY 'MATCH EXCEPTIONS   : ' CNT-EXCEPTIONS
                          MOVE PR-SNO   TO PGT-SNO(PGT-CNT)
                          MOVE PR-PNO   TO PGT-PNO(PGT-CNT)
                          MOVE PR-QTY   TO PGT-QTY(PGT-CNT)
                          MOVE PR-ORDER-DATE
                                        TO PGT-ORD-DATE(PGT-CNT)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

      ** ADD-ONE-RECEIPT - the match is on what was delivered ; a  **
      ** return to vendor is settled by its own debit note         **
       ADD-ONE-RECEIPT.
           IF RR-RETURN
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RCV-HIT
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > RCT-CNT
              RCT-COST(WS-RCV-HIT) * (1 - AC-TOLPCT / 100)
           COMPUTE WS-COST-HI ROUNDED =
              RCT-COST(WS-RCV-HIT) * (1 + AC-TOLPCT / 100)
           PERFORM GET-AGREED-COST

           EVALUATE TRUE
              WHEN SI-QTY > WS-QTY-HI
                   (SI-COST < WS-COST-LO OR SI-COST > WS-COST-HI)
                 MOVE 'COST OUT OF BAND' TO L-EXC-REASON
                 PERFORM WRITE-EXCEPTION
              WHEN WS-AGREED-COST > 0 AND
                   (SI-COST < WS-AGREED-LO OR SI-COST > WS-AGREED-HI)
                 MOVE 'COST VS AGREEMENT' TO L-EXC-REASON
                 PERFORM WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM CREATE-VOUCHER
           END-EVALUATE
           .

      ** GET-AGREED-COST - what the supplier's agreement says the    **
      ** PO line costs : the break its ordered quantity reaches, on  **
      ** the day the PO went out (the invoice date for lines older   **
      ** than the order dates) ; zero when no agreement applies      **
       GET-AGREED-COST.
           MOVE ZERO TO WS-AGREED-COST WS-AGREED-LO WS-AGREED-HI
           INITIALIZE SPA-BLOCK
           SET SA-DO-PRICE TO TRUE
           MOVE SI-PNO TO SA-PNO
           MOVE SI-SNO TO SA-SNO
           MOVE PGT-QTY(WS-PO-HIT) TO SA-QTY
           IF PGT-ORD-DATE(WS-PO-HIT) NOT = SPACES
              MOVE PGT-ORD-DATE(WS-PO-HIT) TO SA-DATE
           ELSE
              MOVE SI-DATE TO SA-DATE
           END-IF
           CALL 'SPAPROG' USING SPA-BLOCK
           IF SA-OK
              MOVE SA-COST TO WS-AGREED-COST
              COMPUTE WS-AGREED-LO ROUNDED =
                 WS-AGREED-COST * (1 - AC-TOLPCT / 100)
              COMPUTE WS-AGREED-HI ROUNDED =
                 WS-AGREED-COST * (1 + AC-TOLPCT / 100)
           END-IF
           .

       CREATE-VOUCHER.
           PERFORM DRAW-VCH-NO
           ADD 1 TO CNT-VOUCHERED
           COMPUTE WS-AMOUNT = SI-QTY * SI-COST
           PERFORM COMPUTE-DUE-DATE
           MOVE WS-AMOUNT     TO VCH-AMOUNT
           MOVE WS-DUE-DATE-ISO TO VCH-DUE-DATE
           MOVE 'O'           TO VCH-STATUS
           MOVE SI-PNO        TO VCH-PNO
           MOVE SI-QTY        TO VCH-QTY
           MOVE WS-RUN-ISO    TO VCH-ENTRY-DATE
           WRITE ENR-VOUCH
           .

      ** GET-RUN-DATE - the day the vouchers are raised, which is   **
      ** the day the GL export picks them up                        **
       GET-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM DATE
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

      ** COMPUTE-DUE-DATE - invoice date plus thirty days, the     **
      ** house terms with every supplier                            **
       COMPUTE-DUE-DATE.
           MOVE SI-PNO     TO L-EXC-PNO
           MOVE SI-QTY     TO L-EXC-QTY
           MOVE SI-COST    TO L-EXC-COST
           MOVE WS-AGREED-COST TO L-EXC-AGREED
           WRITE ENR-SIEXC FROM L-EXC-LINE
           .

           CLOSE FSIHOLD
           .

      ** DRAW-VCH-NO - the next voucher number off the registry ; **
      ** a range used up or never defined stops the run            **
       DRAW-VCH-NO.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'VOUCHER' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** VOUCHER RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN STOPPED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE NR-NUMBER TO WS-CUR-VCH-NO
           .
