       IDENTIFICATION DIVISION.
       PROGRAM-ID.     APGLEXP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TURN ONE RUN DATE'S PURCHASING SIDE INTO BALANCED DEBIT/  *
      *      CREDIT JOURNAL RECORDS, IN THE SAME IMPORT FORMAT AS      *
      *      GLEXPP'S SALES JOURNAL :                                  *
      *      . RECEIPTS (FICRCVREG) : DR INVENTRY / CR GRNI, THE       *
      *        GOODS RECEIVED NOT INVOICED ACCRUAL, AT PO COST         *
      *      . VOUCHERS (FICVOUCH) : DR GRNI AT PO COST FOR THE        *
      *        QUANTITY INVOICED, DR/CR PPV FOR THE PURCHASE PRICE     *
      *        VARIANCE, CR AP FOR THE INVOICED AMOUNT ; A NON-PO      *
      *        VOUCHER BOOKS DR ITS EXPENSE ROLE / CR AP               *
      *      . SUPPLIER PAYMENTS (FICAPPAY) : DR AP / CR CASH          *
      *      . RETURNS TO VENDOR : THE DEBIT NOTE (STATUS C, ROLE      *
      *        INVENTRY) BOOKS DR AP / CR INVENTRY ; THE GOODS LEAVE   *
      *        AT PO COST AND THE RECEIPT ACCRUAL STAYS UNTOUCHED      *
      *    - RESOLVE ACCOUNT CODES THROUGH THE CHART-OF-ACCOUNTS       *
      *      CONTROL FILE (FICCOA), REFUSING THE RUN WHEN A NEEDED     *
      *      ACCOUNT IS MISSING RATHER THAN EXPORTING HALF A JOURNAL   *
      *    - CLOSE THE EXPORT WITH A CONTROL RECORD CARRYING RECORD    *
      *      COUNT AND THE DEBIT/CREDIT TOTALS, WHICH MUST AGREE       *
      *    - REPORT THE RECEIPTS STILL WAITING FOR THEIR INVOICE       *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  THE RUN TO EXPORT (REQUIRED)          *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRCVREG ASSIGN TO FICRCVREG
               FILE STATUS IS FS-RCVREG.
           SELECT FVOUCH  ASSIGN TO FICVOUCH
               FILE STATUS IS FS-VOUCH.
           SELECT FAPPAY  ASSIGN TO FICAPPAY
               FILE STATUS IS FS-APPAY.
           SELECT FCOA    ASSIGN TO FICCOA
               FILE STATUS IS FS-COA.
           SELECT FGLEXP  ASSIGN TO FICAPGLEXP.

       DATA DIVISION.
       FILE SECTION.
      ** FRCVREG - THE RECEIPTS REGISTER APPENDED BY RECVLDP **
       FD FRCVREG.
       01 ENR-RCVREG.
          05 RR-PO-NO      PIC 9(8).
          05 RR-SNO        PIC X(2).
          05 RR-PNO        PIC X(2).
          05 RR-QTY        PIC 9(4).
          05 RR-DATE       PIC X(10).
          05 RR-COST       PIC 9(5)V9(2).
          05 RR-REJQTY     PIC 9(4).
      ** SPACE = A DELIVERY ; V = GOODS SENT BACK TO THE SUPPLIER  **
      ** (RTVPOSTP), RR-QTY THEN BEING THE QUANTITY RETURNED       **
          05 RR-KIND       PIC X(1).
             88 RR-RETURN        VALUE 'V'.
          05 FILLER        PIC X(42).

      ** FVOUCH - THE PAYABLE VOUCHERS (SUPINVP, NPOINVP) **
       FD FVOUCH.
       01 ENR-VOUCH.
          05 VCH-NO        PIC 9(6).
          05 VCH-SNO       PIC X(2).
          05 VCH-INV-REF   PIC X(10).
          05 VCH-PO-NO     PIC 9(8).
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
          05 VCH-EXP-ROLE  PIC X(8).
          05 VCH-APPROVER  PIC X(8).
          05 VCH-PNO       PIC X(2).
          05 VCH-QTY       PIC 9(4).
          05 VCH-ENTRY-DATE PIC X(10).
          05 FILLER        PIC X(2).

      ** FAPPAY - THE PAYMENT FILE OF THE LAST CONFIRMED APPAYP RUN **
       FD FAPPAY.
       01 ENR-APPAY.
          05 PAY-SNO       PIC X(2).
          05 PAY-AMOUNT    PIC S9(9)V9(2).
          05 PAY-DATE      PIC X(10).
          05 PAY-IBAN      PIC X(34).
          05 PAY-BIC       PIC X(11).
          05 FILLER        PIC X(12).

      ** FCOA - CHART OF ACCOUNTS : ONE ROLE KEYWORD MAPPED TO THE  **
      ** LEDGER ACCOUNT NUMBER THE GL SYSTEM KNOWS                  **
       FD FCOA.
       01 ENR-COA.
          05 COA-ROLE      PIC X(8).
          05 COA-ACCOUNT   PIC X(8).
          05 FILLER        PIC X(64).

      ** FGLEXP - THE IMPORT FILE THE GL SYSTEM TAKES DIRECTLY **
       FD FGLEXP.
       01 ENR-GLEXP.
          05 JRN-DATE      PIC X(10).
          05 JRN-ACCOUNT   PIC X(8).
          05 JRN-DC        PIC X(1).
          05 JRN-AMOUNT    PIC 9(9)V9(2).
          05 JRN-REF       PIC X(10).
          05 JRN-DESC      PIC X(20).
          05 FILLER        PIC X(20).

       WORKING-STORAGE SECTION.
       77 WS-RCVREG-EOF   PIC 9  VALUE 0.
            88 FF-RCVREG         VALUE 1.
       77 WS-VOUCH-EOF    PIC 9  VALUE 0.
            88 FF-VOUCH          VALUE 1.
       77 WS-APPAY-EOF    PIC 9  VALUE 0.
            88 FF-APPAY          VALUE 1.
       77 WS-COA-EOF      PIC 9  VALUE 0.
            88 FF-COA            VALUE 1.
       77 FS-RCVREG       PIC 99 VALUE 0.
       77 FS-VOUCH        PIC 99 VALUE 0.
       77 FS-APPAY        PIC 99 VALUE 0.
       77 FS-COA          PIC 99 VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.

      *** PLAN COMPTABLE CHARGE EN TABLE ***
       01 COA-TAB.
          05 COA-ENTRY OCCURS 20 TIMES.
             10 CAT-ROLE    PIC X(8).
             10 CAT-ACCOUNT PIC X(8).
       77 COA-CNT         PIC 99 VALUE 0.
       77 COA-IDX         PIC 99 VALUE 0.
       77 WS-ACCT         PIC X(8) VALUE SPACES.
       77 WS-ACCT-MISS    PIC 9 VALUE 0.
            88 ACCT-MISSING    VALUE 1.

      *** LIGNES DE COMMANDE RECUES : COUT PO ET QUANTITES ***
       01 RCT-TAB.
          05 RCT-ENTRY OCCURS 500 TIMES.
             10 RCT-PO-NO   PIC 9(8).
             10 RCT-SNO     PIC X(2).
             10 RCT-PNO     PIC X(2).
             10 RCT-QTY     PIC 9(6).
             10 RCT-COST    PIC 9(5)V9(2).
             10 RCT-VQTY    PIC 9(6).
       77 RCT-CNT         PIC 9(3) VALUE 0.
       77 RCT-IDX         PIC 9(3) VALUE 0.
       77 WS-RCV-HIT      PIC 9(3) VALUE 0.
       77 WS-UNIT-COST    PIC 9(5)V9(2) VALUE 0.

      *** ECRITURE EN COURS ***
       77 WS-JRN-AMOUNT   PIC S9(9)V9(2) VALUE 0.
       77 WS-JRN-DC       PIC X(1) VALUE SPACE.
       77 WS-JRN-REF      PIC X(10) VALUE SPACES.
       77 WS-GRNI-AMOUNT  PIC S9(9)V9(2) VALUE 0.
       77 WS-PPV-AMOUNT   PIC S9(9)V9(2) VALUE 0.
       01 ED-PO-REF       PIC Z(7)9.
       01 ED-VCH-REF      PIC Z(5)9.

      *** TOTAUX DE CONTROLE ***
       77 WS-TOT-DEBIT    PIC S9(11)V9(2) VALUE 0.
       77 WS-TOT-CREDIT   PIC S9(11)V9(2) VALUE 0.
       77 CNT-JRN-RECS    PIC 9(5) VALUE 0.
       77 CNT-RECEIPTS    PIC 9(4) VALUE 0.
       77 CNT-NO-COST     PIC 9(4) VALUE 0.
       77 CNT-VOUCHERS    PIC 9(4) VALUE 0.
       77 CNT-PAYMENTS    PIC 9(4) VALUE 0.

      *** RECEPTIONS NON ENCORE FACTUREES ***
       77 WS-OPEN-QTY     PIC S9(6) VALUE 0.
       77 WS-OPEN-VALUE   PIC S9(11)V9(2) VALUE 0.
       77 CNT-OPEN-LINES  PIC 9(4) VALUE 0.
       01 ED-OPEN-VALUE   PIC -ZZZZZZZZZ9,99.

      *** ENREGISTREMENT DE CONTROLE EN QUEUE D'EXPORT ***
       01 ST-GL-CTL.
          05 FILLER        PIC X(3)  VALUE 'CTL'.
          05 CTL-COUNT     PIC 9(7).
          05 CTL-DEBITS    PIC 9(11)V9(2).
          05 CTL-CREDITS   PIC 9(11)V9(2).
          05 FILLER        PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** APGLEXP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM LOAD-RECEIPTS
           PERFORM CHECK-NEEDED-ACCOUNTS
           PERFORM SCAN-VOUCHERS
           IF ACCT-MISSING
              DISPLAY '*** APGLEXP : CHART OF ACCOUNTS INCOMPLETE,'
                      ' RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT FGLEXP
           PERFORM EXPORT-RECEIPT-RUN
           PERFORM EXPORT-VOUCHER-RUN
           PERFORM EXPORT-PAYMENT-RUN
           PERFORM WRITE-CONTROL-RECORD
           CLOSE FGLEXP

           PERFORM COMPUTE-OPEN-ACCRUAL

           DISPLAY 'RECEIPTS EXPORTED  : ' CNT-RECEIPTS
           DISPLAY 'RECEIPTS NO COST   : ' CNT-NO-COST
           DISPLAY 'VOUCHERS EXPORTED  : ' CNT-VOUCHERS
           DISPLAY 'PAYMENTS EXPORTED  : ' CNT-PAYMENTS
           DISPLAY 'JOURNAL RECORDS    : ' CNT-JRN-RECS
           MOVE WS-OPEN-VALUE TO ED-OPEN-VALUE
           DISPLAY 'RECEIVED NOT INVOICED, LINES : ' CNT-OPEN-LINES
                   ' VALUE : ' ED-OPEN-VALUE
           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT
              DISPLAY '*** JOURNAL OUT OF BALANCE ***'
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'RUNDATE' TO PARM-KEYWORD(1)
           MOVE 'D'       TO PARM-TYPE(1)
           MOVE 'Y'       TO PARM-REQUIRED(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:10) TO AC-RUN-DATE
           END-IF
           .

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT FCOA
           IF FS-COA NOT = 0
              DISPLAY 'NO CHART-OF-ACCOUNTS FILE'
           ELSE
              PERFORM UNTIL FF-COA
                 READ FCOA
                    AT END
                       SET FF-COA TO TRUE
                    NOT AT END
                       IF COA-CNT < 20
                          ADD 1 TO COA-CNT
                          MOVE COA-ROLE    TO CAT-ROLE(COA-CNT)
                          MOVE COA-ACCOUNT TO CAT-ACCOUNT(COA-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCOA
           END-IF
           .

      ** LOAD-RECEIPTS - every PO line ever received, with the PO    **
      ** cost it came in at : the last delivery that carried a cost, **
      ** the same figure SUPINVP matched the invoice against         **
       LOAD-RECEIPTS.
           OPEN INPUT FRCVREG
           IF FS-RCVREG NOT = 0
              DISPLAY 'NO RECEIPTS REGISTER, NO RECEIPTS TO EXPORT'
           ELSE
              PERFORM UNTIL FF-RCVREG
                 READ FRCVREG
                    AT END
                       SET FF-RCVREG TO TRUE
                    NOT AT END
                       PERFORM NOTE-ONE-RECEIPT
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF
           .

       NOTE-ONE-RECEIPT.
           IF RR-RETURN
              EXIT PARAGRAPH
           END-IF
           MOVE RR-PO-NO TO VCH-PO-NO
           MOVE RR-SNO   TO VCH-SNO
           MOVE RR-PNO   TO VCH-PNO
           PERFORM FIND-RECEIPT-LINE
           IF WS-RCV-HIT > 0
              ADD RR-QTY TO RCT-QTY(WS-RCV-HIT)
              IF RR-COST > 0
                 MOVE RR-COST TO RCT-COST(WS-RCV-HIT)
              END-IF
           ELSE
              IF RCT-CNT < 500
                 ADD 1 TO RCT-CNT
                 MOVE RR-PO-NO TO RCT-PO-NO(RCT-CNT)
                 MOVE RR-SNO   TO RCT-SNO(RCT-CNT)
                 MOVE RR-PNO   TO RCT-PNO(RCT-CNT)
                 MOVE RR-QTY   TO RCT-QTY(RCT-CNT)
                 MOVE RR-COST  TO RCT-COST(RCT-CNT)
                 MOVE ZERO     TO RCT-VQTY(RCT-CNT)
              ELSE
                 DISPLAY 'RECEIPT TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** FIND-RECEIPT-LINE - VCH-PO-NO/VCH-SNO/VCH-PNO carry the PO  **
      ** line in, WS-RCV-HIT its table entry out (zero if unknown)   **
       FIND-RECEIPT-LINE.
           MOVE 0 TO WS-RCV-HIT
           PERFORM VARYING RCT-IDX FROM 1 BY 1
                   UNTIL RCT-IDX > RCT-CNT
              IF VCH-PO-NO = RCT-PO-NO(RCT-IDX) AND
                 VCH-SNO = RCT-SNO(RCT-IDX) AND
                 VCH-PNO = RCT-PNO(RCT-IDX)
                 MOVE RCT-IDX TO WS-RCV-HIT
              END-IF
           END-PERFORM
           .

      ** CHECK-NEEDED-ACCOUNTS - every role this export posts to   **
      ** must be on the chart before a single record is written    **
       CHECK-NEEDED-ACCOUNTS.
           MOVE 0 TO WS-ACCT-MISS
           MOVE 'INVENTRY' TO WS-ACCT
           PERFORM CHECK-ONE-ACCOUNT
           MOVE 'GRNI'     TO WS-ACCT
           PERFORM CHECK-ONE-ACCOUNT
           MOVE 'AP'       TO WS-ACCT
           PERFORM CHECK-ONE-ACCOUNT
           MOVE 'PPV'      TO WS-ACCT
           PERFORM CHECK-ONE-ACCOUNT
           MOVE 'CASH'     TO WS-ACCT
           PERFORM CHECK-ONE-ACCOUNT
           .

       CHECK-ONE-ACCOUNT.
           MOVE 0 TO COA-IDX
           PERFORM FIND-ACCOUNT
           IF WS-ACCT = SPACES
              SET ACCT-MISSING TO TRUE
           END-IF
           .

      ** FIND-ACCOUNT - WS-ACCT carries the role in, the account   **
      ** number out (spaces when the role is not on the chart)     **
       FIND-ACCOUNT.
           MOVE SPACES TO COA-ROLE
           PERFORM VARYING COA-IDX FROM 1 BY 1
                   UNTIL COA-IDX > COA-CNT
              IF WS-ACCT = CAT-ROLE(COA-IDX)
                 MOVE CAT-ACCOUNT(COA-IDX) TO COA-ROLE
              END-IF
           END-PERFORM
           MOVE COA-ROLE TO WS-ACCT
           .

      ** SCAN-VOUCHERS - one pass before anything is written : every **
      ** PO voucher counts its quantity against the receipt line it  **
      ** clears, and the expense role of each non-PO voucher of the  **
      ** run date must be on the chart as well                       **
       SCAN-VOUCHERS.
           OPEN INPUT FVOUCH
           IF FS-VOUCH = 0
              PERFORM UNTIL FF-VOUCH
                 READ FVOUCH
                    AT END
                       SET FF-VOUCH TO TRUE
                    NOT AT END
                       PERFORM SCAN-ONE-VOUCHER
                 END-READ
              END-PERFORM
              CLOSE FVOUCH
           END-IF
           .

       SCAN-ONE-VOUCHER.
           IF VCH-PO-NO > ZERO AND VCH-EXP-ROLE = SPACES
              IF VCH-QTY IS NUMERIC
                 PERFORM FIND-RECEIPT-LINE
                 IF WS-RCV-HIT > 0
                    ADD VCH-QTY TO RCT-VQTY(WS-RCV-HIT)
                 END-IF
              END-IF
           ELSE
              IF VCH-ENTRY-DATE = AC-RUN-DATE
                 MOVE VCH-EXP-ROLE TO WS-ACCT
                 PERFORM CHECK-ONE-ACCOUNT
                 IF WS-ACCT = SPACES
                    DISPLAY 'EXPENSE ROLE NOT ON CHART : '
                            VCH-EXP-ROLE ' VOUCHER ' VCH-NO
                 END-IF
              END-IF
           END-IF
           .

      ** EXPORT-RECEIPT-RUN - each receipt of the run date books DR  **
      ** INVENTRY / CR GRNI at PO cost : the goods are ours, the     **
      ** invoice is still to come. A DELIVERY WITHOUT A COST OF ITS  **
      ** OWN TAKES THE PO LINE'S ; ONE WITH NO COST AT ALL BOOKS     **
      ** NOTHING AND ITS INVOICE GOES WHOLE TO PPV                   **
       EXPORT-RECEIPT-RUN.
           MOVE 0 TO WS-RCVREG-EOF
           OPEN INPUT FRCVREG
           IF FS-RCVREG = 0
              PERFORM UNTIL FF-RCVREG
                 READ FRCVREG
                    AT END
                       SET FF-RCVREG TO TRUE
                    NOT AT END
                       IF RR-DATE = AC-RUN-DATE AND NOT RR-RETURN
                          PERFORM EXPORT-ONE-RECEIPT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF
           .

       EXPORT-ONE-RECEIPT.
           ADD 1 TO CNT-RECEIPTS
           MOVE RR-PO-NO TO ED-PO-REF
           MOVE ED-PO-REF TO WS-JRN-REF
           MOVE RR-COST TO WS-UNIT-COST
           IF WS-UNIT-COST = ZERO
              MOVE RR-PO-NO TO VCH-PO-NO
              MOVE RR-SNO   TO VCH-SNO
              MOVE RR-PNO   TO VCH-PNO
              PERFORM FIND-RECEIPT-LINE
              IF WS-RCV-HIT > 0
                 MOVE RCT-COST(WS-RCV-HIT) TO WS-UNIT-COST
              END-IF
           END-IF
           IF WS-UNIT-COST = ZERO
              ADD 1 TO CNT-NO-COST
           END-IF
           COMPUTE WS-JRN-AMOUNT = RR-QTY * WS-UNIT-COST

           MOVE 'INVENTRY'      TO WS-ACCT
           PERFORM FIND-ACCOUNT
           MOVE 'D'             TO WS-JRN-DC
           MOVE 'RECEIPT INVENTORY' TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD

           MOVE 'GRNI'          TO WS-ACCT
           PERFORM FIND-ACCOUNT
           COMPUTE WS-JRN-AMOUNT = RR-QTY * WS-UNIT-COST
           MOVE 'C'             TO WS-JRN-DC
           MOVE 'RECEIPT ACCRUAL' TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD
           .

      ** EXPORT-VOUCHER-RUN - each voucher raised on the run date   **
      ** books CR AP for what the supplier invoiced. A PO VOUCHER     **
      ** CLEARS THE ACCRUAL AT PO COST (DR GRNI) AND THE DIFFERENCE   **
      ** IS THE PRICE VARIANCE (DR PPV WHEN INVOICED DEARER, CR WHEN  **
      ** CHEAPER) ; A NON-PO VOUCHER BOOKS DR ITS EXPENSE ROLE.       **
      ** CREDIT NOTES CARRY NEGATIVE AMOUNTS AND FLIP SIDES. A       **
      ** DEBIT NOTE FOR GOODS RETURNED KEEPS ITS PO NUMBER BUT BOOKS **
      ** THROUGH ITS ROLE (INVENTRY) LIKE A NON-PO VOUCHER           **
       EXPORT-VOUCHER-RUN.
           MOVE 0 TO WS-VOUCH-EOF
           OPEN INPUT FVOUCH
           IF FS-VOUCH NOT = 0
              DISPLAY 'NO VOUCHER FILE, NO VOUCHERS TO EXPORT'
           ELSE
              PERFORM UNTIL FF-VOUCH
                 READ FVOUCH
                    AT END
                       SET FF-VOUCH TO TRUE
                    NOT AT END
                       IF VCH-ENTRY-DATE = AC-RUN-DATE
                          PERFORM EXPORT-ONE-VOUCHER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FVOUCH
           END-IF
           .

       EXPORT-ONE-VOUCHER.
           ADD 1 TO CNT-VOUCHERS
           MOVE VCH-NO TO ED-VCH-REF
           MOVE ED-VCH-REF TO WS-JRN-REF

           IF VCH-PO-NO > ZERO AND VCH-EXP-ROLE = SPACES
              PERFORM EXPORT-PO-VOUCHER
           ELSE
              MOVE VCH-EXP-ROLE  TO WS-ACCT
              PERFORM FIND-ACCOUNT
              MOVE VCH-AMOUNT    TO WS-JRN-AMOUNT
              MOVE 'D'           TO WS-JRN-DC
              IF VCH-PO-NO > ZERO
                 MOVE 'RETURN TO VENDOR' TO JRN-DESC
              ELSE
                 MOVE 'NON-PO EXPENSE' TO JRN-DESC
              END-IF
              PERFORM WRITE-JOURNAL-RECORD
           END-IF

           MOVE 'AP'            TO WS-ACCT
           PERFORM FIND-ACCOUNT
           MOVE VCH-AMOUNT      TO WS-JRN-AMOUNT
           MOVE 'C'             TO WS-JRN-DC
           MOVE 'VOUCHER PAYABLE' TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD
           .

      ** EXPORT-PO-VOUCHER - a PO line never received (should not   **
      ** pass SUPINVP's match) clears its whole amount from GRNI     **
       EXPORT-PO-VOUCHER.
           MOVE VCH-AMOUNT TO WS-GRNI-AMOUNT
           IF VCH-QTY IS NUMERIC
              PERFORM FIND-RECEIPT-LINE
              IF WS-RCV-HIT > 0
                 COMPUTE WS-GRNI-AMOUNT =
                    VCH-QTY * RCT-COST(WS-RCV-HIT)
              END-IF
           END-IF
           COMPUTE WS-PPV-AMOUNT = VCH-AMOUNT - WS-GRNI-AMOUNT

           MOVE 'GRNI'          TO WS-ACCT
           PERFORM FIND-ACCOUNT
           MOVE WS-GRNI-AMOUNT  TO WS-JRN-AMOUNT
           MOVE 'D'             TO WS-JRN-DC
           MOVE 'ACCRUAL CLEARED' TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD

           MOVE 'PPV'           TO WS-ACCT
           PERFORM FIND-ACCOUNT
           MOVE WS-PPV-AMOUNT   TO WS-JRN-AMOUNT
           MOVE 'D'             TO WS-JRN-DC
           MOVE 'PRICE VARIANCE' TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD
           .

      ** EXPORT-PAYMENT-RUN - each supplier payment valued on the   **
      ** run date books DR AP / CR CASH                             **
       EXPORT-PAYMENT-RUN.
           OPEN INPUT FAPPAY
           IF FS-APPAY NOT = 0
              DISPLAY 'NO SUPPLIER PAYMENT FILE, NO PAYMENTS TO EXPORT'
           ELSE
              PERFORM UNTIL FF-APPAY
                 READ FAPPAY
                    AT END
                       SET FF-APPAY TO TRUE
                    NOT AT END
                       IF PAY-DATE = AC-RUN-DATE
                          PERFORM EXPORT-ONE-PAYMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAPPAY
           END-IF
           .

       EXPORT-ONE-PAYMENT.
           ADD 1 TO CNT-PAYMENTS
           MOVE SPACES TO WS-JRN-REF
           STRING 'SUPPLIER ' DELIMITED BY SIZE
                  PAY-SNO     DELIMITED BY SIZE
             INTO WS-JRN-REF
           END-STRING

           MOVE 'AP'            TO WS-ACCT
           PERFORM FIND-ACCOUNT
           MOVE PAY-AMOUNT      TO WS-JRN-AMOUNT
           MOVE 'D'             TO WS-JRN-DC
           MOVE 'SUPPLIER PAYMENT' TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD

           MOVE 'CASH'          TO WS-ACCT
           PERFORM FIND-ACCOUNT
           MOVE PAY-AMOUNT      TO WS-JRN-AMOUNT
           MOVE 'C'             TO WS-JRN-DC
           MOVE 'PAYMENT CASH'  TO JRN-DESC
           PERFORM WRITE-JOURNAL-RECORD
           .

      ** WRITE-JOURNAL-RECORD - a negative amount flips to the      **
      ** opposite side : the import always carries positive figures **
       WRITE-JOURNAL-RECORD.
           IF WS-JRN-AMOUNT < ZERO
              COMPUTE WS-JRN-AMOUNT = 0 - WS-JRN-AMOUNT
              IF WS-JRN-DC = 'D'
                 MOVE 'C' TO WS-JRN-DC
              ELSE
                 MOVE 'D' TO WS-JRN-DC
              END-IF
           END-IF
           IF WS-JRN-AMOUNT = ZERO
              CONTINUE
           ELSE
              MOVE AC-RUN-DATE   TO JRN-DATE
              MOVE WS-ACCT       TO JRN-ACCOUNT
              MOVE WS-JRN-DC     TO JRN-DC
              MOVE WS-JRN-AMOUNT TO JRN-AMOUNT
              MOVE WS-JRN-REF    TO JRN-REF
              WRITE ENR-GLEXP
              ADD 1 TO CNT-JRN-RECS
              IF WS-JRN-DC = 'D'
                 ADD WS-JRN-AMOUNT TO WS-TOT-DEBIT
              ELSE
                 ADD WS-JRN-AMOUNT TO WS-TOT-CREDIT
              END-IF
           END-IF
           .

       WRITE-CONTROL-RECORD.
           MOVE CNT-JRN-RECS  TO CTL-COUNT
           MOVE WS-TOT-DEBIT  TO CTL-DEBITS
           MOVE WS-TOT-CREDIT TO CTL-CREDITS
           WRITE ENR-GLEXP FROM ST-GL-CTL
           .

      ** COMPUTE-OPEN-ACCRUAL - the receipts still waiting for their **
      ** invoice : quantity received beyond what was vouchered, at   **
      ** PO cost - what the GRNI account should be holding           **
       COMPUTE-OPEN-ACCRUAL.
           PERFORM VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > RCT-CNT
              COMPUTE WS-OPEN-QTY =
                 RCT-QTY(RCT-IDX) - RCT-VQTY(RCT-IDX)
              IF WS-OPEN-QTY > ZERO
                 ADD 1 TO CNT-OPEN-LINES
                 COMPUTE WS-OPEN-VALUE = WS-OPEN-VALUE
                    + WS-OPEN-QTY * RCT-COST(RCT-IDX)
              END-IF
           END-PERFORM
           .
