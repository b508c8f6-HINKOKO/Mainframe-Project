      *      SUPPLIER, AND MARK THE VOUCHERS PAID                      *
      *    - THE LOOP THAT STARTS AT PART5P'S REQUISITIONS CLOSES      *
      *      HERE                                                      *
      *    - PAY ONLY TO THE APPROVED BANK DETAILS ON SUPBANKK ; A     *
      *      SUPPLIER WITH A BANK CHANGE STILL WAITING FOR ITS SECOND  *
      *      APPROVAL (SUPMNTP) IS HELD : NOT PAID, VOUCHERS LEFT OPEN *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      PAYDATE=YYYY-MM-DD  PAY EVERYTHING DUE BY HERE (REQ.)     *
           SELECT FPAYPROP ASSIGN TO FICPAYPROP.
           SELECT FAPPAY ASSIGN TO FICAPPAY.
           SELECT FREMADV ASSIGN TO FICREMADV.
           SELECT FSUPBANK ASSIGN TO SUPBANKK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBK-KEY
               FILE STATUS IS FS-SUPBANK.

       DATA DIVISION.
       FILE SECTION.
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
      ** EXPENSE ROLE AND APPROVER OF A NON-PO VOUCHER (NPOINVP) **
          05 VCH-EXP-ROLE  PIC X(8).
          05 VCH-APPROVER  PIC X(8).
      ** PART, QUANTITY AND ENTRY DATE OF THE VOUCHER : APGLEXP    **
      ** CLEARS THE RECEIPT ACCRUAL OFF THEM (SPACES/ZERO ON A     **
      ** NON-PO VOUCHER AND ON VOUCHERS OLDER THAN THE GL EXPORT)  **
          05 VCH-PNO       PIC X(2).
          05 VCH-QTY       PIC 9(4).
          05 VCH-ENTRY-DATE PIC X(10).
          05 FILLER        PIC X(2).

      ** FPAYPROP - THE APPROVAL LISTING **
       FD FPAYPROP.
          05 PAY-SNO       PIC X(2).
          05 PAY-AMOUNT    PIC S9(9)V9(2).
          05 PAY-DATE      PIC X(10).
          05 PAY-IBAN      PIC X(34).
          05 PAY-BIC       PIC X(11).
          05 FILLER        PIC X(12).

      ** FREMADV - THE PRINTED REMITTANCE ADVICES **
       FD FREMADV.
       01 ENR-REMADV      PIC X(80).

      ** FSUPBANK - SUPPLIER BANK DETAILS, APPROVED AND PENDING **
       FD FSUPBANK.
       COPY SUPBANK.

       WORKING-STORAGE SECTION.
       COPY PARMBLK.
       77 AC-PAYDATE      PIC X(10) VALUE SPACES.
       77 WS-VOUCH-EOF    PIC 9  VALUE 0.
            88 FF-VOUCH         VALUE 1.
       77 FS-VOUCH        PIC 99 VALUE 0.
       77 FS-SUPBANK      PIC 99 VALUE 0.

      *** TOUS LES BONS EN TABLE ***
       01 VCH-TAB.
             10 VT-DUE     PIC X(10).
             10 VT-STATUS  PIC X(1).
             10 VT-PICKED  PIC X(1).
             10 VT-EXP-ROLE PIC X(8).
             10 VT-APPROVER PIC X(8).
             10 VT-PNO     PIC X(2).
             10 VT-QTY     PIC 9(4).
             10 VT-ENTERED PIC X(10).
       77 VT-CNT          PIC 9(3) VALUE 0.
       77 VT-IDX          PIC 9(3) VALUE 0.

          05 SPT-ENTRY OCCURS 50 TIMES.
             10 SPT-SNO    PIC X(2).
             10 SPT-NET    PIC S9(9)V9(2).
             10 SPT-HELD   PIC X(1).
             10 SPT-IBAN   PIC X(34).
             10 SPT-BIC    PIC X(11).
       77 SPT-CNT         PIC 99 VALUE 0.
       77 SPT-IDX         PIC 99 VALUE 0.
       77 WS-SUP-HIT      PIC 99 VALUE 0.
       77 CNT-PICKED      PIC 9(3) VALUE 0.
       77 CNT-CREDITS     PIC 9(3) VALUE 0.
       77 CNT-PAYMENTS    PIC 9(3) VALUE 0.
       77 CNT-HELD        PIC 9(3) VALUE 0.

      *** LISTING D'APPROBATION ***
       01 L-PRO-HEAD.
          05 FILLER        PIC X(16) VALUE ' NET PAYABLE : '.
          05 L-NET-AMT     PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(59) VALUE ALL ' '.
       01 L-PRO-HELD.
          05 FILLER        PIC X(10) VALUE 'SUPPLIER '.
          05 L-HELD-SNO    PIC X(2).
          05 FILLER        PIC X(40) VALUE
                ' HELD - BANK CHANGE PENDING APPROVAL'.
          05 FILLER        PIC X(48) VALUE ALL ' '.

      *** AVIS DE VIREMENT, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
              GOBACK
           END-IF

           PERFORM CHECK-BANK-DETAILS
           PERFORM WRITE-PROPOSAL
           IF CONFIRM-RUN
              PERFORM WRITE-PAYMENT-RUN
           DISPLAY 'VOUCHERS PICKED    : ' CNT-PICKED
           DISPLAY 'CREDIT NOTES NETTED: ' CNT-CREDITS
           DISPLAY 'SUPPLIERS PAYABLE  : ' SPT-CNT
           DISPLAY 'HELD - BANK CHANGE : ' CNT-HELD
           IF CONFIRM-RUN
              DISPLAY 'PAYMENTS WRITTEN   : ' CNT-PAYMENTS
           ELSE
                          MOVE VCH-DUE-DATE TO VT-DUE(VT-CNT)
                          MOVE VCH-STATUS   TO VT-STATUS(VT-CNT)
                          MOVE ' '          TO VT-PICKED(VT-CNT)
                          MOVE VCH-EXP-ROLE TO VT-EXP-ROLE(VT-CNT)
                          MOVE VCH-APPROVER TO VT-APPROVER(VT-CNT)
                          MOVE VCH-PNO      TO VT-PNO(VT-CNT)
                          MOVE VCH-QTY      TO VT-QTY(VT-CNT)
                          MOVE VCH-ENTRY-DATE TO VT-ENTERED(VT-CNT)
                       ELSE
      ** THE FILE IS REWRITTEN IN FULL AT THE END - A TRUNCATED **
      ** TABLE WOULD DESTROY THE OVERFLOWED VOUCHERS            **
              ADD 1 TO SPT-CNT
              MOVE VT-SNO(VT-IDX) TO SPT-SNO(SPT-CNT)
              MOVE ZERO           TO SPT-NET(SPT-CNT)
              MOVE 'N'            TO SPT-HELD(SPT-CNT)
              MOVE SPACES         TO SPT-IBAN(SPT-CNT)
              MOVE SPACES         TO SPT-BIC(SPT-CNT)
           END-IF
           .

           END-PERFORM
           .

      ** CHECK-BANK-DETAILS - a pending bank change holds the      **
      ** supplier whatever his net ; the approved details ride on  **
      ** the payment record. No SUPBANKK yet means no holds and no **
      ** details on file ; any other error refuses the run rather  **
      ** than pay blind                                            **
       CHECK-BANK-DETAILS.
           OPEN INPUT FSUPBANK
           IF FS-SUPBANK = 35
              DISPLAY 'NO SUPPLIER BANK FILE, NO BANK HOLDS'
           ELSE
              IF FS-SUPBANK NOT = 0
                 DISPLAY '*** APPAYP : SUPBANKK OPEN FAILED '
                         FS-SUPBANK ' - RUN REFUSED ***'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              PERFORM VARYING SPT-IDX FROM 1 BY 1
                      UNTIL SPT-IDX > SPT-CNT
                 MOVE SPT-SNO(SPT-IDX) TO SBK-SNO
                 MOVE 'P'              TO SBK-KIND
                 READ FSUPBANK
                 IF FS-SUPBANK = 0
                    MOVE 'Y' TO SPT-HELD(SPT-IDX)
                    ADD 1 TO CNT-HELD
                 END-IF
                 MOVE SPT-SNO(SPT-IDX) TO SBK-SNO
                 MOVE 'C'              TO SBK-KIND
                 READ FSUPBANK
                 IF FS-SUPBANK = 0
                    MOVE SBK-IBAN TO SPT-IBAN(SPT-IDX)
                    MOVE SBK-BIC  TO SPT-BIC(SPT-IDX)
                 END-IF
              END-PERFORM
              CLOSE FSUPBANK
           END-IF
           .

       WRITE-PROPOSAL.
           OPEN OUTPUT FPAYPROP
           MOVE AC-PAYDATE TO L-HEAD-DATE
              MOVE SPT-SNO(SPT-IDX) TO L-NET-SNO
              MOVE SPT-NET(SPT-IDX) TO L-NET-AMT
              WRITE ENR-PAYPROP FROM L-PRO-NET
              IF SPT-HELD(SPT-IDX) = 'Y'
                 MOVE SPT-SNO(SPT-IDX) TO L-HELD-SNO
                 WRITE ENR-PAYPROP FROM L-PRO-HELD
              END-IF
           END-PERFORM
           CLOSE FPAYPROP
           .

      ** WRITE-PAYMENT-RUN - one payment record and one printed    **
      ** advice per supplier with a positive net and no bank       **
      ** change pending                                            **
       WRITE-PAYMENT-RUN.
           OPEN OUTPUT FAPPAY
           OPEN OUTPUT FREMADV
           PERFORM VARYING SPT-IDX FROM 1 BY 1
                   UNTIL SPT-IDX > SPT-CNT
              IF SPT-NET(SPT-IDX) > ZERO AND
                 SPT-HELD(SPT-IDX) NOT = 'Y'
                 MOVE SPACES           TO ENR-APPAY
                 MOVE SPT-SNO(SPT-IDX) TO PAY-SNO
                 MOVE SPT-NET(SPT-IDX) TO PAY-AMOUNT
                 MOVE AC-PAYDATE       TO PAY-DATE
                 MOVE SPT-IBAN(SPT-IDX) TO PAY-IBAN
                 MOVE SPT-BIC(SPT-IDX)  TO PAY-BIC
                 WRITE ENR-APPAY
                 ADD 1 TO CNT-PAYMENTS
                 PERFORM WRITE-ONE-ADVICE
           MOVE 'VALUE DATE    :' TO L-ADV-TITLE
           MOVE AC-PAYDATE TO L-ADV-DATA
           WRITE ENR-REMADV FROM L-ADV-REF
           IF SPT-IBAN(SPT-IDX) NOT = SPACES
              MOVE 'PAID TO IBAN  :' TO L-ADV-TITLE
              MOVE SPT-IBAN(SPT-IDX) TO L-ADV-DATA
              WRITE ENR-REMADV FROM L-ADV-REF
           END-IF
           WRITE ENR-REMADV FROM L-VIDE
           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > VT-CNT
              IF VT-PICKED(VT-IDX) = 'Y' AND
      ** REWRITE-VOUCHERS - a confirmed run marks what it paid ;   **
      ** everything else goes back untouched. A SUPPLIER WHOSE      **
      ** CREDIT NOTES SWALLOWED THE RUN (NET <= 0) WAS NOT PAID -   **
      ** HIS PICKED VOUCHERS AND CREDITS STAY OPEN FOR NEXT TIME,   **
      ** AS DO THOSE OF A SUPPLIER HELD ON A PENDING BANK CHANGE    **
       REWRITE-VOUCHERS.
           OPEN OUTPUT FVOUCH
           PERFORM VARYING VT-IDX FROM 1 BY 1 UNTIL VT-IDX > VT-CNT
              MOVE VT-PO-NO(VT-IDX)   TO VCH-PO-NO
              MOVE VT-AMOUNT(VT-IDX)  TO VCH-AMOUNT
              MOVE VT-DUE(VT-IDX)     TO VCH-DUE-DATE
              MOVE VT-EXP-ROLE(VT-IDX) TO VCH-EXP-ROLE
              MOVE VT-APPROVER(VT-IDX) TO VCH-APPROVER
              MOVE VT-PNO(VT-IDX)     TO VCH-PNO
              MOVE VT-QTY(VT-IDX)     TO VCH-QTY
              MOVE VT-ENTERED(VT-IDX) TO VCH-ENTRY-DATE
              IF VT-PICKED(VT-IDX) = 'Y'
                 PERFORM FIND-SUPPLIER-NET
                 IF WS-SUP-HIT > 0 AND
                    SPT-NET(WS-SUP-HIT) > ZERO AND
                    SPT-HELD(WS-SUP-HIT) NOT = 'Y'
                    MOVE 'P' TO VCH-STATUS
                 ELSE
                    MOVE VT-STATUS(VT-IDX) TO VCH-STATUS
