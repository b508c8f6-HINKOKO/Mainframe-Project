       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CASHFCP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - FORECAST THE CASH COMING IN AND GOING OUT OVER THE EIGHT  *
      *      WEEKS FROM THE RUN DATE, ONE LINE PER WEEK, WITH WHAT     *
      *      FALLS BEYOND IN A LAST 'LATER' LINE                       *
      *    - INFLOWS : EVERY OPEN INVOICE (FINVREG LESS FICSETTLE)     *
      *      ON ITS DUE DATE, PUSHED BY THE CUSTOMER'S OWN AVERAGE     *
      *      DAYS LATE OVER THE PAYMENTS ON THE LEDGER ; INVOICES      *
      *      UNDER OPEN DISPUTE (FICDISP) ARE NOT COUNTED ON           *
      *    - OUTFLOWS : EVERY OPEN VOUCHER (FICVOUCH) ON ITS DUE       *
      *      DATE, AND EVERY PO LINE NOT YET RECEIVED (FICPOREG LESS   *
      *      FICRCVREG) AT PARTSUPP COST ON ITS EXPECTED DATE          *
      *    - ANYTHING ALREADY PAST ITS DATE IS EXPECTED IN WEEK 1      *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      RUNDATE=YYYY-MM-DD  FIRST DAY OF WEEK 1 (REQUIRED)        *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FDISP   ASSIGN TO FICDISP
               FILE STATUS IS FS-DISP.
           SELECT FVOUCH  ASSIGN TO FICVOUCH
               FILE STATUS IS FS-VOUCH.
           SELECT FPOREG  ASSIGN TO FICPOREG
               FILE STATUS IS FS-POREG.
           SELECT FRCVREG ASSIGN TO FICRCVREG
               FILE STATUS IS FS-RCVREG.
           SELECT FCASHFC ASSIGN TO FICCASHFC.

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
      ** DUE DATE STAMPED BY PART3BP FROM THE CUSTOMER'S TERMS  **
      ** CODE (SPACES ON RECORDS OLDER THAN THE TERMS FEATURE)  **
          05 IR-DUE-DATE    PIC X(10).
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FSETTLE - SETTLEMENT LEDGER APPENDED BY PAYAPPP ; AN       **
      ** INVOICE MAY CARRY SEVERAL RECORDS (PARTIAL PAYMENTS), SO   **
      ** THE OPEN AMOUNT IS THE REGISTER TOTAL LESS THEIR SUM       **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).
      ** THE 'F' RECORD REGROLLP BRINGS A CUSTOMER'S ARCHIVED ITEMS **
      ** FORWARD ON : THEIR DAYS LATE SUMMED OVER HOW MANY PAYMENTS **
       01 ENR-SETTLE-BF.
          05 FILLER        PIC X(40).
          05 SET-BF-LAST-PAY PIC X(10).
          05 SET-BF-LAST-AMT PIC S9(7)V9(2).
          05 SET-BF-LATE-SUM PIC S9(9).
          05 SET-BF-LATE-CNT PIC 9(5).
          05 FILLER        PIC X(7).

      ** FDISP - THE DISPUTE REGISTER DISPREGP MAINTAINS ; ONLY    **
      ** STILL-OPEN DISPUTES (RESOLVED DATE BLANK) COUNT HERE      **
       FD FDISP.
       01 ENR-DISP.
          05 DSP-INV-NO    PIC 9(8).
          05 DSP-REASON    PIC X(20).
          05 DSP-RAISED    PIC X(10).
          05 DSP-RESOLVED  PIC X(10).
          05 FILLER        PIC X(32).

      ** FVOUCH - THE PAYABLE VOUCHERS (SUPINVP, NPOINVP) ; STATUS  **
      ** O=OPEN, C=CREDIT NOTE (NEGATIVE), P=PAID                   **
       FD FVOUCH.
       01 ENR-VOUCH.
          05 VCH-NO        PIC 9(6).
          05 VCH-SNO       PIC X(2).
          05 VCH-INV-REF   PIC X(10).
          05 VCH-PO-NO     PIC 9(8).
          05 VCH-AMOUNT    PIC S9(7)V9(2).
          05 VCH-DUE-DATE  PIC X(10).
          05 VCH-STATUS    PIC X(1).
          05 FILLER        PIC X(34).

      ** FPOREG - THE PO REGISTER POWRTP APPENDS ; 'X' = CANCELLED **
       FD FPOREG.
       01 ENR-POREG.
          05 PR-PO-NO      PIC 9(8).
          05 PR-SNO        PIC X(2).
          05 PR-PNO        PIC X(2).
          05 PR-QTY        PIC 9(4).
          05 PR-EXPECTED   PIC X(10).
          05 PR-ORD-REF    PIC X(7).
          05 PR-STATUS     PIC X(1).
          05 FILLER        PIC X(46).

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

       FD FCASHFC.
       01 ENR-CASHFC      PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG         VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE         VALUE 1.
       77 WS-DISP-EOF     PIC 9  VALUE 0.
            88 FF-DISP           VALUE 1.
       77 WS-VOUCH-EOF    PIC 9  VALUE 0.
            88 FF-VOUCH          VALUE 1.
       77 WS-POREG-EOF    PIC 9  VALUE 0.
            88 FF-POREG          VALUE 1.
       77 WS-RCVREG-EOF   PIC 9  VALUE 0.
            88 FF-RCVREG         VALUE 1.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-DISP         PIC 99 VALUE 0.
       77 FS-VOUCH        PIC 99 VALUE 0.
       77 FS-POREG        PIC 99 VALUE 0.
       77 FS-RCVREG       PIC 99 VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.

      *** FACTURES DU REGISTRE, CUMULEES PAR NUMERO ***
       01 INV-TAB.
          05 IT-ENTRY OCCURS 5000 TIMES.
             10 IT-INV-NO  PIC 9(8).
             10 IT-C-NO    PIC X(3).
             10 IT-DAYS    PIC 9(7).
             10 IT-AMOUNT  PIC S9(7)V9(2).
       77 IT-CNT          PIC 9(4) VALUE 0.
       77 IT-IDX          PIC 9(4) VALUE 0.
       77 WS-HIT          PIC 9(4) VALUE 0.

      *** RETARD MOYEN DE PAIEMENT PAR CLIENT ***
       01 CUST-TAB.
          05 CT-ENTRY OCCURS 500 TIMES.
             10 CT-C-NO    PIC X(3).
             10 CT-SUM-LATE PIC S9(9).
             10 CT-PAYMENTS PIC 9(5).
       77 CT-CNT          PIC 9(3) VALUE 0.
       77 CT-IDX          PIC 9(3) VALUE 0.
       77 WS-CUST-HIT     PIC 9(3) VALUE 0.
       77 WS-AVG-LATE     PIC S9(5) VALUE 0.
       77 WS-C-NO         PIC X(3) VALUE SPACES.

      *** FACTURES EN LITIGE OUVERT ***
       01 DISPUTE-TAB.
          05 DSP-ENTRY OCCURS 500 TIMES PIC 9(8).
       77 DSP-CNT         PIC 9(3) VALUE 0.
       77 DSP-IDX         PIC 9(3) VALUE 0.
       77 WS-DISP-FLAG    PIC 9  VALUE 0.
            88 INV-DISPUTED     VALUE 1.

      *** LIGNES DE COMMANDE FOURNISSEUR ENCORE ATTENDUES ***
       01 POL-TAB.
          05 POL-ENTRY OCCURS 1000 TIMES.
             10 POL-PO-NO   PIC 9(8).
             10 POL-SNO     PIC X(2).
             10 POL-PNO     PIC X(2).
             10 POL-QTY     PIC S9(6).
             10 POL-EXPECTED PIC X(10).
       77 POL-CNT         PIC 9(4) VALUE 0.
       77 POL-IDX         PIC 9(4) VALUE 0.

      *** LES HUIT SEMAINES, PLUS LE 'PLUS TARD' EN NEUVIEME ***
       01 WEEK-TAB.
          05 WK-ENTRY OCCURS 9 TIMES.
             10 WK-INFLOW   PIC S9(9)V9(2).
             10 WK-VOUCHERS PIC S9(9)V9(2).
             10 WK-POS      PIC S9(9)V9(2).
       77 WK-IDX          PIC 9(2) VALUE 0.
       77 WS-WEEK         PIC S9(5) VALUE 0.
       77 WS-CUMUL        PIC S9(11)V9(2) VALUE 0.
       77 WS-NET          PIC S9(11)V9(2) VALUE 0.
       77 WS-TOT-IN       PIC S9(11)V9(2) VALUE 0.
       77 WS-TOT-VCH      PIC S9(11)V9(2) VALUE 0.
       77 WS-TOT-PO       PIC S9(11)V9(2) VALUE 0.
       77 WS-DISPUTED     PIC S9(11)V9(2) VALUE 0.
       77 WS-PO-VALUE     PIC S9(9)V9(2) VALUE 0.

      *** CALCUL DE DATES ***
       77 WS-ISO-DATE     PIC X(10) VALUE SPACES.
       77 WS-DAYS         PIC 9(7) VALUE 0.
       77 WS-ISO-YYYYMMDD PIC 9(8) VALUE 0.
       77 WS-RUN-DAYS     PIC 9(7) VALUE 0.
       77 WS-WEEK-DAYS    PIC 9(7) VALUE 0.
       77 WS-LATE-DAYS    PIC S9(7) VALUE 0.
       01 WS-WK-YYYYMMDD  PIC 9(8) VALUE 0.
       01 WS-WK-RED REDEFINES WS-WK-YYYYMMDD.
          05 WS-WK-AAAA   PIC X(4).
          05 WS-WK-MM     PIC X(2).
          05 WS-WK-JJ     PIC X(2).

      *** COMPTEURS ***
       77 CNT-OPEN-INV    PIC 9(5) VALUE 0.
       77 CNT-DISPUTED    PIC 9(5) VALUE 0.
       77 CNT-OPEN-VCH    PIC 9(5) VALUE 0.
       77 CNT-OPEN-POL    PIC 9(5) VALUE 0.
       77 CNT-NO-COST     PIC 9(5) VALUE 0.
       01 ED-SQLCODE      PIC -ZZZZZZZZ9.

      *** LIGNES EDITION ***
       01 L-FC-HEAD.
          05 FILLER       PIC X(36) VALUE
                'EIGHT-WEEK CASH-FLOW FORECAST FROM'.
          05 L-FC-DATE    PIC X(10).
          05 FILLER       PIC X(74) VALUE ALL ' '.
       01 L-FC-TITLE.
          05 FILLER       PIC X(8)  VALUE 'WEEK'.
          05 FILLER       PIC X(12) VALUE 'FROM'.
          05 FILLER       PIC X(16) VALUE '  RECEIVABLES'.
          05 FILLER       PIC X(16) VALUE '     VOUCHERS'.
          05 FILLER       PIC X(16) VALUE '    OPEN POS'.
          05 FILLER       PIC X(16) VALUE '   NET FLOW'.
          05 FILLER       PIC X(16) VALUE '   CUMULATIVE'.
          05 FILLER       PIC X(20) VALUE ALL ' '.
       01 L-FC-LINE.
          05 L-FC-WEEK    PIC X(6).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-FC-FROM    PIC X(10).
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-FC-IN      PIC -ZZZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-FC-VCH     PIC -ZZZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-FC-PO      PIC -ZZZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-FC-NET     PIC -ZZZZZZZZZ9,99.
          05 FILLER       PIC X(2)  VALUE ALL ' '.
          05 L-FC-CUM     PIC -ZZZZZZZZZ9,99.
          05 FILLER       PIC X(24) VALUE ALL ' '.
       01 L-FC-NOTE.
          05 L-NOTE-LABEL PIC X(40).
          05 L-NOTE-AMT   PIC -ZZZZZZZZZ9,99.
          05 FILLER       PIC X(66) VALUE ALL ' '.
       01 L-VIDE          PIC X(120) VALUE ALL ' '.
       01 ED-WEEK-NO      PIC 9.

      *****************       DB2      ***************
           EXEC SQL INCLUDE SQLCA    END-EXEC
           EXEC SQL INCLUDE PARTSUPP END-EXEC
      ***********************************************
       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** CASHFCP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE WEEK-TAB
           INITIALIZE CUST-TAB
           MOVE AC-RUN-DATE TO WS-ISO-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DAYS TO WS-RUN-DAYS

           PERFORM LOAD-INVOICE-REGISTER
           PERFORM APPLY-SETTLEMENTS
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM PLACE-RECEIVABLES
           PERFORM PLACE-VOUCHERS
           PERFORM LOAD-OPEN-PO-LINES
           PERFORM APPLY-RECEIPTS
           PERFORM PLACE-PO-COMMITMENTS
           PERFORM WRITE-FORECAST

           DISPLAY 'OPEN INVOICES       : ' CNT-OPEN-INV
           DISPLAY 'DISPUTED, LEFT OUT  : ' CNT-DISPUTED
           DISPLAY 'OPEN VOUCHERS       : ' CNT-OPEN-VCH
           DISPLAY 'PO LINES OUTSTANDING: ' CNT-OPEN-POL
           DISPLAY 'PO LINES WITH NO COST: ' CNT-NO-COST
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

      ** DATE-TO-DAYS - WS-ISO-DATE (YYYY-MM-DD) in, its day number  **
      ** out in WS-DAYS (zero when the date is not a date)           **
       DATE-TO-DAYS.
           MOVE 0 TO WS-DAYS
           IF WS-ISO-DATE(1:4) IS NUMERIC AND
              WS-ISO-DATE(6:2) IS NUMERIC AND
              WS-ISO-DATE(9:2) IS NUMERIC
              COMPUTE WS-ISO-YYYYMMDD =
                 (FUNCTION NUMVAL(WS-ISO-DATE(1:4)) * 10000)
                 + (FUNCTION NUMVAL(WS-ISO-DATE(6:2)) * 100)
                 +  FUNCTION NUMVAL(WS-ISO-DATE(9:2))
              COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-ISO-YYYYMMDD)
           END-IF
           .

      ** FIND-WEEK - WS-DAYS in, its forecast line out in WK-IDX : **
      ** anything already past falls in week 1, anything beyond    **
      ** the eighth week on the 'LATER' line                       **
       FIND-WEEK.
           COMPUTE WS-WEEK = (WS-DAYS - WS-RUN-DAYS) / 7
           EVALUATE TRUE
              WHEN WS-DAYS < WS-RUN-DAYS
                 MOVE 1 TO WK-IDX
              WHEN WS-WEEK > 7
                 MOVE 9 TO WK-IDX
              WHEN OTHER
                 COMPUTE WK-IDX = WS-WEEK + 1
           END-EVALUATE
           .

      ** LOAD-INVOICE-REGISTER - amounts cumulate per invoice number **
      ** so a reversal record nets the original to zero ; the date  **
      ** kept is the due date, the invoice date on older records    **
       LOAD-INVOICE-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO RECEIVABLES'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       PERFORM ADD-REGISTER-ROW
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       ADD-REGISTER-ROW.
           MOVE 0 TO WS-HIT
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IR-INV-NO = IT-INV-NO(IT-IDX)
                 MOVE IT-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0
              ADD IR-TOTAL-TTC TO IT-AMOUNT(WS-HIT)
           ELSE
              IF IT-CNT < 5000
                 ADD 1 TO IT-CNT
                 MOVE IR-INV-NO    TO IT-INV-NO(IT-CNT)
                 MOVE IR-C-NO      TO IT-C-NO(IT-CNT)
                 IF IR-DUE-DATE(1:4) IS NUMERIC
                    MOVE IR-DUE-DATE TO WS-ISO-DATE
                 ELSE
                    MOVE IR-INV-DATE TO WS-ISO-DATE
                 END-IF
                 PERFORM DATE-TO-DAYS
                 MOVE WS-DAYS      TO IT-DAYS(IT-CNT)
                 MOVE IR-TOTAL-TTC TO IT-AMOUNT(IT-CNT)
              ELSE
                 DISPLAY 'REGISTER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** APPLY-SETTLEMENTS - each ledger record comes off its       **
      ** invoice's open amount ; each payment ('P', SPACE ON OLD    **
      ** RECORDS) also tells how late that customer pays : pay date **
      ** less due date, early payments counting negative            **
       APPLY-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, EVERYTHING IS OPEN'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       PERFORM APPLY-ONE-SETTLEMENT
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       APPLY-ONE-SETTLEMENT.
           IF SET-TYPE = 'F'
              IF SET-BF-LATE-SUM IS NUMERIC AND
                 SET-BF-LATE-CNT IS NUMERIC AND SET-BF-LATE-CNT > 0
                 MOVE SET-C-NO TO WS-C-NO
                 PERFORM FIND-CUSTOMER-ENTRY
                 IF WS-CUST-HIT > 0
                    ADD SET-BF-LATE-SUM TO CT-SUM-LATE(WS-CUST-HIT)
                    ADD SET-BF-LATE-CNT TO CT-PAYMENTS(WS-CUST-HIT)
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HIT
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF SET-INV-NO = IT-INV-NO(IT-IDX)
                 SUBTRACT SET-AMOUNT FROM IT-AMOUNT(IT-IDX)
                 MOVE IT-IDX TO WS-HIT
              END-IF
           END-PERFORM
           IF WS-HIT > 0 AND
              (SET-TYPE = 'P' OR SET-TYPE = SPACE)
              MOVE SET-PAY-DATE TO WS-ISO-DATE
              PERFORM DATE-TO-DAYS
              IF WS-DAYS > 0 AND IT-DAYS(WS-HIT) > 0
                 COMPUTE WS-LATE-DAYS = WS-DAYS - IT-DAYS(WS-HIT)
                 MOVE IT-C-NO(WS-HIT) TO WS-C-NO
                 PERFORM FIND-CUSTOMER-ENTRY
                 IF WS-CUST-HIT > 0
                    ADD WS-LATE-DAYS TO CT-SUM-LATE(WS-CUST-HIT)
                    ADD 1 TO CT-PAYMENTS(WS-CUST-HIT)
                 END-IF
              END-IF
           END-IF
           .

      ** FIND-CUSTOMER-ENTRY - WS-C-NO carries the customer in ;     **
      ** a new customer gets an entry with no payment history       **
       FIND-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CUST-HIT
           PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > CT-CNT
              IF WS-C-NO = CT-C-NO(CT-IDX)
                 MOVE CT-IDX TO WS-CUST-HIT
              END-IF
           END-PERFORM
           IF WS-CUST-HIT = 0
              IF CT-CNT < 500
                 ADD 1 TO CT-CNT
                 MOVE WS-C-NO TO CT-C-NO(CT-CNT)
                 MOVE CT-CNT TO WS-CUST-HIT
              ELSE
                 DISPLAY 'CUSTOMER TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** LOAD-OPEN-DISPUTES - no register file simply means nothing **
      ** is disputed                                                **
       LOAD-OPEN-DISPUTES.
           OPEN INPUT FDISP
           IF FS-DISP NOT = 0
              DISPLAY 'NO DISPUTE REGISTER, NOTHING DISPUTED'
           ELSE
              PERFORM UNTIL FF-DISP
                 READ FDISP
                    AT END
                       SET FF-DISP TO TRUE
                    NOT AT END
                       IF DSP-RESOLVED = SPACES AND DSP-CNT < 500
                          ADD 1 TO DSP-CNT
                          MOVE DSP-INV-NO TO DSP-ENTRY(DSP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FDISP
           END-IF
           .

       CHECK-DISPUTED.
           MOVE 0 TO WS-DISP-FLAG
           PERFORM VARYING DSP-IDX FROM 1 BY 1 UNTIL DSP-IDX > DSP-CNT
              IF IT-INV-NO(IT-IDX) = DSP-ENTRY(DSP-IDX)
                 SET INV-DISPUTED TO TRUE
              END-IF
           END-PERFORM
           .

      ** PLACE-RECEIVABLES - each open, undisputed invoice lands in  **
      ** the week of its due date plus the customer's average delay **
       PLACE-RECEIVABLES.
           PERFORM VARYING IT-IDX FROM 1 BY 1 UNTIL IT-IDX > IT-CNT
              IF IT-AMOUNT(IT-IDX) NOT = ZERO
                 PERFORM PLACE-ONE-RECEIVABLE
              END-IF
           END-PERFORM
           .

       PLACE-ONE-RECEIVABLE.
           PERFORM CHECK-DISPUTED
           IF INV-DISPUTED
              ADD 1 TO CNT-DISPUTED
              ADD IT-AMOUNT(IT-IDX) TO WS-DISPUTED
           ELSE
              ADD 1 TO CNT-OPEN-INV
              MOVE 0 TO WS-AVG-LATE
              MOVE IT-C-NO(IT-IDX) TO WS-C-NO
              PERFORM FIND-CUSTOMER-ENTRY
              IF WS-CUST-HIT > 0
                 IF CT-PAYMENTS(WS-CUST-HIT) > 0
                    COMPUTE WS-AVG-LATE ROUNDED =
                       CT-SUM-LATE(WS-CUST-HIT)
                       / CT-PAYMENTS(WS-CUST-HIT)
                 END-IF
              END-IF
              COMPUTE WS-DAYS = IT-DAYS(IT-IDX) + WS-AVG-LATE
              PERFORM FIND-WEEK
              ADD IT-AMOUNT(IT-IDX) TO WK-INFLOW(WK-IDX)
           END-IF
           .

      ** PLACE-VOUCHERS - open vouchers and credit notes on their  **
      ** due dates ; paid ones are gone                             **
       PLACE-VOUCHERS.
           OPEN INPUT FVOUCH
           IF FS-VOUCH NOT = 0
              DISPLAY 'NO VOUCHER FILE, NO PAYABLES'
           ELSE
              PERFORM UNTIL FF-VOUCH
                 READ FVOUCH
                    AT END
                       SET FF-VOUCH TO TRUE
                    NOT AT END
                       IF VCH-STATUS = 'O' OR VCH-STATUS = 'C'
                          ADD 1 TO CNT-OPEN-VCH
                          MOVE VCH-DUE-DATE TO WS-ISO-DATE
                          PERFORM DATE-TO-DAYS
                          PERFORM FIND-WEEK
                          ADD VCH-AMOUNT TO WK-VOUCHERS(WK-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FVOUCH
           END-IF
           .

      ** LOAD-OPEN-PO-LINES - every PO line not cancelled **
       LOAD-OPEN-PO-LINES.
           OPEN INPUT FPOREG
           IF FS-POREG NOT = 0
              DISPLAY 'NO PO REGISTER, NO PURCHASE COMMITMENTS'
           ELSE
              PERFORM UNTIL FF-POREG
                 READ FPOREG
                    AT END
                       SET FF-POREG TO TRUE
                    NOT AT END
                       IF PR-STATUS NOT = 'X'
                          PERFORM ADD-PO-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FPOREG
           END-IF
           .

       ADD-PO-LINE.
           IF POL-CNT < 1000
              ADD 1 TO POL-CNT
              MOVE PR-PO-NO    TO POL-PO-NO(POL-CNT)
              MOVE PR-SNO      TO POL-SNO(POL-CNT)
              MOVE PR-PNO      TO POL-PNO(POL-CNT)
              MOVE PR-QTY      TO POL-QTY(POL-CNT)
              MOVE PR-EXPECTED TO POL-EXPECTED(POL-CNT)
           ELSE
              DISPLAY 'PO LINE TABLE FULL, RAISE OCCURS'
           END-IF
           .

      ** APPLY-RECEIPTS - what already came in is no commitment any  **
      ** more ; the line stays committed for the balance only        **
       APPLY-RECEIPTS.
           OPEN INPUT FRCVREG
           IF FS-RCVREG = 0
              PERFORM UNTIL FF-RCVREG
                 READ FRCVREG
                    AT END
                       SET FF-RCVREG TO TRUE
                    NOT AT END
      ** GOODS SENT BACK ARE NOT REORDERED : NO COMMITMENT AGAIN **
                       IF NOT RR-RETURN
                          PERFORM VARYING POL-IDX FROM 1 BY 1
                                  UNTIL POL-IDX > POL-CNT
                             IF RR-PO-NO = POL-PO-NO(POL-IDX) AND
                                RR-SNO   = POL-SNO(POL-IDX) AND
                                RR-PNO   = POL-PNO(POL-IDX)
                                SUBTRACT RR-QTY FROM POL-QTY(POL-IDX)
                             END-IF
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FRCVREG
           END-IF
           .

      ** PLACE-PO-COMMITMENTS - the outstanding quantity of each     **
      ** line at the pair's PARTSUPP cost, in its expected week ;    **
      ** a pair with no cost on file is counted and left at zero     **
       PLACE-PO-COMMITMENTS.
           PERFORM VARYING POL-IDX FROM 1 BY 1 UNTIL POL-IDX > POL-CNT
              IF POL-QTY(POL-IDX) > 0
                 ADD 1 TO CNT-OPEN-POL
                 PERFORM READ-PAIR-COST
                 COMPUTE WS-PO-VALUE =
                    POL-QTY(POL-IDX) * PARTSUPP-COST
                 MOVE POL-EXPECTED(POL-IDX) TO WS-ISO-DATE
                 PERFORM DATE-TO-DAYS
                 PERFORM FIND-WEEK
                 ADD WS-PO-VALUE TO WK-POS(WK-IDX)
              END-IF
           END-PERFORM
           .

       READ-PAIR-COST.
           MOVE POL-SNO(POL-IDX) TO PARTSUPP-SNO
           MOVE POL-PNO(POL-IDX) TO PARTSUPP-PNO
           EXEC SQL
              SELECT COST
              INTO :PARTSUPP-COST
              FROM API10.PARTSUPP
              WHERE SNO = :PARTSUPP-SNO
                AND PNO = :PARTSUPP-PNO
           END-EXEC
           EVALUATE TRUE
              WHEN SQLCODE = ZERO
                 IF PARTSUPP-COST NOT > ZERO
                    ADD 1 TO CNT-NO-COST
                 END-IF
              WHEN SQLCODE = +100
                 MOVE ZERO TO PARTSUPP-COST
                 ADD 1 TO CNT-NO-COST
              WHEN OTHER
                 MOVE SQLCODE TO ED-SQLCODE
                 DISPLAY 'ANOMALIE ' ED-SQLCODE
                 MOVE ZERO TO PARTSUPP-COST
                 ADD 1 TO CNT-NO-COST
           END-EVALUATE
           .

      ** WRITE-FORECAST - one line per week, receivables in, voucher **
      ** and PO payments out, the net and the running position       **
       WRITE-FORECAST.
           OPEN OUTPUT FCASHFC
           MOVE AC-RUN-DATE TO L-FC-DATE
           WRITE ENR-CASHFC FROM L-FC-HEAD
           WRITE ENR-CASHFC FROM L-VIDE
           WRITE ENR-CASHFC FROM L-FC-TITLE
           MOVE ZERO TO WS-CUMUL
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 9
              PERFORM WRITE-WEEK-LINE
           END-PERFORM
           WRITE ENR-CASHFC FROM L-VIDE
           MOVE 'TOTAL'   TO L-FC-WEEK
           MOVE SPACES    TO L-FC-FROM
           MOVE WS-TOT-IN  TO L-FC-IN
           MOVE WS-TOT-VCH TO L-FC-VCH
           MOVE WS-TOT-PO  TO L-FC-PO
           MOVE WS-CUMUL   TO L-FC-NET
           MOVE WS-CUMUL   TO L-FC-CUM
           WRITE ENR-CASHFC FROM L-FC-LINE
           WRITE ENR-CASHFC FROM L-VIDE
           MOVE 'DISPUTED RECEIVABLES LEFT OUT' TO L-NOTE-LABEL
           MOVE WS-DISPUTED TO L-NOTE-AMT
           WRITE ENR-CASHFC FROM L-FC-NOTE
           CLOSE FCASHFC
           .

       WRITE-WEEK-LINE.
           IF WK-IDX = 9
              MOVE 'LATER' TO L-FC-WEEK
              COMPUTE WS-WEEK-DAYS = WS-RUN-DAYS + 56
           ELSE
              MOVE WK-IDX TO ED-WEEK-NO
              MOVE SPACES TO L-FC-WEEK
              STRING 'WK '     DELIMITED BY SIZE
                     ED-WEEK-NO DELIMITED BY SIZE
                INTO L-FC-WEEK
              END-STRING
              COMPUTE WS-WEEK-DAYS = WS-RUN-DAYS + (WK-IDX - 1) * 7
           END-IF
           COMPUTE WS-WK-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-WEEK-DAYS)
           MOVE SPACES TO L-FC-FROM
           STRING WS-WK-AAAA DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-WK-MM   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-WK-JJ   DELIMITED BY SIZE
             INTO L-FC-FROM
           END-STRING
           COMPUTE WS-NET = WK-INFLOW(WK-IDX)
                          - WK-VOUCHERS(WK-IDX)
                          - WK-POS(WK-IDX)
           ADD WS-NET TO WS-CUMUL
           ADD WK-INFLOW(WK-IDX)   TO WS-TOT-IN
           ADD WK-VOUCHERS(WK-IDX) TO WS-TOT-VCH
           ADD WK-POS(WK-IDX)      TO WS-TOT-PO
           MOVE WK-INFLOW(WK-IDX)   TO L-FC-IN
           MOVE WK-VOUCHERS(WK-IDX) TO L-FC-VCH
           MOVE WK-POS(WK-IDX)      TO L-FC-PO
           MOVE WS-NET              TO L-FC-NET
           MOVE WS-CUMUL            TO L-FC-CUM
           WRITE ENR-CASHFC FROM L-FC-LINE
           .
