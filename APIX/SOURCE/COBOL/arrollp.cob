       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARROLLP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - ROLL ACCOUNTS RECEIVABLE FORWARD ONE PERIODK PERIOD AT A  *
      *      TIME FROM THE INVOICE REGISTER AND THE SETTLEMENT LEDGER :*
      *      OPENING AR + INVOICES + CREDIT MEMOS + VOIDS - PAYMENTS - *
      *      EARLY-PAY DISCOUNTS - WRITE-OFFS - UNAPPLIED CASH DRAWN   *
      *      = CLOSING AR, EACH CLASS ON ITS OWN LINE (REGISTER BY     *
      *      CREDIT-MEMO FLAG, LEDGER BY SET-TYPE)                     *
      *    - SET EACH PERIOD'S MOVEMENT AGAINST THE AR LINES OF THE    *
      *      GLEXPP EXPORTS DATED INSIDE IT, AND EACH EXPORT'S DETAIL  *
      *      AGAINST ITS OWN CONTROL RECORD                            *
      *    - BRIDGE THE LAST CLOSING FIGURE TO THE SUM OF              *
      *      CUSTOMERS.BALANCE                                         *
      *    - ANY DIFFERENCE PRINTS AS A RECONCILING ITEM (RC 4)        *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      PERIOD=YYYY-MM   FIRST PERIOD TO ROLL (REQUIRED)          *
      *      THRU=YYYY-MM     LAST PERIOD TO ROLL (DEFAULT = PERIOD)   *
      *                                                                *
      *    FICGLEXP IS EVERY GLEXPP GENERATION OF THE RANGE,           *
      *    CONCATENATED                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODK ASSIGN TO PERIODK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERK-PERIOD
               FILE STATUS IS FS-PERIOD.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FCOA    ASSIGN TO FICCOA
               FILE STATUS IS FS-COA.
           SELECT FGLEXP  ASSIGN TO FICGLEXP
               FILE STATUS IS FS-GLEXP.
           SELECT FARROLL ASSIGN TO FICARROLL.

       DATA DIVISION.
       FILE SECTION.
      ** PERIODK - ACCOUNTING PERIOD CONTROL KSDS **
       FD PERIODK.
       01 ST-PERIODK.
          05 PERK-PERIOD   PIC X(7).
          05 PERK-STATUS   PIC X(1).
             88 PERK-IS-CLOSED     VALUE 'C'.
          05 FILLER        PIC X(72).

      ** FINVREG - THE INVOICE REGISTER APPENDED BY PART3BP ;     **
      ** IR-CREDIT-MEMO : SPACE = INVOICE, C = CREDIT MEMO,        **
      ** V = VOID REVERSAL WRITTEN BY INVVOIDP                     **
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
          05 IR-CURRENCY    PIC X(3).
          05 FILLER         PIC X(2).

      ** FSETTLE - SETTLEMENT LEDGER APPENDED BY PAYAPPP, ONE      **
      ** RECORD PER APPLICATION (AN INVOICE MAY CARRY SEVERAL)     **
       FD FSETTLE.
       01 ENR-SETTLE.
          05 SET-INV-NO    PIC 9(8).
          05 SET-PAY-DATE  PIC X(10).
          05 SET-AMOUNT    PIC S9(7)V9(2).
          05 SET-RELIEF    PIC S9(7)V9(2).
          05 SET-TYPE      PIC X(1).
          05 SET-C-NO      PIC X(3).
          05 FILLER        PIC X(40).

      ** FCOA - CHART OF ACCOUNTS, FOR THE AR ACCOUNT NUMBER **
       FD FCOA.
       01 ENR-COA.
          05 COA-ROLE      PIC X(8).
          05 COA-ACCOUNT   PIC X(8).
          05 FILLER        PIC X(64).

      ** FGLEXP - THE GLEXPP EXPORTS ; EACH GENERATION ENDS ON ITS **
      ** 'CTL' RECORD                                              **
       FD FGLEXP.
       01 ENR-GLEXP.
          05 JRN-DATE      PIC X(10).
          05 JRN-ACCOUNT   PIC X(8).
          05 JRN-DC        PIC X(1).
          05 JRN-AMOUNT    PIC 9(9)V9(2).
          05 JRN-REF       PIC X(10).
          05 JRN-DESC      PIC X(20).
          05 FILLER        PIC X(20).
       01 ENR-GL-CTL.
          05 CTL-TAG       PIC X(3).
          05 CTL-COUNT     PIC 9(7).
          05 CTL-DEBITS    PIC 9(11)V9(2).
          05 CTL-CREDITS   PIC 9(11)V9(2).
          05 FILLER        PIC X(44).

       FD FARROLL.
       01 ENR-ARROLL      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG         VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE         VALUE 1.
       77 WS-COA-EOF      PIC 9  VALUE 0.
            88 FF-COA            VALUE 1.
       77 WS-GLEXP-EOF    PIC 9  VALUE 0.
            88 FF-GLEXP          VALUE 1.
       77 FS-PERIOD       PIC 99 VALUE 0.
       77 FS-INVREG       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-COA          PIC 99 VALUE 0.
       77 FS-GLEXP        PIC 99 VALUE 0.
       77 PERIODK-FLAG    PIC 9  VALUE 0.
            88 PERIODK-OPEN     VALUE 1.
       77 GLEXP-FLAG      PIC 9  VALUE 0.
            88 GLEXP-LOADED     VALUE 1.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-PERIOD       PIC X(7) VALUE SPACES.
       77 AC-THRU         PIC X(7) VALUE SPACES.

      *** PERIODE COURANTE EN CONSTRUCTION DE LA TABLE ***
       01 WS-PER-BUILD.
          05 WS-PER-YYYY  PIC 9(4).
          05 FILLER       PIC X(1) VALUE '-'.
          05 WS-PER-MM    PIC 9(2).

      *** UNE LIGNE DE ROLL-FORWARD PAR PERIODE ***
       01 PER-TAB.
          05 PT-ENTRY OCCURS 24 TIMES.
             10 PT-PERIOD    PIC X(7).
             10 PT-OPENING   PIC S9(11)V9(2).
             10 PT-INVOICES  PIC S9(11)V9(2).
             10 PT-CREDITS   PIC S9(11)V9(2).
             10 PT-VOIDS     PIC S9(11)V9(2).
             10 PT-PAYMENTS  PIC S9(11)V9(2).
             10 PT-DISCOUNTS PIC S9(11)V9(2).
             10 PT-WRITEOFFS PIC S9(11)V9(2).
             10 PT-UNAPPLIED PIC S9(11)V9(2).
             10 PT-BANKED    PIC S9(11)V9(2).
             10 PT-CLOSING   PIC S9(11)V9(2).
             10 PT-GL-DEBIT  PIC S9(11)V9(2).
             10 PT-GL-CREDIT PIC S9(11)V9(2).
             10 PT-CTL-DEBIT PIC S9(11)V9(2).
             10 PT-CTL-CREDIT PIC S9(11)V9(2).
             10 PT-DET-DEBIT PIC S9(11)V9(2).
             10 PT-DET-CREDIT PIC S9(11)V9(2).
       77 PT-CNT          PIC 9(2) VALUE 0.
       77 PT-IDX          PIC 9(2) VALUE 0.
       77 WS-PT-HIT       PIC 9(2) VALUE 0.
       77 WS-DATE         PIC X(10) VALUE SPACES.
       77 WS-PLACE        PIC X(1) VALUE SPACE.
            88 PLACE-BEFORE     VALUE 'B'.
            88 PLACE-INSIDE     VALUE 'I'.
            88 PLACE-AFTER      VALUE 'A'.

      *** ACTIVITE POSTERIEURE A LA DERNIERE PERIODE ***
       77 WS-AFTER-REG    PIC S9(11)V9(2) VALUE 0.
       77 WS-AFTER-SET    PIC S9(11)V9(2) VALUE 0.
       77 WS-RELIEF-DIFF  PIC S9(11)V9(2) VALUE 0.
       77 WS-RELIEF       PIC S9(7)V9(2) VALUE 0.

      *** EXPORT GL : COMPTE AR ET GENERATION EN COURS ***
       77 WS-AR-ACCOUNT   PIC X(8) VALUE SPACES.
       77 WS-GEN-DATE     PIC X(10) VALUE SPACES.
       77 WS-GEN-DEBIT    PIC S9(11)V9(2) VALUE 0.
       77 WS-GEN-CREDIT   PIC S9(11)V9(2) VALUE 0.
       77 CNT-GENERATIONS PIC 9(4) VALUE 0.

      *** SOLDES CLIENTS DB2 ***
       77 WS-BAL-TOTAL    PIC S9(11)V9(2) USAGE COMP-3 VALUE 0.
       77 WS-BAL-NULL     PIC S9(4) COMP VALUE 0.
       77 WS-BAL-EXPECTED PIC S9(11)V9(2) VALUE 0.

      *** CALCULS ET RECONCILIATION ***
       77 WS-MOVEMENT     PIC S9(11)V9(2) VALUE 0.
       77 WS-GL-NET       PIC S9(11)V9(2) VALUE 0.
       77 WS-RECON        PIC S9(11)V9(2) VALUE 0.
       77 CNT-RECON-ITEMS PIC 9(3) VALUE 0.
       77 CNT-REG-RECS    PIC 9(5) VALUE 0.
       77 CNT-SET-RECS    PIC 9(5) VALUE 0.

      *** LIGNES EDITION ***
       01 L-RF-HEAD.
          05 FILLER        PIC X(32) VALUE
                'AR ROLL-FORWARD        PERIOD '.
          05 L-HEAD-PERIOD PIC X(7).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-HEAD-STATUS PIC X(6).
          05 FILLER        PIC X(53) VALUE ALL ' '.
       01 L-RF-LINE.
          05 FILLER        PIC X(4)  VALUE ALL ' '.
          05 L-RF-LABEL    PIC X(42).
          05 L-RF-AMOUNT   PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(39) VALUE ALL ' '.
       01 L-RF-RULE.
          05 FILLER        PIC X(46) VALUE ALL ' '.
          05 FILLER        PIC X(15) VALUE ALL '-'.
          05 FILLER        PIC X(39) VALUE ALL ' '.
       01 L-BR-HEAD.
          05 FILLER        PIC X(40) VALUE
                'BRIDGE TO CUSTOMERS.BALANCE AFTER'.
          05 L-BR-PERIOD   PIC X(7).
          05 FILLER        PIC X(53) VALUE ALL ' '.
       01 L-VIDE           PIC X(100) VALUE ALL ' '.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** ARROLLP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BUILD-PERIOD-TABLE
           IF PT-CNT = 0
              DISPLAY '*** ARROLLP : THRU BEFORE PERIOD,'
                      ' RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ROLL-REGISTER
           PERFORM ROLL-SETTLEMENTS
           PERFORM FIND-AR-ACCOUNT
           PERFORM LOAD-GL-EXPORTS
           PERFORM READ-CUSTOMER-BALANCES

           OPEN OUTPUT FARROLL
           PERFORM OPEN-PERIODK
           PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-CNT
              PERFORM WRITE-PERIOD-ROLL
           END-PERFORM
           IF PERIODK-OPEN
              CLOSE PERIODK
           END-IF
           PERFORM WRITE-BALANCE-BRIDGE
           CLOSE FARROLL

           DISPLAY 'REGISTER RECORDS READ  : ' CNT-REG-RECS
           DISPLAY 'LEDGER RECORDS READ    : ' CNT-SET-RECS
           DISPLAY 'GL EXPORTS READ        : ' CNT-GENERATIONS
           DISPLAY 'RECONCILING ITEMS      : ' CNT-RECON-ITEMS
           IF CNT-RECON-ITEMS > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 2 TO PARM-COUNT
           MOVE 'PERIOD'   TO PARM-KEYWORD(1)
           MOVE 'X'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'THRU'     TO PARM-KEYWORD(2)
           MOVE 'X'        TO PARM-TYPE(2)
           MOVE 'N'        TO PARM-REQUIRED(2)
           MOVE SPACES     TO PARM-DEFAULT(2)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:7) TO AC-PERIOD
              MOVE PARM-VALUE(2)(1:7) TO AC-THRU
              IF AC-THRU = SPACES
                 MOVE AC-PERIOD TO AC-THRU
              END-IF
           END-IF
           .

      ** BUILD-PERIOD-TABLE - one entry per month from PERIOD to    **
      ** THRU, two years at most                                    **
       BUILD-PERIOD-TABLE.
           INITIALIZE PER-TAB
           IF AC-PERIOD(1:4) IS NUMERIC AND AC-PERIOD(6:2) IS NUMERIC
              MOVE AC-PERIOD(1:4) TO WS-PER-YYYY
              MOVE AC-PERIOD(6:2) TO WS-PER-MM
              PERFORM UNTIL WS-PER-BUILD > AC-THRU OR PT-CNT = 24
                 ADD 1 TO PT-CNT
                 MOVE WS-PER-BUILD TO PT-PERIOD(PT-CNT)
                 IF WS-PER-MM = 12
                    MOVE 1 TO WS-PER-MM
                    ADD 1 TO WS-PER-YYYY
                 ELSE
                    ADD 1 TO WS-PER-MM
                 END-IF
              END-PERFORM
              IF WS-PER-BUILD NOT > AC-THRU
                 DISPLAY 'PERIOD TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** PLACE-DATE - WS-DATE in ; before the first period (opening) **
      ** inside one of them (WS-PT-HIT) or after the last one ;      **
      ** undated old records count as opening                        **
       PLACE-DATE.
           MOVE 0 TO WS-PT-HIT
           EVALUATE TRUE
              WHEN WS-DATE(1:7) < PT-PERIOD(1)
                 SET PLACE-BEFORE TO TRUE
              WHEN WS-DATE(1:7) > PT-PERIOD(PT-CNT)
                 SET PLACE-AFTER TO TRUE
              WHEN OTHER
                 SET PLACE-INSIDE TO TRUE
                 PERFORM VARYING PT-IDX FROM 1 BY 1
                         UNTIL PT-IDX > PT-CNT
                    IF WS-DATE(1:7) = PT-PERIOD(PT-IDX)
                       MOVE PT-IDX TO WS-PT-HIT
                    END-IF
                 END-PERFORM
           END-EVALUATE
           .

      ** ROLL-REGISTER - every register record lands in the opening, **
      ** in its period's class by credit-memo flag, or after the end **
       ROLL-REGISTER.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO AR ACTIVITY'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-REG-RECS
                       PERFORM ROLL-ONE-REGISTER-ROW
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       ROLL-ONE-REGISTER-ROW.
           MOVE IR-INV-DATE TO WS-DATE
           PERFORM PLACE-DATE
           EVALUATE TRUE
              WHEN PLACE-BEFORE
                 ADD IR-TOTAL-TTC TO PT-OPENING(1)
              WHEN PLACE-AFTER
                 ADD IR-TOTAL-TTC TO WS-AFTER-REG
              WHEN OTHER
                 EVALUATE IR-CREDIT-MEMO
                    WHEN 'C'
                       ADD IR-TOTAL-TTC TO PT-CREDITS(WS-PT-HIT)
                    WHEN 'V'
                       ADD IR-TOTAL-TTC TO PT-VOIDS(WS-PT-HIT)
                    WHEN OTHER
                       ADD IR-TOTAL-TTC TO PT-INVOICES(WS-PT-HIT)
                 END-EVALUATE
           END-EVALUATE
           .

      ** ROLL-SETTLEMENTS - each ledger record by SET-TYPE : P (OR   **
      ** SPACE) PAYMENT, D DISCOUNT, W WRITE-OFF, U DEPOSIT DRAWN    **
      ** ONTO AN INVOICE ; A 'B' RECORD IS CASH BANKED TO DEPOSIT,   **
      ** RELIEVES NO INVOICE AND ONLY RIDES ALONG AS A MEMO LINE     **
       ROLL-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, NOTHING PAID YET'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       ADD 1 TO CNT-SET-RECS
                       PERFORM ROLL-ONE-SETTLEMENT
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       ROLL-ONE-SETTLEMENT.
           MOVE SET-PAY-DATE TO WS-DATE
           PERFORM PLACE-DATE
           IF SET-TYPE = 'B'
              IF PLACE-INSIDE AND WS-PT-HIT > 0
                 ADD SET-AMOUNT TO PT-BANKED(WS-PT-HIT)
              END-IF
              EXIT PARAGRAPH
           END-IF
      ** AN 'F' RECORD BRINGS FORWARD ITEMS REGROLLP ARCHIVED WITH  **
      ** THEIR INVOICES : THEY NET OUT OF THE OPENING, ONLY THE      **
      ** GAP BETWEEN THEIR RELIEF AND THEIR PAYMENTS REMAINS         **
           IF SET-TYPE = 'F'
              IF SET-RELIEF IS NUMERIC
                 COMPUTE WS-RELIEF-DIFF = WS-RELIEF-DIFF
                                        + SET-RELIEF - SET-AMOUNT
              END-IF
              EXIT PARAGRAPH
           END-IF
      ** PAYAPPP RELIEVES CUSTOMERS.BALANCE BY THE POSTED GROSS ;   **
      ** OLD LEDGER RECORDS PREDATE THE RELIEF COLUMN               **
           IF SET-RELIEF IS NUMERIC
              MOVE SET-RELIEF TO WS-RELIEF
           ELSE
              MOVE SET-AMOUNT TO WS-RELIEF
           END-IF
           EVALUATE TRUE
              WHEN PLACE-BEFORE
                 SUBTRACT SET-AMOUNT FROM PT-OPENING(1)
                 COMPUTE WS-RELIEF-DIFF = WS-RELIEF-DIFF
                                        + WS-RELIEF - SET-AMOUNT
              WHEN PLACE-AFTER
                 ADD WS-RELIEF TO WS-AFTER-SET
              WHEN OTHER
                 COMPUTE WS-RELIEF-DIFF = WS-RELIEF-DIFF
                                        + WS-RELIEF - SET-AMOUNT
                 EVALUATE SET-TYPE
                    WHEN 'D'
                       ADD SET-AMOUNT TO PT-DISCOUNTS(WS-PT-HIT)
                    WHEN 'W'
                       ADD SET-AMOUNT TO PT-WRITEOFFS(WS-PT-HIT)
                    WHEN 'U'
                       ADD SET-AMOUNT TO PT-UNAPPLIED(WS-PT-HIT)
                    WHEN OTHER
                       ADD SET-AMOUNT TO PT-PAYMENTS(WS-PT-HIT)
                 END-EVALUATE
           END-EVALUATE
           .

      ** FIND-AR-ACCOUNT - the ledger account GLEXPP posts AR to **
       FIND-AR-ACCOUNT.
           OPEN INPUT FCOA
           IF FS-COA NOT = 0
              DISPLAY 'NO CHART-OF-ACCOUNTS FILE'
           ELSE
              PERFORM UNTIL FF-COA
                 READ FCOA
                    AT END
                       SET FF-COA TO TRUE
                    NOT AT END
                       IF COA-ROLE = 'AR'
                          MOVE COA-ACCOUNT TO WS-AR-ACCOUNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FCOA
           END-IF
           IF WS-AR-ACCOUNT = SPACES
              DISPLAY 'NO AR ACCOUNT ON THE CHART, GL NOT COMPARED'
           END-IF
           .

      ** LOAD-GL-EXPORTS - AR lines sum per period of their journal  **
      ** date ; every line also counts toward its generation, whose **
      ** totals must equal the 'CTL' record that closes it           **
       LOAD-GL-EXPORTS.
           IF WS-AR-ACCOUNT = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT FGLEXP
           IF FS-GLEXP NOT = 0
              DISPLAY 'NO GL EXPORT, GL NOT COMPARED'
           ELSE
              SET GLEXP-LOADED TO TRUE
              PERFORM UNTIL FF-GLEXP
                 READ FGLEXP
                    AT END
                       SET FF-GLEXP TO TRUE
                    NOT AT END
                       IF CTL-TAG = 'CTL'
                          PERFORM CLOSE-GL-GENERATION
                       ELSE
                          PERFORM ADD-GL-DETAIL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FGLEXP
           END-IF
           .

       ADD-GL-DETAIL.
           MOVE JRN-DATE TO WS-GEN-DATE
           IF JRN-DC = 'D'
              ADD JRN-AMOUNT TO WS-GEN-DEBIT
           ELSE
              ADD JRN-AMOUNT TO WS-GEN-CREDIT
           END-IF
           IF JRN-ACCOUNT = WS-AR-ACCOUNT
              MOVE JRN-DATE TO WS-DATE
              PERFORM PLACE-DATE
              IF PLACE-INSIDE AND WS-PT-HIT > 0
                 IF JRN-DC = 'D'
                    ADD JRN-AMOUNT TO PT-GL-DEBIT(WS-PT-HIT)
                 ELSE
                    ADD JRN-AMOUNT TO PT-GL-CREDIT(WS-PT-HIT)
                 END-IF
              END-IF
           END-IF
           .

       CLOSE-GL-GENERATION.
           ADD 1 TO CNT-GENERATIONS
           MOVE WS-GEN-DATE TO WS-DATE
           PERFORM PLACE-DATE
           IF PLACE-INSIDE AND WS-PT-HIT > 0
              ADD CTL-DEBITS    TO PT-CTL-DEBIT(WS-PT-HIT)
              ADD CTL-CREDITS   TO PT-CTL-CREDIT(WS-PT-HIT)
              ADD WS-GEN-DEBIT  TO PT-DET-DEBIT(WS-PT-HIT)
              ADD WS-GEN-CREDIT TO PT-DET-CREDIT(WS-PT-HIT)
           END-IF
           MOVE SPACES TO WS-GEN-DATE
           MOVE ZERO   TO WS-GEN-DEBIT
           MOVE ZERO   TO WS-GEN-CREDIT
           .

      ** READ-CUSTOMER-BALANCES - the live sum of CUSTOMERS.BALANCE **
       READ-CUSTOMER-BALANCES.
           EXEC SQL
              SELECT SUM(BALANCE)
              INTO :WS-BAL-TOTAL :WS-BAL-NULL
              FROM APIX.CUSTOMERS
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-BAL-NULL < 0
              MOVE ZERO TO WS-BAL-TOTAL
           END-IF
           .

       OPEN-PERIODK.
           OPEN INPUT PERIODK
           IF FS-PERIOD = 0
              SET PERIODK-OPEN TO TRUE
           ELSE
              DISPLAY 'NO PERIOD CONTROL FILE, ALL PERIODS OPEN'
           END-IF
           .

      ** WRITE-PERIOD-ROLL - opening carried from the period before, **
      ** each class, closing, then the GL comparison                 **
       WRITE-PERIOD-ROLL.
           IF PT-IDX > 1
              MOVE PT-CLOSING(PT-IDX - 1) TO PT-OPENING(PT-IDX)
           END-IF
           COMPUTE PT-CLOSING(PT-IDX) = PT-OPENING(PT-IDX)
                                      + PT-INVOICES(PT-IDX)
                                      + PT-CREDITS(PT-IDX)
                                      + PT-VOIDS(PT-IDX)
                                      - PT-PAYMENTS(PT-IDX)
                                      - PT-DISCOUNTS(PT-IDX)
                                      - PT-WRITEOFFS(PT-IDX)
                                      - PT-UNAPPLIED(PT-IDX)

           MOVE 'OPEN  ' TO L-HEAD-STATUS
           IF PERIODK-OPEN
              MOVE PT-PERIOD(PT-IDX) TO PERK-PERIOD
              READ PERIODK
              IF FS-PERIOD = 0 AND PERK-IS-CLOSED
                 MOVE 'CLOSED' TO L-HEAD-STATUS
              END-IF
           END-IF
           MOVE PT-PERIOD(PT-IDX) TO L-HEAD-PERIOD
           WRITE ENR-ARROLL FROM L-RF-HEAD
           WRITE ENR-ARROLL FROM L-VIDE

           MOVE 'OPENING AR' TO L-RF-LABEL
           MOVE PT-OPENING(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '+ INVOICES' TO L-RF-LABEL
           MOVE PT-INVOICES(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '+ CREDIT MEMOS (FLAG C)' TO L-RF-LABEL
           MOVE PT-CREDITS(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '+ VOID REVERSALS (FLAG V)' TO L-RF-LABEL
           MOVE PT-VOIDS(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '- PAYMENTS (TYPE P)' TO L-RF-LABEL
           MOVE PT-PAYMENTS(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '- EARLY-PAY DISCOUNTS (TYPE D)' TO L-RF-LABEL
           MOVE PT-DISCOUNTS(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '- WRITE-OFFS (TYPE W)' TO L-RF-LABEL
           MOVE PT-WRITEOFFS(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '- UNAPPLIED CASH DRAWN (TYPE U)' TO L-RF-LABEL
           MOVE PT-UNAPPLIED(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           WRITE ENR-ARROLL FROM L-RF-RULE
           MOVE 'CLOSING AR' TO L-RF-LABEL
           MOVE PT-CLOSING(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           WRITE ENR-ARROLL FROM L-VIDE
           MOVE 'MEMO - UNAPPLIED CASH BANKED (TYPE B)' TO L-RF-LABEL
           MOVE PT-BANKED(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE

           IF GLEXP-LOADED
              PERFORM WRITE-GL-COMPARISON
           END-IF
           WRITE ENR-ARROLL FROM L-VIDE
           .

      ** WRITE-GL-COMPARISON - the period's AR movement must be what **
      ** GLEXPP posted to AR for the same dates, and every export's  **
      ** detail must add up to its control record                    **
       WRITE-GL-COMPARISON.
           COMPUTE WS-MOVEMENT = PT-CLOSING(PT-IDX)
                               - PT-OPENING(PT-IDX)
           COMPUTE WS-GL-NET = PT-GL-DEBIT(PT-IDX)
                             - PT-GL-CREDIT(PT-IDX)
           MOVE 'AR MOVEMENT PER ROLL-FORWARD' TO L-RF-LABEL
           MOVE WS-MOVEMENT TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE 'AR MOVEMENT PER GL EXPORT' TO L-RF-LABEL
           MOVE WS-GL-NET TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE 'GL CONTROL TOTAL DEBITS' TO L-RF-LABEL
           MOVE PT-CTL-DEBIT(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE 'GL CONTROL TOTAL CREDITS' TO L-RF-LABEL
           MOVE PT-CTL-CREDIT(PT-IDX) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE

           COMPUTE WS-RECON = WS-MOVEMENT - WS-GL-NET
           IF WS-RECON NOT = ZERO
              ADD 1 TO CNT-RECON-ITEMS
              MOVE '*** RECONCILING ITEM - ROLL VS GL AR' TO L-RF-LABEL
              MOVE WS-RECON TO L-RF-AMOUNT
              WRITE ENR-ARROLL FROM L-RF-LINE
           END-IF
           COMPUTE WS-RECON = PT-DET-DEBIT(PT-IDX)
                            - PT-CTL-DEBIT(PT-IDX)
           IF WS-RECON NOT = ZERO
              ADD 1 TO CNT-RECON-ITEMS
              MOVE '*** RECONCILING ITEM - GL DEBITS VS CTL'
                                        TO L-RF-LABEL
              MOVE WS-RECON TO L-RF-AMOUNT
              WRITE ENR-ARROLL FROM L-RF-LINE
           END-IF
           COMPUTE WS-RECON = PT-DET-CREDIT(PT-IDX)
                            - PT-CTL-CREDIT(PT-IDX)
           IF WS-RECON NOT = ZERO
              ADD 1 TO CNT-RECON-ITEMS
              MOVE '*** RECONCILING ITEM - GL CREDITS VS CTL'
                                        TO L-RF-LABEL
              MOVE WS-RECON TO L-RF-AMOUNT
              WRITE ENR-ARROLL FROM L-RF-LINE
           END-IF
           .

      ** WRITE-BALANCE-BRIDGE - CUSTOMERS.BALANCE is live, so the   **
      ** last closing figure moves forward by what was booked since **
      ** ; PAYAPPP relieves the balance by the gross, not the cash, **
      ** which bridges too ; the rest (orders released and not yet  **
      ** invoiced, drift CUSBALP reports) is left unexplained       **
       WRITE-BALANCE-BRIDGE.
           MOVE PT-PERIOD(PT-CNT) TO L-BR-PERIOD
           WRITE ENR-ARROLL FROM L-BR-HEAD
           WRITE ENR-ARROLL FROM L-VIDE
           MOVE 'CLOSING AR' TO L-RF-LABEL
           MOVE PT-CLOSING(PT-CNT) TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '+ REGISTER ACTIVITY SINCE PERIOD END' TO L-RF-LABEL
           MOVE WS-AFTER-REG TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '- BALANCE RELIEVED SINCE PERIOD END' TO L-RF-LABEL
           MOVE WS-AFTER-SET TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE '- RELIEF AT GROSS OVER CASH APPLIED' TO L-RF-LABEL
           MOVE WS-RELIEF-DIFF TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           WRITE ENR-ARROLL FROM L-RF-RULE
           COMPUTE WS-BAL-EXPECTED = PT-CLOSING(PT-CNT)
                                   + WS-AFTER-REG
                                   - WS-AFTER-SET
                                   - WS-RELIEF-DIFF
           MOVE 'EXPECTED SUM OF CUSTOMERS.BALANCE' TO L-RF-LABEL
           MOVE WS-BAL-EXPECTED TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           MOVE 'SUM OF CUSTOMERS.BALANCE' TO L-RF-LABEL
           MOVE WS-BAL-TOTAL TO L-RF-AMOUNT
           WRITE ENR-ARROLL FROM L-RF-LINE
           COMPUTE WS-RECON = WS-BAL-TOTAL - WS-BAL-EXPECTED
           IF WS-RECON NOT = ZERO
              ADD 1 TO CNT-RECON-ITEMS
              MOVE '*** RECONCILING ITEM - UNEXPLAINED' TO L-RF-LABEL
              MOVE WS-RECON TO L-RF-AMOUNT
              WRITE ENR-ARROLL FROM L-RF-LINE
           END-IF
           .

       TEST-SQLCODE.
           EVALUATE TRUE
               WHEN SQLCODE = ZERO
                    CONTINUE
               WHEN SQLCODE > ZERO
                    DISPLAY 'WARNING : ' SQLCODE
               WHEN OTHER
                    DISPLAY 'ANOMALIE GRAVE : ' SQLCODE
                    MOVE 10 TO WS-ABEND-CODE
                    PERFORM ABEND-PROG
           END-EVALUATE.

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
