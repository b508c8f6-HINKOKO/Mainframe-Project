       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REBSETP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - SETTLE THE VOLUME REBATE AGREEMENTS (FICREBAGR) OF A      *
      *      CLOSED YEAR : THE YEAR'S NET REVENUE OFF FICINVREG        *
      *      (INVOICES LESS CREDIT MEMOS AND VOIDS, FINANCE CHARGES    *
      *      LEFT OUT), THE HIGHEST THRESHOLD IT REACHES GIVES THE     *
      *      RATE, PAID BACK ON THE WHOLE YEAR                         *
      *    - ISSUE THE REBATE AS ONE CREDIT MEMO PER CUSTOMER,         *
      *      NUMBERED OFF THE 'INVOICE' RANGE OF THE NUMBER-RANGE      *
      *      REGISTRY, WITH ITS OWN FINVREG RECORD (ORDER REF          *
      *      'RB-YYYY') SO IT NETS AGAINST OPEN ITEMS, PRINTS ON       *
      *      STATEMENTS AND EXPORTS TO THE GL LIKE ANY CREDIT MEMO ;   *
      *      A CUSTOMER ALREADY SETTLED FOR THE YEAR IS NOT SETTLED    *
      *      AGAIN ON A RERUN                                          *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      YEAR=YYYY           AGREEMENT YEAR TO SETTLE (REQUIRED)   *
      *      RUNDATE=YYYY-MM-DD  DATE OF THE CREDIT MEMOS (REQUIRED),  *
      *                          AFTER THE YEAR                        *
      *      NOUPDATE=Y          PRINT ONLY : NO NUMBER DRAWN, NO      *
      *                          REGISTER RECORD (DEFAULT N)           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREBAGR ASSIGN TO FICREBAGR
               FILE STATUS IS FS-REBAGR.
           SELECT FINVREG ASSIGN TO FICINVREG
               FILE STATUS IS FS-INVREG.
           SELECT FRBFACT ASSIGN TO FICRBFACT.

       DATA DIVISION.
       FILE SECTION.
      ** FREBAGR - THE REBATE AGREEMENTS **
       FD FREBAGR.
           COPY REBAGR.

      ** FINVREG - THE INVOICE REGISTER ; READ WHOLE FIRST, THEN    **
      ** EXTENDED WITH THE REBATE CREDIT MEMOS                      **
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

      ** FRBFACT - THE REBATE CREDIT MEMO DOCUMENTS **
       FD FRBFACT.
       01 ENR-RBFACT      PIC X(80).

       WORKING-STORAGE SECTION.
      ** RUN-CONTROL LOCK - TWO CONCURRENT RUNS WOULD EACH PAY THE  **
      ** SAME REBATE                                                **
       77 WS-LOCK-PGM     PIC X(8) VALUE 'REBSETP'.
       77 WS-LOCK-ACTION  PIC X(1) VALUE 'L'.
       77 WS-LOCK-RESULT  PIC X(4) VALUE SPACES.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-YEAR         PIC X(4) VALUE SPACES.
       77 AC-RUN-DATE     PIC X(10) VALUE SPACES.
       77 WS-NOUPDATE     PIC X(1) VALUE 'N'.
          88 DRY-RUN           VALUE 'Y'.
          88 LIVE-RUN          VALUE 'N'.

       77 WS-REBAGR-EOF   PIC 9  VALUE 0.
            88 FF-REBAGR        VALUE 1.
       77 WS-INVREG-EOF   PIC 9  VALUE 0.
            88 FF-INVREG        VALUE 1.
       77 FS-REBAGR       PIC 99 VALUE 0.
       77 FS-INVREG       PIC 99 VALUE 0.

      *** VARIABLES FONCTION ABEND-PROG ***
       77 WS-ANO PIC 9 VALUE ZERO.
       77 WS-VAR PIC 9 VALUE ZERO.
       77 WS-ABEND-CODE PIC 9(02) VALUE 0.

      *** ACCORDS DE L'ANNEE ET CHIFFRE DE L'ANNEE ***
       01 AGR-TAB.
          05 AG-ENTRY OCCURS 300 TIMES.
             10 AG-C-NO      PIC X(3).
             10 AG-TIER OCCURS 3 TIMES.
                15 AG-THRESH PIC 9(7)V9(2).
                15 AG-PCT    PIC 9V9(4).
             10 AG-REVENUE   PIC S9(9)V9(2).
             10 AG-CURRENCY  PIC X(3).
             10 AG-SETTLED   PIC X(1).
       77 AG-CNT          PIC 9(3) VALUE 0.
       77 AG-IDX          PIC 9(3) VALUE 0.
       77 AG-TIDX         PIC 9    VALUE 0.

      *** NUMEROTATION PARTAGEE DES FACTURES (PLAGE 'INVOICE') ***
       COPY NUMRNG.
       77 WS-CUR-INV-NO   PIC 9(8) VALUE 0.
       77 ED-INV-NO       PIC Z(7)9.

      *** CALCUL DE LA RISTOURNE ***
       77 WS-RB-TAG       PIC X(7) VALUE SPACES.
       77 WS-RB-PCT       PIC 9V9(4) VALUE 0.
       77 WS-RB-THRESH    PIC 9(7)V9(2) VALUE 0.
       77 WS-REBATE       PIC S9(7)V9(2) VALUE 0.
       77 WS-TOT-REBATE   PIC S9(9)V9(2) VALUE 0.
       77 WS-PCT-SHOW     PIC 9(3)V9(2) VALUE 0.

      *** COMPTEURS ***
       77 CNT-SETTLED     PIC 9(4) VALUE 0.
       77 CNT-NO-TIER     PIC 9(4) VALUE 0.
       77 CNT-SKIP-DONE   PIC 9(4) VALUE 0.
       77 CNT-AR-FAILED   PIC 9(4) VALUE 0.

      *** POSTES OUVERTS DB2 TENUS AU FIL DES ECRITURES (ARPOST) ***
       COPY ARPOST.

      *** LIGNES EDITION, DANS LE STYLE FACTURES.DATA ***
       01 L-TIRET.
          05 FILLER  PIC X(80) VALUE ALL '-'.
       01 L-VIDE.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(74) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-RB-BANNER.
          05 FILLER  PIC X(3)  VALUE     '|  '.
          05 FILLER  PIC X(20) VALUE ALL ' '.
          05 FILLER  PIC X(33) VALUE
                '** CREDIT MEMO - VOLUME REBATE **'.
          05 FILLER  PIC X(21) VALUE ALL ' '.
          05 FILLER  PIC X(3)  VALUE     '  |'.
       01 L-RB-REF.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-REF-TITLE   PIC X(16).
          05 L-REF-DATA    PIC X(36).
          05 FILLER        PIC X(22) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 L-RB-TOTAL.
          05 FILLER        PIC X(3)  VALUE '|  '.
          05 L-TOT-TITLE   PIC X(25).
          05 L-TOT-AMT     PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(36) VALUE ALL ' '.
          05 FILLER        PIC X(3)  VALUE '  |'.
       01 ED-AMOUNT       PIC -ZZZZZZZZ9,99.
       01 ED-PCT          PIC ZZ9,99.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** REBSETP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF AC-RUN-DATE(1:4) NOT > AC-YEAR
              DISPLAY '*** REBSETP : YEAR ' AC-YEAR
                      ' IS NOT CLOSED AT ' AC-RUN-DATE
                      ' - RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-RUN-LOCK
           MOVE SPACES TO WS-RB-TAG
           STRING 'RB-'    DELIMITED BY SIZE
                  AC-YEAR  DELIMITED BY SIZE
             INTO WS-RB-TAG
           END-STRING

           PERFORM LOAD-AGREEMENTS
           IF AG-CNT = 0
              DISPLAY 'NO REBATE AGREEMENT FOR ' AC-YEAR
              PERFORM FREE-RUN-LOCK
              GOBACK
           END-IF
           PERFORM ADD-YEAR-REVENUE

           PERFORM PEEK-INVOICE-RANGE
           IF LIVE-RUN
              OPEN EXTEND FINVREG
           END-IF
           OPEN OUTPUT FRBFACT
           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > AG-CNT
              PERFORM SETTLE-ONE-AGREEMENT
           END-PERFORM
           CLOSE FRBFACT
           IF LIVE-RUN
              CLOSE FINVREG
           END-IF

           IF DRY-RUN
              DISPLAY '*** NOUPDATE=Y : NOTHING WRITTEN TO THE'
                      ' REGISTER ***'
           END-IF
           DISPLAY 'REBATES SETTLED          : ' CNT-SETTLED
           DISPLAY 'TOTAL REBATED            : ' WS-TOT-REBATE
           DISPLAY 'NO THRESHOLD REACHED     : ' CNT-NO-TIER
           DISPLAY 'SKIPPED, ALREADY SETTLED : ' CNT-SKIP-DONE
           IF CNT-AR-FAILED > 0
              DISPLAY 'OPEN-ITEM POSTINGS FAILED: ' CNT-AR-FAILED
                      ' - RUN ARLOADP MODE=CHECK'
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM FREE-RUN-LOCK
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 3 TO PARM-COUNT
           MOVE 'YEAR'     TO PARM-KEYWORD(1)
           MOVE 'N'        TO PARM-TYPE(1)
           MOVE 'Y'        TO PARM-REQUIRED(1)
           MOVE 'RUNDATE'  TO PARM-KEYWORD(2)
           MOVE 'D'        TO PARM-TYPE(2)
           MOVE 'Y'        TO PARM-REQUIRED(2)
           MOVE 'NOUPDATE' TO PARM-KEYWORD(3)
           MOVE 'X'        TO PARM-TYPE(3)
           MOVE 'N'        TO PARM-REQUIRED(3)
           MOVE 'N'        TO PARM-DEFAULT(3)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              MOVE PARM-VALUE(1)(1:4)  TO AC-YEAR
              MOVE PARM-VALUE(2)(1:10) TO AC-RUN-DATE
              MOVE PARM-VALUE(3)(1:1)  TO WS-NOUPDATE
           END-IF
           .

       TAKE-RUN-LOCK.
           MOVE 'L' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           IF WS-LOCK-RESULT = 'HELD'
              DISPLAY '*** ' WS-LOCK-PGM ' IS ALREADY RUNNING ***'
              DISPLAY '*** CHECK THE LIVE RUN, OR FREE THE LOCK'
                      ' WITH LOCKRELP AFTER AN ABEND ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

       FREE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           CALL 'RUNLOCK' USING WS-LOCK-PGM WS-LOCK-ACTION
                                WS-LOCK-RESULT
           .

       LOAD-AGREEMENTS.
           OPEN INPUT FREBAGR
           IF FS-REBAGR NOT = 0
              DISPLAY 'NO REBATE AGREEMENT FILE, NOTHING TO SETTLE'
           ELSE
              PERFORM UNTIL FF-REBAGR
                 READ FREBAGR
                    AT END
                       SET FF-REBAGR TO TRUE
                    NOT AT END
                       IF RBA-YEAR = AC-YEAR
                          PERFORM ADD-ONE-AGREEMENT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FREBAGR
           END-IF
           .

       ADD-ONE-AGREEMENT.
           IF AG-CNT < 300
              ADD 1 TO AG-CNT
              MOVE RBA-C-NO TO AG-C-NO(AG-CNT)
              PERFORM VARYING AG-TIDX FROM 1 BY 1 UNTIL AG-TIDX > 3
                 MOVE RBA-THRESH(AG-TIDX) TO AG-THRESH(AG-CNT, AG-TIDX)
                 MOVE RBA-PCT(AG-TIDX)    TO AG-PCT(AG-CNT, AG-TIDX)
              END-PERFORM
              MOVE ZERO   TO AG-REVENUE(AG-CNT)
              MOVE SPACES TO AG-CURRENCY(AG-CNT)
              MOVE 'N'    TO AG-SETTLED(AG-CNT)
           ELSE
              DISPLAY 'AGREEMENT TABLE FULL - RUN REFUSED,'
                      ' RAISE OCCURS'
              PERFORM FREE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           .

      ** ADD-YEAR-REVENUE - the year's net revenue before tax, and  **
      ** the customers whose 'RB-YYYY' memo is already on file      **
       ADD-YEAR-REVENUE.
           OPEN INPUT FINVREG
           IF FS-INVREG NOT = 0
              DISPLAY 'NO INVOICE REGISTER, NO REVENUE'
           ELSE
              PERFORM UNTIL FF-INVREG
                 READ FINVREG
                    AT END
                       SET FF-INVREG TO TRUE
                    NOT AT END
                       PERFORM VARYING AG-IDX FROM 1 BY 1
                               UNTIL AG-IDX > AG-CNT
                          IF AG-C-NO(AG-IDX) = IR-C-NO
                             PERFORM ADD-ONE-REGISTER-ROW
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE FINVREG
           END-IF
           .

       ADD-ONE-REGISTER-ROW.
           IF IR-O-NO = WS-RB-TAG
              MOVE 'Y' TO AG-SETTLED(AG-IDX)
           END-IF
           IF IR-INV-DATE(1:4) = AC-YEAR AND
              IR-O-NO(1:3) NOT = 'FC-' AND
              IR-O-NO(1:3) NOT = 'RB-'
              ADD IR-TOTAL-HT TO AG-REVENUE(AG-IDX)
              IF IR-CURRENCY NOT = SPACES
                 MOVE IR-CURRENCY TO AG-CURRENCY(AG-IDX)
              END-IF
           END-IF
           .

      ** PEEK-INVOICE-RANGE - refuse the run up front when the      **
      ** 'INVOICE' range PART3BP shares is undefined or used up       **
       PEEK-INVOICE-RANGE.
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'Q'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NR-OK AND NR-NUMBER NOT < NR-HIGH
              MOVE 'EXHS' TO NR-RESULT
           END-IF
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN REFUSED ***'
              PERFORM FREE-RUN-LOCK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF NR-NUMBER < NR-LOW
              MOVE NR-LOW TO WS-CUR-INV-NO
           ELSE
              MOVE NR-NUMBER TO WS-CUR-INV-NO
           END-IF
           .

      ** DRAW-INV-NO - next invoice number from the registry ; a dry  **
      ** run only counts on from the last number issued               **
       DRAW-INV-NO.
           IF DRY-RUN
              ADD 1 TO WS-CUR-INV-NO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE NUMRNG-BLOCK
           MOVE 'INVOICE' TO NR-RANGE-ID
           MOVE 'N'       TO NR-ACTION
           CALL 'NUMRANGE' USING NUMRNG-BLOCK
           IF NOT NR-OK
              DISPLAY '*** INVOICE RANGE EXHAUSTED OR UNDEFINED ('
                      NR-RESULT ') - RUN ABANDONED ***'
              MOVE 41 TO WS-ABEND-CODE
              PERFORM ABEND-PROG
           END-IF
           MOVE NR-NUMBER TO WS-CUR-INV-NO
           .

      ** SETTLE-ONE-AGREEMENT - highest threshold the year reached, **
      ** that rate on the whole year's revenue                      **
       SETTLE-ONE-AGREEMENT.
           IF AG-SETTLED(AG-IDX) = 'Y'
              ADD 1 TO CNT-SKIP-DONE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RB-PCT WS-RB-THRESH
           PERFORM VARYING AG-TIDX FROM 1 BY 1 UNTIL AG-TIDX > 3
              IF AG-THRESH(AG-IDX, AG-TIDX) > 0 AND
                 AG-REVENUE(AG-IDX) NOT < AG-THRESH(AG-IDX, AG-TIDX)
                 MOVE AG-PCT(AG-IDX, AG-TIDX)    TO WS-RB-PCT
                 MOVE AG-THRESH(AG-IDX, AG-TIDX) TO WS-RB-THRESH
              END-IF
           END-PERFORM
           COMPUTE WS-REBATE ROUNDED = AG-REVENUE(AG-IDX) * WS-RB-PCT
           IF WS-REBATE NOT > ZERO
              ADD 1 TO CNT-NO-TIER
              EXIT PARAGRAPH
           END-IF
           PERFORM CUT-REBATE-MEMO
           .

      ** CUT-REBATE-MEMO - one document and one register record for **
      ** the customer at AG-IDX                                      **
       CUT-REBATE-MEMO.
           PERFORM DRAW-INV-NO
           ADD 1 TO CNT-SETTLED
           ADD WS-REBATE TO WS-TOT-REBATE

           WRITE ENR-RBFACT FROM L-TIRET
           WRITE ENR-RBFACT FROM L-VIDE
           WRITE ENR-RBFACT FROM L-RB-BANNER
           WRITE ENR-RBFACT FROM L-VIDE
           MOVE 'CREDIT MEMO NUM:' TO L-REF-TITLE
           MOVE WS-CUR-INV-NO TO ED-INV-NO
           MOVE ED-INV-NO TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           MOVE 'DATE          :' TO L-REF-TITLE
           MOVE AC-RUN-DATE TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           MOVE 'CUSTOMER NO   :' TO L-REF-TITLE
           MOVE AG-C-NO(AG-IDX) TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           MOVE 'AGREEMENT YEAR:' TO L-REF-TITLE
           MOVE AC-YEAR TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           MOVE 'YEAR REVENUE  :' TO L-REF-TITLE
           MOVE AG-REVENUE(AG-IDX) TO ED-AMOUNT
           MOVE ED-AMOUNT TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           MOVE 'THRESHOLD MET :' TO L-REF-TITLE
           MOVE WS-RB-THRESH TO ED-AMOUNT
           MOVE ED-AMOUNT TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           MOVE 'REBATE RATE % :' TO L-REF-TITLE
           COMPUTE WS-PCT-SHOW = WS-RB-PCT * 100
           MOVE WS-PCT-SHOW TO ED-PCT
           MOVE ED-PCT TO L-REF-DATA
           WRITE ENR-RBFACT FROM L-RB-REF
           WRITE ENR-RBFACT FROM L-VIDE
           MOVE 'REBATE CREDITED        :' TO L-TOT-TITLE
           MOVE WS-REBATE TO L-TOT-AMT
           WRITE ENR-RBFACT FROM L-RB-TOTAL
           WRITE ENR-RBFACT FROM L-VIDE
           WRITE ENR-RBFACT FROM L-TIRET

           IF LIVE-RUN
              PERFORM WRITE-REBATE-REGISTER
           END-IF
           .

      ** WRITE-REBATE-REGISTER - a credit memo on the register, no  **
      ** tax ; nothing went to CUSTOMERS.BALANCE for it, so its     **
      ** gross is zero and applying it relieves nothing             **
       WRITE-REBATE-REGISTER.
           MOVE WS-CUR-INV-NO       TO IR-INV-NO
           MOVE WS-RB-TAG           TO IR-O-NO
           MOVE AG-C-NO(AG-IDX)     TO IR-C-NO
           MOVE AC-RUN-DATE         TO IR-INV-DATE
           COMPUTE IR-TOTAL-HT  = 0 - WS-REBATE
           MOVE ZERO                TO IR-TOTAL-TAX
           COMPUTE IR-TOTAL-TTC = 0 - WS-REBATE
           MOVE 'C'                 TO IR-CREDIT-MEMO
           MOVE ZERO                TO IR-TOTAL-GROSS
           MOVE AC-RUN-DATE         TO IR-DUE-DATE
           MOVE AG-CURRENCY(AG-IDX) TO IR-CURRENCY
           WRITE ENR-INVREG
           MOVE ENR-INVREG TO AP-RECORD
           SET AP-DO-INVOICE  TO TRUE
           SET AP-COMMIT-EACH TO TRUE
           CALL 'ARPOST' USING AR-POST-BLOCK
           IF AP-FAILED
              ADD 1 TO CNT-AR-FAILED
           END-IF
           .

       ABEND-PROG.
           DISPLAY 'ABEND CODE : ' WS-ABEND-CODE
           MOVE 16 TO RETURN-CODE
           COMPUTE WS-ANO = WS-ANO / WS-VAR.
