       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BNKRECP.
       AUTHOR.         HINKOKO.

      ******************************************************************
      *    THIS PROGRAM IS INTENDED TO :                               *
      *    - TAKE IN THE BANK STATEMENT (FICBNKSTM) AND MATCH EVERY    *
      *      LINE TO THE CASH WE POSTED : A CREDIT TO A PAYMENT OR     *
      *      BANKED OVERPAYMENT ON THE SETTLEMENT LEDGER (FICSETTLE),  *
      *      OR TO A WHOLE LOCKBOX BATCH LBOXLDP POSTED (FICLBXREM) ;  *
      *      A DEBIT TO A SUPPLIER PAYMENT APPAYP ISSUED (FICAPPAY)    *
      *    - MATCH ON EXACT AMOUNT WITHIN A DATE WINDOW ; WHEN SEVERAL *
      *      ITEMS QUALIFY, THE ONE WHOSE REFERENCE THE BANK QUOTES    *
      *      WINS, THEN THE NEAREST DATE                               *
      *    - PRINT THE RECONCILIATION (FICBNKREC) : BANK LINES NOT     *
      *      MATCHED, POSTED CASH THE BANK NEVER SHOWED, AND THE       *
      *      RECONCILED CLOSING BALANCE FOR THE MONTH-END SIGN-OFF     *
      *                                                                *
      *    FICSETTLE, FICLBXREM AND FICAPPAY ARE TAKEN WHOLE : THE JOB *
      *    CONCATENATES THE LOCKBOX AND PAYMENT FILES OF THE PERIOD.   *
      *    ONLY BOOK ITEMS DATED FROM THE STATEMENT START (LESS THE    *
      *    WINDOW) TO THE STATEMENT END TAKE PART.                     *
      *                                                                *
      *    SYSIN (KEYWORD=VALUE CARDS, ENDED BY END-PARMS) :           *
      *      WINDOW=999  DAYS EITHER SIDE A BANK DATE MAY STAND FROM   *
      *                  THE BOOK DATE (DEFAULT 003)                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FBNKSTM ASSIGN TO FICBNKSTM
               FILE STATUS IS FS-BNKSTM.
           SELECT FSETTLE ASSIGN TO FICSETTLE
               FILE STATUS IS FS-SETTLE.
           SELECT FLBXREM ASSIGN TO FICLBXREM
               FILE STATUS IS FS-LBXREM.
           SELECT FAPPAY  ASSIGN TO FICAPPAY
               FILE STATUS IS FS-APPAY.
           SELECT FBNKREC ASSIGN TO FICBNKREC.

       DATA DIVISION.
       FILE SECTION.
      ** FBNKSTM - THE BANK STATEMENT : ONE 'H' HEADER (STATEMENT    **
      ** START DATE, OPENING BALANCE), 'D' LINES (VALUE DATE, C=     **
      ** MONEY IN / D=MONEY OUT, AMOUNT, BANK REFERENCE TEXT), ONE   **
      ** 'T' TRAILER (STATEMENT END DATE, CLOSING BALANCE). A        **
      ** BALANCE CARRIES 'D' IN BST-DC WHEN THE ACCOUNT IS OVERDRAWN **
       FD FBNKSTM.
       01 ENR-BNKSTM.
          05 BST-TYPE      PIC X(1).
             88 BST-HEADER      VALUE 'H'.
             88 BST-DETAIL      VALUE 'D'.
             88 BST-TRAILER     VALUE 'T'.
          05 BST-DATE      PIC X(10).
          05 BST-DC        PIC X(1).
          05 BST-AMOUNT    PIC 9(9)V9(2).
          05 BST-REF       PIC X(20).
          05 FILLER        PIC X(37).

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
      ** THE REMITTANCE LINE THE RECORD CAME FROM (SPACES ON OLD   **
      ** RECORDS) : ITS 'P' AND 'B' RECORDS ARE ONE BANK RECEIPT   **
          05 SET-REM-INV-NO PIC 9(8).
          05 SET-REM-AMOUNT PIC 9(7)V9(2).
          05 FILLER        PIC X(23).

      ** FLBXREM - THE LOCKBOX LINES LBOXLDP PASSED TO PAYAPPP      **
       FD FLBXREM.
       01 ENR-LBXREM.
          05 REM-INV-NO    PIC 9(8).
          05 REM-AMOUNT    PIC 9(7)V9(2).
          05 REM-PAY-DATE  PIC X(10).
          05 FILLER        PIC X(53).

      ** FAPPAY - THE SUPPLIER PAYMENTS APPAYP ISSUED **
       FD FAPPAY.
       01 ENR-APPAY.
          05 PAY-SNO       PIC X(2).
          05 PAY-AMOUNT    PIC S9(9)V9(2).
          05 PAY-DATE      PIC X(10).
          05 PAY-IBAN      PIC X(34).
          05 PAY-BIC       PIC X(11).
          05 FILLER        PIC X(12).

      ** FBNKREC - THE RECONCILIATION REPORT **
       FD FBNKREC.
       01 ENR-BNKREC      PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-BNKSTM-EOF   PIC 9  VALUE 0.
            88 FF-BNKSTM         VALUE 1.
       77 WS-SETTLE-EOF   PIC 9  VALUE 0.
            88 FF-SETTLE         VALUE 1.
       77 WS-LBXREM-EOF   PIC 9  VALUE 0.
            88 FF-LBXREM         VALUE 1.
       77 WS-APPAY-EOF    PIC 9  VALUE 0.
            88 FF-APPAY          VALUE 1.
       77 FS-BNKSTM       PIC 99 VALUE 0.
       77 FS-SETTLE       PIC 99 VALUE 0.
       77 FS-LBXREM       PIC 99 VALUE 0.
       77 FS-APPAY        PIC 99 VALUE 0.

      *** BLOC D'ECHANGE AVEC LE PARSEUR DE CARTES PARAMETRES ***
       COPY PARMBLK.
       77 AC-WINDOW       PIC 9(3) VALUE 3.

      *** PERIODE DU RELEVE ET SOLDES ***
       77 WS-STM-START    PIC X(10) VALUE SPACES.
       77 WS-STM-END      PIC X(10) VALUE SPACES.
       77 WS-START-DAYS   PIC 9(7) VALUE 0.
       77 WS-END-DAYS     PIC 9(7) VALUE 0.
       77 WS-FROM-DAYS    PIC 9(7) VALUE 0.
       77 WS-OPEN-BAL     PIC S9(11)V9(2) VALUE 0.
       77 WS-CLOSE-BAL    PIC S9(11)V9(2) VALUE 0.
       77 WS-RUN-BAL      PIC S9(11)V9(2) VALUE 0.
       77 WS-RECON-BAL    PIC S9(11)V9(2) VALUE 0.
       77 WS-TRAILER-SEEN PIC X(1) VALUE 'N'.

      *** CONVERSION DATE ISO -> JOURS ***
       77 WS-ISO-DATE     PIC X(10) VALUE SPACES.
       77 WS-DAYS         PIC 9(7) VALUE 0.
       77 WS-ISO-YYYYMMDD PIC 9(8) VALUE 0.

      *** LIGNES DE LOCKBOX TRANSMISES ***
       01 LRT-TAB.
          05 LRT-ENTRY OCCURS 2000 TIMES.
             10 LRT-INV-NO  PIC 9(8).
             10 LRT-AMOUNT  PIC 9(7)V9(2).
             10 LRT-DATE    PIC X(10).
       77 LRT-CNT         PIC 9(4) VALUE 0.
       77 LRT-IDX         PIC 9(4) VALUE 0.

      *** LOTS DE LOCKBOX COMPTABILISES, UN PAR DATE DE VALEUR ***
       01 LBT-TAB.
          05 LBT-ENTRY OCCURS 100 TIMES.
             10 LBT-DATE    PIC X(10).
             10 LBT-DAYS    PIC 9(7).
             10 LBT-TOTAL   PIC S9(9)V9(2).
             10 LBT-STATE   PIC X(1).
       77 LBT-CNT         PIC 9(3) VALUE 0.
       77 LBT-IDX         PIC 9(3) VALUE 0.
       77 WS-LBT-HIT      PIC 9(3) VALUE 0.

      *** MOUVEMENTS DE TRESORERIE COMPTABILISES ***
      *** BKI-SIDE : C=ENCAISSEMENT, D=DECAISSEMENT              ***
      *** BKI-SOURCE : S=REGLEMENT, A=PAIEMENT FOURNISSEUR       ***
       01 BKI-TAB.
          05 BKI-ENTRY OCCURS 3000 TIMES.
             10 BKI-SIDE    PIC X(1).
             10 BKI-SOURCE  PIC X(1).
             10 BKI-DATE    PIC X(10).
             10 BKI-DAYS    PIC 9(7).
             10 BKI-AMOUNT  PIC S9(9)V9(2).
             10 BKI-REMAMT  PIC 9(7)V9(2).
             10 BKI-REF     PIC X(8).
             10 BKI-REF-LEN PIC 9(1).
             10 BKI-BATCH   PIC 9(3).
             10 BKI-MATCHED PIC X(1).
       77 BKI-CNT         PIC 9(4) VALUE 0.
       77 BKI-IDX         PIC 9(4) VALUE 0.
       77 WS-BKI-HIT      PIC 9(4) VALUE 0.
       01 ED-REF-INV      PIC 9(8).

      *** RECHERCHE DU MEILLEUR CANDIDAT ***
       77 WS-BNK-DAYS     PIC 9(7) VALUE 0.
       77 WS-GAP          PIC S9(7) VALUE 0.
       77 WS-BEST-GAP     PIC S9(7) VALUE 0.
       77 WS-REF-TALLY    PIC 9(3) VALUE 0.
       77 WS-REF-HIT      PIC X(1) VALUE 'N'.
       77 WS-BEST-REF     PIC X(1) VALUE 'N'.
       77 WS-TAKE         PIC X(1) VALUE 'N'.

      *** COMPTEURS ET TOTAUX ***
       77 CNT-BANK-LINES  PIC 9(5) VALUE 0.
       77 CNT-MATCHED     PIC 9(5) VALUE 0.
       77 CNT-BATCHES     PIC 9(5) VALUE 0.
       77 CNT-BANK-OPEN   PIC 9(5) VALUE 0.
       77 CNT-BOOK-OPEN   PIC 9(5) VALUE 0.
       77 WS-STM-CREDITS  PIC S9(11)V9(2) VALUE 0.
       77 WS-STM-DEBITS   PIC S9(11)V9(2) VALUE 0.
       77 WS-BNK-OPEN-CR  PIC S9(11)V9(2) VALUE 0.
       77 WS-BNK-OPEN-DR  PIC S9(11)V9(2) VALUE 0.
       77 WS-BOOK-OPEN-CR PIC S9(11)V9(2) VALUE 0.
       77 WS-BOOK-OPEN-DR PIC S9(11)V9(2) VALUE 0.

      *** ETAT DE RAPPROCHEMENT ***
       01 L-HEAD.
          05 FILLER        PIC X(32) VALUE
             'BANK RECONCILIATION - STATEMENT'.
          05 L-HEAD-START  PIC X(10).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 L-HEAD-END    PIC X(10).
          05 FILLER        PIC X(44) VALUE ALL ' '.
       01 L-VIDE          PIC X(100) VALUE ALL ' '.
       01 L-TIRET         PIC X(100) VALUE ALL '-'.
       01 L-SECTION       PIC X(100).
       01 L-BNK-TITLE.
          05 FILLER        PIC X(12) VALUE 'VALUE DATE'.
          05 FILLER        PIC X(4)  VALUE 'D/C'.
          05 FILLER        PIC X(16) VALUE '          AMOUNT'.
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 FILLER        PIC X(20) VALUE 'BANK REFERENCE'.
          05 FILLER        PIC X(46) VALUE ALL ' '.
       01 L-BNK-LINE.
          05 L-BNK-DATE    PIC X(10).
          05 FILLER        PIC X(3)  VALUE ALL ' '.
          05 L-BNK-DC      PIC X(1).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-BNK-AMT     PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(5)  VALUE ALL ' '.
          05 L-BNK-REF     PIC X(20).
          05 FILLER        PIC X(46) VALUE ALL ' '.
       01 L-BOOK-TITLE.
          05 FILLER        PIC X(12) VALUE 'BOOK DATE'.
          05 FILLER        PIC X(20) VALUE 'SOURCE'.
          05 FILLER        PIC X(10) VALUE 'REFERENCE'.
          05 FILLER        PIC X(16) VALUE '          AMOUNT'.
          05 FILLER        PIC X(42) VALUE ALL ' '.
       01 L-BOOK-LINE.
          05 L-BOOK-DATE   PIC X(10).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-BOOK-SRC    PIC X(18).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-BOOK-REF    PIC X(8).
          05 FILLER        PIC X(2)  VALUE ALL ' '.
          05 L-BOOK-AMT    PIC -ZZZZZZZZ9,99.
          05 FILLER        PIC X(45) VALUE ALL ' '.
       01 L-TOT-LINE.
          05 L-TOT-LABEL   PIC X(40).
          05 L-TOT-AMT     PIC -ZZZZZZZZZZ9,99.
          05 FILLER        PIC X(45) VALUE ALL ' '.

       PROCEDURE DIVISION.
           PERFORM READ-PARM-CARDS
           IF PARMS-BAD
              DISPLAY '*** BNKRECP : PARAMETER CARDS REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT FBNKSTM
           IF FS-BNKSTM NOT = 0
              DISPLAY '*** BNKRECP : NO BANK STATEMENT, RUN REFUSED ***'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LECT-BNKSTM
           IF FF-BNKSTM OR NOT BST-HEADER
              DISPLAY '*** BNKRECP : STATEMENT HAS NO HEADER RECORD,'
                      ' RUN REFUSED ***'
              CLOSE FBNKSTM
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM TAKE-STATEMENT-HEADER

           PERFORM LOAD-LOCKBOX-LINES
           PERFORM LOAD-SETTLEMENTS
           PERFORM LOAD-SUPPLIER-PAYMENTS

           OPEN OUTPUT FBNKREC
           MOVE WS-STM-START TO L-HEAD-START
           MOVE WS-STM-END   TO L-HEAD-END
           WRITE ENR-BNKREC FROM L-HEAD
           WRITE ENR-BNKREC FROM L-TIRET
           MOVE 'BANK LINES NOT MATCHED TO POSTED CASH' TO L-SECTION
           WRITE ENR-BNKREC FROM L-SECTION
           WRITE ENR-BNKREC FROM L-BNK-TITLE

           PERFORM LECT-BNKSTM
           PERFORM UNTIL FF-BNKSTM
              EVALUATE TRUE
                 WHEN BST-DETAIL
                    PERFORM MATCH-BANK-LINE
                 WHEN BST-TRAILER
                    PERFORM TAKE-STATEMENT-TRAILER
                 WHEN OTHER
                    DISPLAY 'STATEMENT RECORD IGNORED, TYPE : '
                            BST-TYPE
              END-EVALUATE
              PERFORM LECT-BNKSTM
           END-PERFORM
           CLOSE FBNKSTM

           PERFORM LIST-UNSHOWN-CASH
           PERFORM WRITE-BALANCE-SUMMARY
           CLOSE FBNKREC

           DISPLAY 'BANK LINES READ    : ' CNT-BANK-LINES
           DISPLAY 'MATCHED TO BOOKS   : ' CNT-MATCHED
           DISPLAY 'OF WHICH LOCKBOX   : ' CNT-BATCHES
           DISPLAY 'BANK LINES OPEN    : ' CNT-BANK-OPEN
           DISPLAY 'BOOK ITEMS OPEN    : ' CNT-BOOK-OPEN
           IF WS-TRAILER-SEEN NOT = 'Y'
              DISPLAY '*** STATEMENT HAS NO TRAILER RECORD ***'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-RUN-BAL NOT = WS-CLOSE-BAL OR CNT-BANK-OPEN > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

      *** PARAGRAPHS ***
       READ-PARM-CARDS.
           INITIALIZE PARM-BLOCK
           MOVE 1 TO PARM-COUNT
           MOVE 'WINDOW'  TO PARM-KEYWORD(1)
           MOVE 'N'       TO PARM-TYPE(1)
           MOVE 'N'       TO PARM-REQUIRED(1)
           MOVE '003'     TO PARM-DEFAULT(1)
           CALL 'PARMPRS' USING PARM-BLOCK
           IF PARMS-OK
              COMPUTE AC-WINDOW = FUNCTION NUMVAL(PARM-VALUE(1))
           END-IF
           .

       LECT-BNKSTM.
           READ FBNKSTM AT END
              SET FF-BNKSTM TO TRUE
           END-READ.

      ** TAKE-STATEMENT-HEADER - opening balance and start date ;   **
      ** the book items that count start a window before it        **
       TAKE-STATEMENT-HEADER.
           MOVE BST-DATE TO WS-STM-START
           MOVE BST-DATE TO WS-ISO-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DAYS TO WS-START-DAYS
           IF WS-START-DAYS > AC-WINDOW
              COMPUTE WS-FROM-DAYS = WS-START-DAYS - AC-WINDOW
           END-IF
           MOVE BST-AMOUNT TO WS-OPEN-BAL
           IF BST-DC = 'D'
              COMPUTE WS-OPEN-BAL = 0 - WS-OPEN-BAL
           END-IF
           MOVE WS-OPEN-BAL TO WS-RUN-BAL
      ** THE END DATE IS ON THE TRAILER ; UNTIL IT IS READ, ANY    **
      ** BOOK ITEM FROM THE START ONWARDS TAKES PART                **
           MOVE 9999999 TO WS-END-DAYS
           .

       TAKE-STATEMENT-TRAILER.
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE BST-DATE TO WS-STM-END
           MOVE BST-AMOUNT TO WS-CLOSE-BAL
           IF BST-DC = 'D'
              COMPUTE WS-CLOSE-BAL = 0 - WS-CLOSE-BAL
           END-IF
           MOVE BST-DATE TO WS-ISO-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DAYS TO WS-END-DAYS
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

      ** LOAD-LOCKBOX-LINES - what LBOXLDP sent on to be posted ;    **
      ** the settlement records they produced form one batch per    **
      ** value date, which is how the bank credits a lockbox        **
       LOAD-LOCKBOX-LINES.
           OPEN INPUT FLBXREM
           IF FS-LBXREM NOT = 0
              DISPLAY 'NO LOCKBOX POSTING FILE, NO BATCHES TO MATCH'
           ELSE
              PERFORM UNTIL FF-LBXREM
                 READ FLBXREM
                    AT END
                       SET FF-LBXREM TO TRUE
                    NOT AT END
                       IF LRT-CNT < 2000
                          ADD 1 TO LRT-CNT
                          MOVE REM-INV-NO   TO LRT-INV-NO(LRT-CNT)
                          MOVE REM-AMOUNT   TO LRT-AMOUNT(LRT-CNT)
                          MOVE REM-PAY-DATE TO LRT-DATE(LRT-CNT)
                       ELSE
                          DISPLAY 'LOCKBOX TABLE FULL, RAISE OCCURS'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FLBXREM
           END-IF
           .

      ** LOAD-SETTLEMENTS - one book receipt per remittance line :   **
      ** its 'P' payment and 'B' banked excess records add up to     **
      ** the cash that came in. 'D' DISCOUNTS, 'U' DEPOSIT DRAWS AND **
      ** 'W' WRITE-OFFS MOVED NO MONEY. OLD RECORDS WITHOUT THE      **
      ** REMITTANCE TAG ARE ONE RECEIPT EACH                         **
       LOAD-SETTLEMENTS.
           OPEN INPUT FSETTLE
           IF FS-SETTLE NOT = 0
              DISPLAY 'NO SETTLEMENT LEDGER, NO RECEIPTS TO MATCH'
           ELSE
              PERFORM UNTIL FF-SETTLE
                 READ FSETTLE
                    AT END
                       SET FF-SETTLE TO TRUE
                    NOT AT END
                       IF SET-TYPE = 'P' OR SET-TYPE = 'B' OR
                          SET-TYPE = SPACE
                          MOVE SET-PAY-DATE TO WS-ISO-DATE
                          PERFORM DATE-TO-DAYS
                          IF WS-DAYS NOT < WS-FROM-DAYS
                             PERFORM ADD-SETTLEMENT-ITEM
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FSETTLE
           END-IF
           .

       ADD-SETTLEMENT-ITEM.
           MOVE 0 TO WS-BKI-HIT
           IF SET-REM-INV-NO IS NUMERIC AND BKI-CNT > 0
              IF BKI-SOURCE(BKI-CNT) = 'S' AND
                 BKI-DATE(BKI-CNT) = SET-PAY-DATE AND
                 BKI-REF(BKI-CNT) = SET-REM-INV-NO AND
                 BKI-REMAMT(BKI-CNT) = SET-REM-AMOUNT AND
                 BKI-AMOUNT(BKI-CNT) < SET-REM-AMOUNT
                 MOVE BKI-CNT TO WS-BKI-HIT
              END-IF
           END-IF
           IF WS-BKI-HIT > 0
              ADD SET-AMOUNT TO BKI-AMOUNT(WS-BKI-HIT)
              IF BKI-BATCH(WS-BKI-HIT) > 0
                 ADD SET-AMOUNT TO LBT-TOTAL(BKI-BATCH(WS-BKI-HIT))
              END-IF
           ELSE
              IF BKI-CNT < 3000
                 ADD 1 TO BKI-CNT
                 MOVE 'C'          TO BKI-SIDE(BKI-CNT)
                 MOVE 'S'          TO BKI-SOURCE(BKI-CNT)
                 MOVE SET-PAY-DATE TO BKI-DATE(BKI-CNT)
                 MOVE WS-DAYS      TO BKI-DAYS(BKI-CNT)
                 MOVE SET-AMOUNT   TO BKI-AMOUNT(BKI-CNT)
                 MOVE 8            TO BKI-REF-LEN(BKI-CNT)
                 MOVE 0            TO BKI-BATCH(BKI-CNT)
                 MOVE ' '          TO BKI-MATCHED(BKI-CNT)
                 IF SET-REM-INV-NO IS NUMERIC
                    MOVE SET-REM-INV-NO TO ED-REF-INV
                    MOVE SET-REM-AMOUNT TO BKI-REMAMT(BKI-CNT)
                    PERFORM FIND-LOCKBOX-BATCH
                 ELSE
                    MOVE SET-INV-NO TO ED-REF-INV
                    MOVE ZERO       TO BKI-REMAMT(BKI-CNT)
                 END-IF
                 MOVE ED-REF-INV TO BKI-REF(BKI-CNT)
              ELSE
                 DISPLAY 'BOOK ITEM TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           .

      ** FIND-LOCKBOX-BATCH - a receipt LBOXLDP sent on (same        **
      ** invoice, amount and value date) joins that date's batch     **
       FIND-LOCKBOX-BATCH.
           PERFORM VARYING LRT-IDX FROM 1 BY 1
                   UNTIL LRT-IDX > LRT-CNT
                      OR BKI-BATCH(BKI-CNT) > 0
              IF LRT-INV-NO(LRT-IDX) = SET-REM-INV-NO AND
                 LRT-AMOUNT(LRT-IDX) = SET-REM-AMOUNT AND
                 LRT-DATE(LRT-IDX)   = SET-PAY-DATE
                 PERFORM JOIN-LOCKBOX-BATCH
              END-IF
           END-PERFORM
           .

       JOIN-LOCKBOX-BATCH.
           MOVE 0 TO WS-LBT-HIT
           PERFORM VARYING LBT-IDX FROM 1 BY 1
                   UNTIL LBT-IDX > LBT-CNT
              IF LBT-DATE(LBT-IDX) = SET-PAY-DATE
                 MOVE LBT-IDX TO WS-LBT-HIT
              END-IF
           END-PERFORM
           IF WS-LBT-HIT = 0
              IF LBT-CNT < 100
                 ADD 1 TO LBT-CNT
                 MOVE SET-PAY-DATE TO LBT-DATE(LBT-CNT)
                 MOVE WS-DAYS      TO LBT-DAYS(LBT-CNT)
                 MOVE ZERO         TO LBT-TOTAL(LBT-CNT)
                 MOVE ' '          TO LBT-STATE(LBT-CNT)
                 MOVE LBT-CNT      TO WS-LBT-HIT
              ELSE
                 DISPLAY 'LOCKBOX BATCH TABLE FULL, RAISE OCCURS'
              END-IF
           END-IF
           IF WS-LBT-HIT > 0
              MOVE WS-LBT-HIT TO BKI-BATCH(BKI-CNT)
              ADD SET-AMOUNT TO LBT-TOTAL(WS-LBT-HIT)
           END-IF
           .

      ** LOAD-SUPPLIER-PAYMENTS - every payment APPAYP issued is a   **
      ** debit the bank should show ; its reference is the supplier  **
       LOAD-SUPPLIER-PAYMENTS.
           OPEN INPUT FAPPAY
           IF FS-APPAY NOT = 0
              DISPLAY 'NO SUPPLIER PAYMENT FILE, NO DEBITS TO MATCH'
           ELSE
              PERFORM UNTIL FF-APPAY
                 READ FAPPAY
                    AT END
                       SET FF-APPAY TO TRUE
                    NOT AT END
                       MOVE PAY-DATE TO WS-ISO-DATE
                       PERFORM DATE-TO-DAYS
                       IF WS-DAYS NOT < WS-FROM-DAYS
                          PERFORM ADD-PAYMENT-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FAPPAY
           END-IF
           .

       ADD-PAYMENT-ITEM.
           IF BKI-CNT < 3000
              ADD 1 TO BKI-CNT
              MOVE 'D'        TO BKI-SIDE(BKI-CNT)
              MOVE 'A'        TO BKI-SOURCE(BKI-CNT)
              MOVE PAY-DATE   TO BKI-DATE(BKI-CNT)
              MOVE WS-DAYS    TO BKI-DAYS(BKI-CNT)
              MOVE PAY-AMOUNT TO BKI-AMOUNT(BKI-CNT)
              MOVE ZERO       TO BKI-REMAMT(BKI-CNT)
              MOVE PAY-SNO    TO BKI-REF(BKI-CNT)
              MOVE 2          TO BKI-REF-LEN(BKI-CNT)
              MOVE 0          TO BKI-BATCH(BKI-CNT)
              MOVE ' '        TO BKI-MATCHED(BKI-CNT)
           ELSE
              DISPLAY 'BOOK ITEM TABLE FULL, RAISE OCCURS'
           END-IF
           .

      ** MATCH-BANK-LINE - same side, same amount, inside the window ; **
      ** among several, the reference the bank quotes wins, then the  **
      ** nearest date. A CREDIT NO SINGLE RECEIPT EXPLAINS MAY BE A    **
      ** WHOLE LOCKBOX BATCH, PROVIDED NONE OF ITS RECEIPTS WAS        **
      ** MATCHED ON ITS OWN                                            **
       MATCH-BANK-LINE.
           ADD 1 TO CNT-BANK-LINES
           IF BST-DC = 'D'
              SUBTRACT BST-AMOUNT FROM WS-RUN-BAL
              ADD BST-AMOUNT TO WS-STM-DEBITS
           ELSE
              ADD BST-AMOUNT TO WS-RUN-BAL
              ADD BST-AMOUNT TO WS-STM-CREDITS
           END-IF
           MOVE BST-DATE TO WS-ISO-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DAYS TO WS-BNK-DAYS

           MOVE 0     TO WS-BKI-HIT
           MOVE 'N'   TO WS-BEST-REF
           MOVE 99999 TO WS-BEST-GAP
           PERFORM VARYING BKI-IDX FROM 1 BY 1
                   UNTIL BKI-IDX > BKI-CNT
              IF BKI-MATCHED(BKI-IDX) = ' ' AND
                 BKI-SIDE(BKI-IDX) = BST-DC AND
                 BKI-AMOUNT(BKI-IDX) = BST-AMOUNT
                 PERFORM RATE-BOOK-ITEM
              END-IF
           END-PERFORM

           IF WS-BKI-HIT > 0
              MOVE 'Y' TO BKI-MATCHED(WS-BKI-HIT)
              IF BKI-BATCH(WS-BKI-HIT) > 0
                 MOVE 'X' TO LBT-STATE(BKI-BATCH(WS-BKI-HIT))
              END-IF
              ADD 1 TO CNT-MATCHED
           ELSE
              MOVE 0 TO WS-LBT-HIT
              IF BST-DC = 'C'
                 PERFORM MATCH-LOCKBOX-BATCH
              END-IF
              IF WS-LBT-HIT = 0
                 PERFORM LIST-OPEN-BANK-LINE
              END-IF
           END-IF
           .

       RATE-BOOK-ITEM.
           COMPUTE WS-GAP = WS-BNK-DAYS - BKI-DAYS(BKI-IDX)
           IF WS-GAP < 0
              COMPUTE WS-GAP = 0 - WS-GAP
           END-IF
           IF WS-GAP NOT > AC-WINDOW
              MOVE 0 TO WS-REF-TALLY
              INSPECT BST-REF TALLYING WS-REF-TALLY FOR ALL
                 BKI-REF(BKI-IDX)(1:BKI-REF-LEN(BKI-IDX))
              IF WS-REF-TALLY > 0
                 MOVE 'Y' TO WS-REF-HIT
              ELSE
                 MOVE 'N' TO WS-REF-HIT
              END-IF
              MOVE 'N' TO WS-TAKE
              EVALUATE TRUE
                 WHEN WS-REF-HIT = 'Y' AND WS-BEST-REF = 'N'
                    MOVE 'Y' TO WS-TAKE
                 WHEN WS-REF-HIT = WS-BEST-REF AND
                      WS-GAP < WS-BEST-GAP
                    MOVE 'Y' TO WS-TAKE
              END-EVALUATE
              IF WS-TAKE = 'Y'
                 MOVE BKI-IDX    TO WS-BKI-HIT
                 MOVE WS-REF-HIT TO WS-BEST-REF
                 MOVE WS-GAP     TO WS-BEST-GAP
              END-IF
           END-IF
           .

       MATCH-LOCKBOX-BATCH.
           MOVE 0     TO WS-LBT-HIT
           MOVE 99999 TO WS-BEST-GAP
           PERFORM VARYING LBT-IDX FROM 1 BY 1
                   UNTIL LBT-IDX > LBT-CNT
              IF LBT-STATE(LBT-IDX) = ' ' AND
                 LBT-TOTAL(LBT-IDX) = BST-AMOUNT
                 COMPUTE WS-GAP = WS-BNK-DAYS - LBT-DAYS(LBT-IDX)
                 IF WS-GAP < 0
                    COMPUTE WS-GAP = 0 - WS-GAP
                 END-IF
                 IF WS-GAP NOT > AC-WINDOW AND WS-GAP < WS-BEST-GAP
                    MOVE LBT-IDX TO WS-LBT-HIT
                    MOVE WS-GAP  TO WS-BEST-GAP
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LBT-HIT > 0
              MOVE 'Y' TO LBT-STATE(WS-LBT-HIT)
              PERFORM VARYING BKI-IDX FROM 1 BY 1
                      UNTIL BKI-IDX > BKI-CNT
                 IF BKI-BATCH(BKI-IDX) = WS-LBT-HIT
                    MOVE 'Y' TO BKI-MATCHED(BKI-IDX)
                 END-IF
              END-PERFORM
              ADD 1 TO CNT-MATCHED
              ADD 1 TO CNT-BATCHES
           END-IF
           .

       LIST-OPEN-BANK-LINE.
           ADD 1 TO CNT-BANK-OPEN
           MOVE BST-DATE   TO L-BNK-DATE
           MOVE BST-DC     TO L-BNK-DC
           MOVE BST-AMOUNT TO L-BNK-AMT
           MOVE BST-REF    TO L-BNK-REF
           WRITE ENR-BNKREC FROM L-BNK-LINE
           IF BST-DC = 'D'
              ADD BST-AMOUNT TO WS-BNK-OPEN-DR
           ELSE
              ADD BST-AMOUNT TO WS-BNK-OPEN-CR
           END-IF
           .

      ** LIST-UNSHOWN-CASH - posted cash up to the statement end    **
      ** that no bank line took : deposits and payments in transit  **
       LIST-UNSHOWN-CASH.
           WRITE ENR-BNKREC FROM L-VIDE
           MOVE 'POSTED CASH NOT SHOWN ON THE STATEMENT' TO L-SECTION
           WRITE ENR-BNKREC FROM L-SECTION
           WRITE ENR-BNKREC FROM L-BOOK-TITLE
           PERFORM VARYING BKI-IDX FROM 1 BY 1
                   UNTIL BKI-IDX > BKI-CNT
              IF BKI-MATCHED(BKI-IDX) = ' ' AND
                 BKI-DAYS(BKI-IDX) NOT < WS-START-DAYS AND
                 BKI-DAYS(BKI-IDX) NOT > WS-END-DAYS
                 PERFORM LIST-OPEN-BOOK-ITEM
              END-IF
           END-PERFORM
           .

       LIST-OPEN-BOOK-ITEM.
           ADD 1 TO CNT-BOOK-OPEN
           MOVE BKI-DATE(BKI-IDX)   TO L-BOOK-DATE
           MOVE BKI-REF(BKI-IDX)    TO L-BOOK-REF
           MOVE BKI-AMOUNT(BKI-IDX) TO L-BOOK-AMT
           EVALUATE TRUE
              WHEN BKI-SOURCE(BKI-IDX) = 'A'
                 MOVE 'SUPPLIER PAYMENT' TO L-BOOK-SRC
                 ADD BKI-AMOUNT(BKI-IDX) TO WS-BOOK-OPEN-DR
              WHEN BKI-BATCH(BKI-IDX) > 0
                 MOVE 'LOCKBOX RECEIPT'  TO L-BOOK-SRC
                 ADD BKI-AMOUNT(BKI-IDX) TO WS-BOOK-OPEN-CR
              WHEN OTHER
                 MOVE 'CUSTOMER RECEIPT' TO L-BOOK-SRC
                 ADD BKI-AMOUNT(BKI-IDX) TO WS-BOOK-OPEN-CR
           END-EVALUATE
           WRITE ENR-BNKREC FROM L-BOOK-LINE
           .

      ** WRITE-BALANCE-SUMMARY - the statement must foot from its   **
      ** opening to its closing balance ; the reconciled closing    **
      ** balance adds the deposits in transit and takes off the     **
      ** payments in transit. BANK LINES STILL OPEN ARE ITEMS TO    **
      ** BOOK BEFORE THE MONTH CAN BE SIGNED OFF                    **
       WRITE-BALANCE-SUMMARY.
           WRITE ENR-BNKREC FROM L-VIDE
           WRITE ENR-BNKREC FROM L-TIRET
           MOVE 'OPENING BALANCE PER STATEMENT' TO L-TOT-LABEL
           MOVE WS-OPEN-BAL TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           MOVE 'CREDITS ON STATEMENT' TO L-TOT-LABEL
           MOVE WS-STM-CREDITS TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           MOVE 'DEBITS ON STATEMENT' TO L-TOT-LABEL
           MOVE WS-STM-DEBITS TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           MOVE 'CLOSING BALANCE PER STATEMENT' TO L-TOT-LABEL
           MOVE WS-CLOSE-BAL TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           IF WS-RUN-BAL NOT = WS-CLOSE-BAL
              MOVE '*** STATEMENT DOES NOT FOOT, LINES GIVE' TO
                   L-TOT-LABEL
              MOVE WS-RUN-BAL TO L-TOT-AMT
              WRITE ENR-BNKREC FROM L-TOT-LINE
           END-IF
           MOVE 'ADD DEPOSITS IN TRANSIT' TO L-TOT-LABEL
           MOVE WS-BOOK-OPEN-CR TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           MOVE 'LESS PAYMENTS IN TRANSIT' TO L-TOT-LABEL
           MOVE WS-BOOK-OPEN-DR TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           COMPUTE WS-RECON-BAL =
              WS-CLOSE-BAL + WS-BOOK-OPEN-CR - WS-BOOK-OPEN-DR
           MOVE 'RECONCILED CLOSING BALANCE' TO L-TOT-LABEL
           MOVE WS-RECON-BAL TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           WRITE ENR-BNKREC FROM L-VIDE
           MOVE 'BANK CREDITS NOT YET BOOKED' TO L-TOT-LABEL
           MOVE WS-BNK-OPEN-CR TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           MOVE 'BANK DEBITS NOT YET BOOKED' TO L-TOT-LABEL
           MOVE WS-BNK-OPEN-DR TO L-TOT-AMT
           WRITE ENR-BNKREC FROM L-TOT-LINE
           WRITE ENR-BNKREC FROM L-VIDE
           IF CNT-BANK-OPEN = 0 AND WS-RUN-BAL = WS-CLOSE-BAL
              MOVE 'RECONCILED - READY FOR SIGN-OFF' TO L-SECTION
           ELSE
              MOVE 'NOT RECONCILED - OPEN BANK LINES TO BE BOOKED'
                 TO L-SECTION
           END-IF
           WRITE ENR-BNKREC FROM L-SECTION
           .
